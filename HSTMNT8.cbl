           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO 'VHARC8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-SORT-FILE ASSIGN TO 'SORTWK8'.

           SELECT ARCHIVE-SORTED-FILE ASSIGN TO 'ARCSRT8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETENTION-REPORT-FILE ASSIGN TO 'HSTMNT8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

               10  VH-INVOICE-NUMBER   PIC X(8).
           05  VH-VOUCHER-NUMBER       PIC X(6).
           05  VH-RUN-DATE             PIC X(8).
           05  VH-CANCEL-SW            PIC X.
               88  VH-ENTRY-CANCELLED  VALUE 'C'.
           05  VH-CANCEL-DATE          PIC X(8).

      *****************************************************************
      *NEW GENERATION OF THE WORKING HISTORY - THE KEPT ENTRIES ARE
      *WRITTEN HERE AND THE KEYED FILE IS NEVER TOUCHED.  GENPRO8
      *REBUILDS VHSTIX8.DAT FROM THIS ONE ONLY AFTER THIS RUN HAS
      *ENDED CLEAN AND THE SPLIT HAS PROVED, KEEPING THE OLD HISTORY
      *AS A NUMBERED BACKUP, SO A RUN THAT GOES DOWN MID-SPLIT LEAVES
      *THE WORKING HISTORY EXACTLY AS IT WAS
      *****************************************************************
       FD  HIST-KEEP-FILE RECORDING MODE IS F.
       01  HIST-KEEP-RECORD.
           05  KP-INVOICE-NUMBER       PIC X(8).
           05  KP-VOUCHER-NUMBER       PIC X(6).
           05  KP-RUN-DATE             PIC X(8).
           05  KP-CANCEL-SW            PIC X.
           05  KP-CANCEL-DATE          PIC X(8).

      *****************************************************************
      *ARCHIVE - EVERY ENTRY OLDER THAN THE RETENTION CUTOFF, WITH
           05  AR-VOUCHER-NUMBER       PIC X(6).
           05  AR-RUN-DATE             PIC X(8).
           05  AR-ARCHIVE-DATE         PIC X(8).
           05  AR-CANCEL-SW            PIC X.
           05  AR-CANCEL-DATE          PIC X(8).

      *****************************************************************
      *THE ARCHIVE RESORTED TO HISTORY-KEY SEQUENCE SO IT CAN BE READ
      *ALONGSIDE THE KEYED HISTORY.  AN ENTRY IS MATCHED ON ITS KEY,
      *VOUCHER NUMBER AND RUN DATE TOGETHER
      *****************************************************************
       SD  ARCHIVE-SORT-FILE.
       01  ARCHIVE-SORT-RECORD.
           05  AS-MATCH-KEY.
               10  AS-SUPPLIER-NUMBER  PIC X(5).
               10  AS-INVOICE-NUMBER   PIC X(8).
               10  AS-VOUCHER-NUMBER   PIC X(6).
               10  AS-RUN-DATE         PIC X(8).
           05  AS-ARCHIVE-DATE         PIC X(8).
           05  AS-CANCEL-SW            PIC X.
           05  AS-CANCEL-DATE          PIC X(8).

       FD  ARCHIVE-SORTED-FILE RECORDING MODE IS F.
       01  ARCHIVE-SORTED-RECORD.
           05  AT-MATCH-KEY.
               10  AT-SUPPLIER-NUMBER  PIC X(5).
               10  AT-INVOICE-NUMBER   PIC X(8).
               10  AT-VOUCHER-NUMBER   PIC X(6).
               10  AT-RUN-DATE         PIC X(8).
           05  AT-ARCHIVE-DATE         PIC X(8).
           05  AT-CANCEL-SW            PIC X.
           05  AT-CANCEL-DATE          PIC X(8).

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THIS PROGRAM APPENDS
      *ONE 'G' ENTRY FOR THE KEEP FILE: ENTRIES KEPT, WHAT THE WORKING
      *HISTORY HELD WHEN IT WAS READ, AND THE CONDITION CODE.  THE
      *HISTORY CARRIES NO DOLLARS, SO THE CONTROL TOTAL ON EACH SIDE
      *IS THE NUMBER OF CANCELLED ENTRIES - THE ONE THING VCHCAN8
      *CHANGES IN PLACE
      *****************************************************************
       FD  RUN-LOG-FILE RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
           05  RL-START-STAMP          PIC X(14).
           05  RL-END-STAMP            PIC X(14).
           05  RL-START-TYPE           PIC X(7).
           05  RL-RECORDS-READ         PIC 9(7).
           05  RL-PROCESSED            PIC 9(7).
           05  RL-EXCEPTIONS           PIC 9(7).
           05  RL-REJECTS              PIC 9(7).
           05  RL-DUPLICATES           PIC 9(7).
           05  RL-RECYCLED             PIC 9(7).
           05  RL-NET-DOLLARS          PIC S9(8)V99.
           05  RL-BALANCE-STATUS       PIC X(3).
           05  RL-CONDITION-CODE       PIC 9(2).
           05  RL-PROGRAM-ID           PIC X(8).
           05  RL-ENTRY-TYPE           PIC X.
               88  RL-RUN-ENTRY            VALUE 'R' SPACE.
               88  RL-GENERATION-WRITTEN   VALUE 'G'.
               88  RL-GENERATION-PROMOTED  VALUE 'P'.
               88  RL-GENERATION-RESTORED  VALUE 'B'.
               88  RL-GENERATION-REFUSED   VALUE 'X'.
               88  RL-GENERATION-DISCARDED VALUE 'D'.
           05  RL-GENERATION.
               10  RL-GEN-FILE         PIC X(12).
               10  RL-GEN-RECORDS      PIC 9(7).
               10  RL-GEN-TOTAL        PIC S9(9)V99.
               10  RL-GEN-LIVE-RECORDS PIC 9(7).
               10  RL-GEN-LIVE-TOTAL   PIC S9(9)V99.
               10  RL-GEN-NUMBER       PIC 9(3).
               10  RL-GEN-RUN-STAMP    PIC X(14).
               10  RL-GEN-REASON       PIC X(40).

       FD  RETENTION-REPORT-FILE RECORDING MODE IS F.
       01  RETENTION-LINE              PIC X(132).
           05  KEPT-COUNT-WS           PIC 9(7)        VALUE ZERO.
           05  ARCHIVED-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  UNDATED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  ON-ARCHIVE-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  HIST-MATCH-KEY-WS       PIC X(27)       VALUE SPACES.
           05  HISTORY-IN-CANCEL-WS    PIC S9(9)V99    VALUE ZERO.
           05  KEPT-CANCEL-WS          PIC S9(9)V99    VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.

      *****************************************************************
      *THE WORKING HISTORY IS KEYED NOW, SO NOTHING HARD BREAKS WHEN
           05  WARNING-MARK-WS         PIC 9(5)        VALUE 16000.
           05  LIMIT-PCT-WS            PIC 9(3)        VALUE ZERO.
           05  CONDITION-CODE-WS       PIC 9(2)        VALUE ZERO.
           05  HIST-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  HIST-GEN-PENDING-WS         VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-HISTORY-WS          PIC X(3) VALUE 'NO'.
           05  EOF-ARCHIVE-WS          PIC X(3) VALUE 'NO'.

      ****************************************************************
           05  HOLD-DATE-WS.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-SPLIT-HISTORY
           PERFORM 900-CLOSE
           MOVE CONDITION-CODE-WS TO RETURN-CODE
           STOP RUN.
       200-OPEN.

           PERFORM 210-READ-PARAMETERS
           PERFORM 220-CHECK-PENDING-GENERATION

           OPEN OUTPUT RETENTION-REPORT-FILE

                   STOP RUN
           END-IF.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER VHKEEP8.DAT FROM AN EARLIER RUN IS
      *STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING UNTIL A 'P' FOR
      *THE LIVE FILE OR A 'D' FOR THE NEW FILE FOLLOWS IT.  THIS RUN
      *WOULD OVERWRITE THE WAITING GENERATION AND ITS CHANGES WOULD
      *BE LOST, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
       220-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO HIST-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 225-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF HIST-GEN-PENDING-WS
               THEN
                   DISPLAY 'HSTMNT8 - VHKEEP8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - WORKING HISTORY LEFT'
                       ' UNTOUCHED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       225-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'VHKEEP8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO HIST-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'VHSTIX8.DAT'
               THEN MOVE 'NO' TO HIST-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'VHKEEP8.DAT'
               THEN MOVE 'NO' TO HIST-GEN-PENDING-SW
           END-IF.

      *****************************************************************
      *ONE PASS OVER THE WORKING HISTORY - ENTRIES OLDER THAN THE
      *RETENTION CUTOFF (BY VH-RUN-DATE) GO TO THE ARCHIVE, THE REST
      *TO THE KEEP FILE.  AN ENTRY WITH AN UNREADABLE RUN DATE CANNOT
      *BE AGED, SO IT IS KEPT AND COUNTED RATHER THAN GUESSED AT.
      *A RUN WHOSE KEEP FILE WAS NEVER PROMOTED LEAVES ITS ARCHIVED
      *ENTRIES ON THE WORKING HISTORY AS WELL AS ON VHARC8.DAT, SO
      *THE ARCHIVE IS SORTED TO KEY SEQUENCE FIRST AND READ ALONGSIDE
      *THE HISTORY - AN ENTRY ALREADY THERE IS NOT WRITTEN TWICE
      *****************************************************************
       300-SPLIT-HISTORY.

           SORT ARCHIVE-SORT-FILE
               ON ASCENDING KEY AS-MATCH-KEY
               USING  HIST-ARCHIVE-FILE
               GIVING ARCHIVE-SORTED-FILE

           OPEN INPUT  ARCHIVE-SORTED-FILE
           PERFORM 310-READ-ARCHIVE

           OPEN INPUT  VOUCHER-HISTORY-FILE
           OPEN OUTPUT HIST-KEEP-FILE
           OPEN EXTEND HIST-ARCHIVE-FILE
               UNTIL EOF-HISTORY-WS = 'YES'

           CLOSE VOUCHER-HISTORY-FILE  HIST-KEEP-FILE
                 HIST-ARCHIVE-FILE     ARCHIVE-SORTED-FILE.

       310-READ-ARCHIVE.

           READ ARCHIVE-SORTED-FILE
           AT END MOVE 'YES' TO EOF-ARCHIVE-WS
           END-READ.

       320-SPLIT-ONE-ENTRY.

           IF EOF-HISTORY-WS = 'NO'
               THEN
                   ADD 1 TO HISTORY-IN-COUNT-WS
                   IF VH-ENTRY-CANCELLED
                       THEN ADD 1 TO HISTORY-IN-CANCEL-WS
                   END-IF
                   PERFORM 330-AGE-ENTRY
                   IF AGE-DAYS-WS IS GREATER THAN RETENTION-DAYS-WS
                       THEN PERFORM 340-ARCHIVE-ENTRY
                   ADD 1 TO UNDATED-COUNT-WS
           END-IF.

      *****************************************************************
      *THE SORTED ARCHIVE IS MOVED UP TO THIS ENTRY'S KEY.  AN ENTRY
      *ALREADY ON IT STILL LEAVES THE WORKING HISTORY AND COUNTS AS
      *ARCHIVED, SO THE SPLIT STILL PROVES - IT IS JUST NOT WRITTEN
      *A SECOND TIME
      *****************************************************************
       340-ARCHIVE-ENTRY.

           MOVE VOUCHER-HISTORY-RECORD (1:27) TO HIST-MATCH-KEY-WS

           PERFORM 310-READ-ARCHIVE
               UNTIL EOF-ARCHIVE-WS = 'YES'
                  OR AT-MATCH-KEY NOT LESS THAN HIST-MATCH-KEY-WS

           ADD 1 TO ARCHIVED-COUNT-WS

           IF EOF-ARCHIVE-WS = 'NO'
              AND AT-MATCH-KEY = HIST-MATCH-KEY-WS
               THEN ADD 1 TO ON-ARCHIVE-COUNT-WS
               ELSE PERFORM 345-WRITE-ARCHIVE
           END-IF.

       345-WRITE-ARCHIVE.

           MOVE VH-SUPPLIER-NUMBER TO AR-SUPPLIER-NUMBER
           MOVE VH-INVOICE-NUMBER  TO AR-INVOICE-NUMBER
           MOVE VH-VOUCHER-NUMBER  TO AR-VOUCHER-NUMBER
           MOVE VH-RUN-DATE        TO AR-RUN-DATE
           MOVE RUN-DATE-MDY-WS    TO AR-ARCHIVE-DATE
           MOVE VH-CANCEL-SW       TO AR-CANCEL-SW
           MOVE VH-CANCEL-DATE     TO AR-CANCEL-DATE
           WRITE HIST-ARCHIVE-RECORD.

       350-KEEP-ENTRY.

           MOVE VH-INVOICE-NUMBER  TO KP-INVOICE-NUMBER
           MOVE VH-VOUCHER-NUMBER  TO KP-VOUCHER-NUMBER
           MOVE VH-RUN-DATE        TO KP-RUN-DATE
           MOVE VH-CANCEL-SW       TO KP-CANCEL-SW
           MOVE VH-CANCEL-DATE     TO KP-CANCEL-DATE
           WRITE HIST-KEEP-RECORD

           ADD 1 TO KEPT-COUNT-WS
           IF VH-ENTRY-CANCELLED
               THEN ADD 1 TO KEPT-CANCEL-WS
           END-IF.

       900-CLOSE.
           MOVE COUNT-LINE-SETUP             TO RETENTION-LINE
           WRITE RETENTION-LINE AFTER 1

           MOVE 'OF THESE, ALREADY ON ARCHIVE:' TO COUNT-LABEL-OUT
           MOVE ON-ARCHIVE-COUNT-WS          TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RETENTION-LINE
           WRITE RETENTION-LINE AFTER 1

           MOVE 'KEPT WITH UNREADABLE DATE:' TO COUNT-LABEL-OUT
           MOVE UNDATED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RETENTION-LINE
           WRITE RETENTION-LINE AFTER 1

      *****************************************************************
           IF KEPT-COUNT-WS + ARCHIVED-COUNT-WS
                  NOT = HISTORY-IN-COUNT-WS
               THEN
                   MOVE  PROOF-ERROR-LINE-SETUP TO RETENTION-LINE
                   WRITE RETENTION-LINE AFTER 2 LINES
                   END-IF
           END-IF

           CLOSE RETENTION-REPORT-FILE

           PERFORM 960-LOG-GENERATION.

      *****************************************************************
      *ENTERS THE KEEP FILE ON THE RUN-CONTROL LOG WITH THE CONDITION
      *CODE THE RUN IS ENDING WITH - A SPLIT THAT DID NOT FOOT GOES
      *ON AT 12, AND GENPRO8 WILL NOT REBUILD THE HISTORY FROM IT
      *****************************************************************
       960-LOG-GENERATION.

           MOVE FUNCTION CURRENT-DATE TO END-DATE-WS

           MOVE HOLD-DATE-WS         TO RL-START-STAMP
           MOVE END-DATE-WS (1:14)   TO RL-END-STAMP
           MOVE 'NORMAL'             TO RL-START-TYPE
           MOVE ZERO   TO RL-RECORDS-READ  RL-PROCESSED
                          RL-EXCEPTIONS    RL-REJECTS
                          RL-DUPLICATES    RL-RECYCLED
                          RL-NET-DOLLARS   RL-GEN-NUMBER
           MOVE SPACES               TO RL-BALANCE-STATUS
           MOVE CONDITION-CODE-WS    TO RL-CONDITION-CODE
           MOVE 'HSTMNT8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON
           MOVE 'VHKEEP8.DAT'        TO RL-GEN-FILE
           MOVE KEPT-COUNT-WS        TO RL-GEN-RECORDS
           MOVE KEPT-CANCEL-WS       TO RL-GEN-TOTAL
           MOVE HISTORY-IN-COUNT-WS  TO RL-GEN-LIVE-RECORDS
           MOVE HISTORY-IN-CANCEL-WS TO RL-GEN-LIVE-TOTAL

           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

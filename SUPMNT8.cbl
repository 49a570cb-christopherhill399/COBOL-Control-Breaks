           SELECT SUPPLIER-NEW-FILE ASSIGN TO 'SUPPLRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-REPORT-FILE ASSIGN TO 'SUPAUD8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUPPLIER-SPEND-FILE ASSIGN TO 'SUPSPD8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TERMS-TABLE-FILE ASSIGN TO 'TERMS8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

      *****************************************************************
      *MAINTENANCE TRANSACTIONS, IN SUPPLIER NUMBER SEQUENCE -
      *ACTION 'A' ADD, 'C' CHANGE (NAME), 'D' DELETE, 'S' STATUS
      *CHANGE, 'T' PAYMENT TERMS CHANGE.  THE STATUS BYTE IS 'A'
      *ACTIVE, 'H' PAYMENT HOLD OR 'I' INACTIVE - AN ADD LEFT BLANK
      *COMES ON FILE ACTIVE.  THE TERMS CODE MUST BE ON TERMS8.TXT -
      *A BLANK TERMS CODE MEANS DUE ON RECEIPT, NO DISCOUNT
      *****************************************************************
       FD  SUPPLIER-TRANS-FILE RECORDING MODE IS F.
       01  SUPPLIER-TRANS-RECORD.
           05  TR-SUPPLIER-NUMBER      PIC X(5).
           05  TR-SUPPLIER-NAME        PIC X(23).
           05  TR-SUPPLIER-STATUS      PIC X.
           05  TR-TERMS-CODE           PIC X(4).

       FD  SUPPLIER-OLD-FILE RECORDING MODE IS F.
       01  SUPPLIER-OLD-RECORD.
           05  OM-SUPPLIER-NUMBER      PIC X(5).
           05  OM-SUPPLIER-NAME        PIC X(23).
           05  OM-SUPPLIER-STATUS      PIC X.
           05  OM-TERMS-CODE           PIC X(4).

       FD  SUPPLIER-NEW-FILE RECORDING MODE IS F.
       01  SUPPLIER-NEW-RECORD.
           05  NM-SUPPLIER-NUMBER      PIC X(5).
           05  NM-SUPPLIER-NAME        PIC X(23).
           05  NM-SUPPLIER-STATUS      PIC X.
           05  NM-TERMS-CODE           PIC X(4).

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THIS PROGRAM APPENDS
      *ONE 'G' ENTRY FOR THE NEW SUPPLIER MASTER: RECORDS WRITTEN,
      *RECORDS THE OLD MASTER HELD, AND THE CONDITION CODE.  THE
      *MASTER CARRIES NO DOLLARS, SO BOTH CONTROL TOTALS ARE ZERO AND
      *GENPRO8 PROVES IT ON RECORD COUNTS ALONE
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

       FD  AUDIT-REPORT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).
           05  SS-YTD-DOLLARS          PIC S9(9)V99.
           05  SS-YTD-VOUCHERS         PIC 9(7).

      *****************************************************************
      *PAYMENT TERMS TABLE THE PAYMENT RUN PRICES DUE DATES AND
      *DISCOUNTS FROM - READ HERE ONLY SO A SUPPLIER CAN NEVER BE
      *GIVEN A TERMS CODE THE PAYMENT RUN DOES NOT KNOW
      *****************************************************************
       FD  TERMS-TABLE-FILE RECORDING MODE IS F.
       01  TERMS-TABLE-RECORD.
           05  TM-TERMS-CODE           PIC X(4).
           05  TM-DISCOUNT-PCT         PIC 99V99.
           05  TM-DISCOUNT-DAYS        PIC 9(3).
           05  TM-NET-DAYS             PIC 9(3).
           05  TM-TERMS-DESC           PIC X(20).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  MASTER-NAME-WS          PIC X(23)       VALUE SPACES.
           05  MASTER-STATUS-WS        PIC X           VALUE SPACE.
           05  MASTER-TERMS-WS         PIC X(4)        VALUE SPACES.
           05  TRANS-ACTION-WS         PIC X           VALUE SPACE.
           05  TRANS-NAME-WS           PIC X(23)       VALUE SPACES.
           05  TRANS-STATUS-WS         PIC X           VALUE SPACE.
           05  TRANS-TERMS-WS          PIC X(4)        VALUE SPACES.

      *****************************************************************
      *THE SUPPLIER CURRENTLY BEING BUILT FOR THE NEW MASTER - IT MAY
           05  WORK-SUPPLIER-NUMBER-WS PIC X(5)        VALUE SPACES.
           05  WORK-SUPPLIER-NAME-WS   PIC X(23)       VALUE SPACES.
           05  WORK-SUPPLIER-STATUS-WS PIC X           VALUE SPACE.
           05  WORK-SUPPLIER-TERMS-WS  PIC X(4)        VALUE SPACES.
           05  WORK-ALLOCATED-SW       PIC X(3)        VALUE 'NO'.
               88  WORK-ALLOCATED-WS           VALUE 'YES'.

           05  BEFORE-NAME-WS          PIC X(23)       VALUE SPACES.
           05  BEFORE-STATUS-WS        PIC X           VALUE SPACE.
           05  BEFORE-TERMS-WS         PIC X(4)        VALUE SPACES.
           05  REJECT-REASON-WS        PIC X(25)       VALUE SPACES.

           05  TRANS-READY-SW          PIC X(3)        VALUE 'NO'.
           05  SPEND-OVERFLOW-SW       PIC X(3)        VALUE 'NO'.
               88  SPEND-OVERFLOW-WS           VALUE 'YES'.

           05  TERMS-OVERFLOW-SW       PIC X(3)        VALUE 'NO'.
               88  TERMS-OVERFLOW-WS           VALUE 'YES'.
           05  TERMS-VALID-SW          PIC X(3)        VALUE 'NO'.
               88  TERMS-VALID-WS              VALUE 'YES'.

           05  MASTER-IN-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  MASTER-OUT-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  TRANS-IN-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  ADDED-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  CHANGED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  STATUS-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05  TERMS-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  DELETED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  REJECTED-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.
           05  SUPP-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  SUPP-GEN-PENDING-WS         VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-TRANS-WS            PIC X(3) VALUE 'NO'.
           05  EOF-MASTER-WS           PIC X(3) VALUE 'NO'.
           05  EOF-SPEND-WS            PIC X(3) VALUE 'NO'.
           05  EOF-TERMS-WS            PIC X(3) VALUE 'NO'.

      ****************************************************************
           05  HOLD-DATE-WS.
               10  SPD-TBL-YEAR        PIC X(4).
               10  SPD-TBL-DOLLARS     PIC S9(9)V99.

      *****************************************************************
      *TERMS CODES ON FILE, LOADED TO PROVE ADDS AND TERMS CHANGES
      *****************************************************************
       01  TERMS-TABLE-WS.
           05  TERMS-TABLE-COUNT-WS    PIC 9(4)        VALUE ZERO.
           05  TERMS-TABLE-ENTRY       OCCURS 200 TIMES
                                       INDEXED BY TERMS-IDX-WS.
               10  TRM-TBL-CODE        PIC X(4).

      *****************************************************************
      *REJECTED TRANSACTIONS ARE HELD HERE AND LISTED IN THEIR OWN
      *SECTION AT THE END OF THE AUDIT REPORT
           05                      PIC X(6)  VALUE 'OLD ST'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'NEW ST'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'OLD TERMS'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'NEW TERMS'.

       01  AUDIT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-BEFORE-STATUS-OUT   PIC X.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  AUD-AFTER-STATUS-OUT    PIC X.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  AUD-BEFORE-TERMS-OUT    PIC X(4).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  AUD-AFTER-TERMS-OUT     PIC X(4).

       01  REJECT-SECTION-LINE-SETUP.
           05  FILLER                  PIC X(10)       VALUE SPACES.

       200-OPEN.

           PERFORM 210-CHECK-PENDING-GENERATION

           OPEN INPUT  SUPPLIER-TRANS-FILE
                       SUPPLIER-OLD-FILE
           OPEN OUTPUT SUPPLIER-NEW-FILE
           PERFORM 500-HEADER

           PERFORM 280-LOAD-SPEND-HISTORY
           PERFORM 270-LOAD-TERMS-TABLE

           PERFORM 245-GET-TRANS
           PERFORM 260-READ-MASTER.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER SUPPLRN8.TXT FROM AN EARLIER RUN IS
      *STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING UNTIL A 'P' FOR
      *THE LIVE FILE OR A 'D' FOR THE NEW FILE FOLLOWS IT.  THIS RUN
      *WOULD OVERWRITE THE WAITING GENERATION AND ITS CHANGES WOULD
      *BE LOST, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
       210-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO SUPP-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 215-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF SUPP-GEN-PENDING-WS
               THEN
                   DISPLAY 'SUPMNT8 - SUPPLRN8.TXT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       215-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'SUPPLRN8.TXT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO SUPP-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'SUPPLR8.TXT'
               THEN MOVE 'NO' TO SUPP-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'SUPPLRN8.TXT'
               THEN MOVE 'NO' TO SUPP-GEN-PENDING-SW
           END-IF.

       270-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-TABLE-FILE

           PERFORM 275-READ-TERMS-TABLE
               UNTIL EOF-TERMS-WS = 'YES'

           CLOSE TERMS-TABLE-FILE

      *****************************************************************
      *A TERMS CODE PAST THE END OF THE TABLE WILL REJECT AS NOT ON
      *FILE - SAY SO ON THE CONSOLE SO THE REJECTS ARE NOT A MYSTERY
      *****************************************************************
           IF TERMS-OVERFLOW-WS
               THEN
                   DISPLAY 'SUPMNT8 - TERMS8.TXT EXCEEDS THE'
                       ' 200-ENTRY TABLE'
                   DISPLAY 'TERMS CODES PAST THE 200TH WILL REJECT'
           END-IF.

       275-READ-TERMS-TABLE.

           READ TERMS-TABLE-FILE
           AT END MOVE 'YES' TO EOF-TERMS-WS
           END-READ

           IF EOF-TERMS-WS = 'NO'
               THEN
                   IF TERMS-TABLE-COUNT-WS IS LESS THAN 200
                       THEN
                           ADD 1 TO TERMS-TABLE-COUNT-WS
                           SET TERMS-IDX-WS TO TERMS-TABLE-COUNT-WS
                           MOVE TM-TERMS-CODE
                                  TO TRM-TBL-CODE (TERMS-IDX-WS)
                       ELSE
                           MOVE 'YES' TO TERMS-OVERFLOW-SW
                   END-IF
           END-IF.

       280-LOAD-SPEND-HISTORY.

           OPEN INPUT SUPPLIER-SPEND-FILE
                   MOVE TR-ACTION-CODE     TO TRANS-ACTION-WS
                   MOVE TR-SUPPLIER-NAME   TO TRANS-NAME-WS
                   MOVE TR-SUPPLIER-STATUS TO TRANS-STATUS-WS
                   MOVE TR-TERMS-CODE      TO TRANS-TERMS-WS
                   IF TRANS-KEY-WS IS LESS THAN LAST-TRANS-KEY-WS
                       THEN
                           MOVE 'TRANSACTION OUT OF SEQ'
                   MOVE OM-SUPPLIER-NUMBER TO MASTER-KEY-WS
                   MOVE OM-SUPPLIER-NAME   TO MASTER-NAME-WS
                   MOVE OM-SUPPLIER-STATUS TO MASTER-STATUS-WS
                   MOVE OM-TERMS-CODE      TO MASTER-TERMS-WS
      *****************************************************************
      *A MASTER WRITTEN BEFORE THE STATUS BYTE EXISTED READS BACK
      *WITH A BLANK STATUS - IT IS TREATED AS ACTIVE SO THE OLD FILE
                   MOVE MASTER-KEY-WS    TO WORK-SUPPLIER-NUMBER-WS
                   MOVE MASTER-NAME-WS   TO WORK-SUPPLIER-NAME-WS
                   MOVE MASTER-STATUS-WS TO WORK-SUPPLIER-STATUS-WS
                   MOVE MASTER-TERMS-WS  TO WORK-SUPPLIER-TERMS-WS
                   MOVE 'YES'            TO WORK-ALLOCATED-SW
                   PERFORM 260-READ-MASTER
               ELSE
                   MOVE WORK-SUPPLIER-NUMBER-WS TO NM-SUPPLIER-NUMBER
                   MOVE WORK-SUPPLIER-NAME-WS   TO NM-SUPPLIER-NAME
                   MOVE WORK-SUPPLIER-STATUS-WS TO NM-SUPPLIER-STATUS
                   MOVE WORK-SUPPLIER-TERMS-WS  TO NM-TERMS-CODE
                   WRITE SUPPLIER-NEW-RECORD
                   ADD 1 TO MASTER-OUT-COUNT-WS
           END-IF.
           IF TRANS-ACTION-WS = 'S'
               THEN PERFORM 345-APPLY-STATUS
               ELSE
           IF TRANS-ACTION-WS = 'T'
               THEN PERFORM 347-APPLY-TERMS
               ELSE
           IF TRANS-ACTION-WS = 'D'
               THEN PERFORM 350-APPLY-DELETE
               ELSE
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 245-GET-TRANS.

       330-APPLY-ADD.

           PERFORM 348-CHECK-TERMS-CODE

           IF WORK-ALLOCATED-WS
               THEN
                   MOVE 'SUPPLIER ALREADY ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF NOT TERMS-VALID-WS
               THEN
                   MOVE 'TERMS CODE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE TRANS-KEY-WS  TO WORK-SUPPLIER-NUMBER-WS
                   MOVE TRANS-NAME-WS TO WORK-SUPPLIER-NAME-WS
                   MOVE TRANS-TERMS-WS TO WORK-SUPPLIER-TERMS-WS
                   IF TRANS-STATUS-WS = SPACE
                       THEN MOVE 'A' TO WORK-SUPPLIER-STATUS-WS
                       ELSE MOVE TRANS-STATUS-WS
                   MOVE 'ADDED'       TO AUD-ACTION-OUT
                   MOVE SPACES        TO BEFORE-NAME-WS
                   MOVE SPACE         TO BEFORE-STATUS-WS
                   MOVE SPACES        TO BEFORE-TERMS-WS
                   PERFORM 370-PRINT-AUDIT
           END-IF
           END-IF
           END-IF.

       340-APPLY-CHANGE.
               THEN
                   MOVE WORK-SUPPLIER-NAME-WS   TO BEFORE-NAME-WS
                   MOVE WORK-SUPPLIER-STATUS-WS TO BEFORE-STATUS-WS
                   MOVE WORK-SUPPLIER-TERMS-WS  TO BEFORE-TERMS-WS
                   MOVE TRANS-NAME-WS TO WORK-SUPPLIER-NAME-WS
                   ADD 1 TO CHANGED-COUNT-WS
                   MOVE 'CHANGED'     TO AUD-ACTION-OUT
               ELSE
                   MOVE WORK-SUPPLIER-NAME-WS   TO BEFORE-NAME-WS
                   MOVE WORK-SUPPLIER-STATUS-WS TO BEFORE-STATUS-WS
                   MOVE WORK-SUPPLIER-TERMS-WS  TO BEFORE-TERMS-WS
                   MOVE TRANS-STATUS-WS TO WORK-SUPPLIER-STATUS-WS
                   ADD 1 TO STATUS-COUNT-WS
                   MOVE 'STATUS'      TO AUD-ACTION-OUT
           END-IF
           END-IF.

      *****************************************************************
      *PAYMENT TERMS CHANGE - THE TERMS CODE RIDES THE TRANSACTION'S
      *TERMS COLUMN AND MUST BE ON TERMS8.TXT, OR BLANK TO PUT THE
      *SUPPLIER BACK TO DUE ON RECEIPT.  THE AUDIT LINE CARRIES THE
      *OLD AND NEW TERMS SO A CHANGE IN WHEN WE PAY IS ALWAYS TRAILED
      *****************************************************************
       347-APPLY-TERMS.

           PERFORM 348-CHECK-TERMS-CODE

           IF NOT WORK-ALLOCATED-WS
               THEN
                   MOVE 'SUPPLIER NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF NOT TERMS-VALID-WS
               THEN
                   MOVE 'TERMS CODE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE WORK-SUPPLIER-NAME-WS   TO BEFORE-NAME-WS
                   MOVE WORK-SUPPLIER-STATUS-WS TO BEFORE-STATUS-WS
                   MOVE WORK-SUPPLIER-TERMS-WS  TO BEFORE-TERMS-WS
                   MOVE TRANS-TERMS-WS TO WORK-SUPPLIER-TERMS-WS
                   ADD 1 TO TERMS-COUNT-WS
                   MOVE 'TERMS'       TO AUD-ACTION-OUT
                   PERFORM 370-PRINT-AUDIT
           END-IF
           END-IF.

       348-CHECK-TERMS-CODE.

           MOVE 'NO' TO TERMS-VALID-SW

           IF TRANS-TERMS-WS = SPACES
               THEN MOVE 'YES' TO TERMS-VALID-SW
           END-IF

           IF TRANS-TERMS-WS NOT = SPACES
              AND TERMS-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET TERMS-IDX-WS TO 1
                   SEARCH TERMS-TABLE-ENTRY
                       AT END CONTINUE
                       WHEN TRM-TBL-CODE (TERMS-IDX-WS) = TRANS-TERMS-WS
                           MOVE 'YES' TO TERMS-VALID-SW
                   END-SEARCH
           END-IF.

       350-APPLY-DELETE.

           IF WORK-ALLOCATED-WS
               THEN
                   MOVE WORK-SUPPLIER-NAME-WS   TO BEFORE-NAME-WS
                   MOVE WORK-SUPPLIER-STATUS-WS TO BEFORE-STATUS-WS
                   MOVE WORK-SUPPLIER-TERMS-WS  TO BEFORE-TERMS-WS
                   MOVE SPACES        TO WORK-SUPPLIER-NAME-WS
                   MOVE SPACE         TO WORK-SUPPLIER-STATUS-WS
                   MOVE SPACES        TO WORK-SUPPLIER-TERMS-WS
                   MOVE 'NO'          TO WORK-ALLOCATED-SW
                   ADD 1 TO DELETED-COUNT-WS
                   MOVE 'DELETED'     TO AUD-ACTION-OUT
           MOVE ACTIVE-KEY-WS    TO AUD-SUPPLIER-OUT
           MOVE BEFORE-NAME-WS   TO AUD-BEFORE-NAME-OUT
           MOVE BEFORE-STATUS-WS TO AUD-BEFORE-STATUS-OUT
           MOVE BEFORE-TERMS-WS  TO AUD-BEFORE-TERMS-OUT

           IF AUD-ACTION-OUT = 'DELETED'
               THEN
                   MOVE SPACES TO AUD-AFTER-NAME-OUT
                   MOVE SPACE  TO AUD-AFTER-STATUS-OUT
                   MOVE SPACES TO AUD-AFTER-TERMS-OUT
               ELSE
                   MOVE WORK-SUPPLIER-NAME-WS   TO AUD-AFTER-NAME-OUT
                   MOVE WORK-SUPPLIER-STATUS-WS TO AUD-AFTER-STATUS-OUT
                   MOVE WORK-SUPPLIER-TERMS-WS  TO AUD-AFTER-TERMS-OUT
           END-IF

           MOVE AUDIT-DETAIL-LINE-SETUP TO AUDIT-LINE
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'TERMS CHANGES APPLIED:'     TO COUNT-LABEL-OUT
           MOVE TERMS-COUNT-WS               TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'SUPPLIERS DELETED:'         TO COUNT-LABEL-OUT
           MOVE DELETED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           CLOSE SUPPLIER-TRANS-FILE  SUPPLIER-OLD-FILE
                 SUPPLIER-NEW-FILE    AUDIT-REPORT-FILE

           PERFORM 960-LOG-GENERATION.

       800-REJECT-SECTION.

           END-IF

           SET REJECT-IDX-WS UP BY 1.

      *****************************************************************
      *ENTERS THE NEW SUPPLIER MASTER ON THE RUN-CONTROL LOG - ONLY A
      *RUN THAT GETS THIS FAR HAS WRITTEN SUPPLRN8.TXT WHOLE
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
           MOVE RETURN-CODE          TO RL-CONDITION-CODE
           MOVE 'SUPMNT8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON
           MOVE 'SUPPLRN8.TXT'       TO RL-GEN-FILE
           MOVE MASTER-OUT-COUNT-WS  TO RL-GEN-RECORDS
           MOVE ZERO                 TO RL-GEN-TOTAL
           MOVE MASTER-IN-COUNT-WS   TO RL-GEN-LIVE-RECORDS
           MOVE ZERO                 TO RL-GEN-LIVE-TOTAL

           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

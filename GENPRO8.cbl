       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GENPRO8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL GEN-PARM-FILE ASSIGN TO 'GENPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      *THE GENERATION BEING MEASURED OR COPIED - THE FILE NAME IS
      *MOVED INTO WORKING STORAGE BEFORE EACH OPEN, THE SAME WAY
      *BURST8 NAMES ITS STORE REPORTS
      *****************************************************************
           SELECT OPTIONAL GEN-INPUT-FILE ASSIGN TO GEN-INPUT-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GEN-OUTPUT-FILE ASSIGN TO GEN-OUTPUT-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE ASSIGN TO
           'VHSTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-HIST-KEY.

           SELECT GEN-REPORT-FILE ASSIGN TO 'GENPRO8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE CARD PER ACTION, TAKEN IN ORDER - 'P' PROMOTES THE NEWEST
      *LOGGED GENERATION OF THE FILE OVER THE LIVE FILE, 'R' ROLLS
      *THE LIVE FILE BACK TO THE GENERATION ITS LAST PROMOTE SAVED,
      *'D' DISCARDS EVERY LOGGED GENERATION OF THE FILE NOT YET
      *PROMOTED SO ITS PRODUCER CAN BE RUN AGAIN.  THE FILE MAY BE
      *NAMED BY ITS NEW OR ITS LIVE NAME
      *****************************************************************
       FD  GEN-PARM-FILE RECORDING MODE IS F.
       01  GEN-PARM-RECORD.
           05  GP-ACTION               PIC X.
               88  GP-PROMOTE                  VALUE 'P'.
               88  GP-ROLLBACK                 VALUE 'R'.
               88  GP-DISCARD                  VALUE 'D'.
           05  FILLER                  PIC X.
           05  GP-FILE-NAME            PIC X(12).

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THE 'G' ENTRY A
      *PRODUCING RUN WRITES IS THE ONLY PROOF OF A NEW GENERATION.
      *THIS PROGRAM ADDS A 'P' FOR EACH PROMOTE, A 'B' FOR EACH
      *ROLLBACK, A 'D' FOR EACH DISCARD AND AN 'X' FOR EACH ACTION
      *IT REFUSES
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

      *****************************************************************
      *ANY OF THE LINE-SEQUENTIAL GENERATIONS.  EACH LAYOUT'S CONTROL
      *FIELD IS WHERE ITS PRODUCER TAKES THE TOTAL IT LOGS - THE
      *VOUCHER IMAGE AMOUNT FOR HELD AND SUSPENSE ITEMS, YEAR-TO-DATE
      *DOLLARS FOR SPEND, THE OPEN-VOUCHER AMOUNT, THE REGISTER NET
      *AMOUNT, AND FOR HISTORY THE COUNT OF CANCELLED ENTRIES
      *****************************************************************
       FD  GEN-INPUT-FILE RECORDING MODE IS F.
       01  GEN-INPUT-RECORD            PIC X(200).
       01  GI-IMAGE-VIEW.
           05  FILLER                  PIC X(49).
           05  GI-IMAGE-AMOUNT         PIC S9(6)V99.
           05  FILLER                  PIC X(143).
       01  GI-SPEND-VIEW.
           05  FILLER                  PIC X(9).
           05  GI-SPEND-DOLLARS        PIC S9(9)V99.
           05  FILLER                  PIC X(180).
       01  GI-OPEN-VIEW.
           05  FILLER                  PIC X(34).
           05  GI-OPEN-AMOUNT          PIC S9(6)V99.
           05  FILLER                  PIC X(158).
       01  GI-REGISTER-VIEW.
           05  FILLER                  PIC X(42).
           05  GI-REGISTER-NET         PIC S9(6)V99.
           05  FILLER                  PIC X(150).
       01  GI-HISTORY-VIEW.
           05  FILLER                  PIC X(27).
           05  GI-HISTORY-CANCEL-SW    PIC X.
               88  GI-HISTORY-CANCELLED        VALUE 'C'.
           05  FILLER                  PIC X(172).

       FD  GEN-OUTPUT-FILE RECORDING MODE IS F.
       01  GEN-OUTPUT-RECORD           PIC X(200).

      *****************************************************************
      *THE LIVE VOUCHER HISTORY IS THE ONE KEYED GENERATION - IT IS
      *UNLOADED TO A LINE-SEQUENTIAL BACKUP AND RELOADED FROM
      *HSTMNT8'S VHKEEP8.DAT OR FROM THAT BACKUP
      *****************************************************************
       FD  VOUCHER-HISTORY-FILE.
       01  VOUCHER-HISTORY-RECORD.
           05  VH-HIST-KEY.
               10  VH-SUPPLIER-NUMBER  PIC X(5).
               10  VH-INVOICE-NUMBER   PIC X(8).
           05  VH-VOUCHER-NUMBER       PIC X(6).
           05  VH-RUN-DATE             PIC X(8).
           05  VH-CANCEL-SW            PIC X.
               88  VH-ENTRY-CANCELLED  VALUE 'C'.
           05  VH-CANCEL-DATE          PIC X(8).

       FD  GEN-REPORT-FILE RECORDING MODE IS F.
       01  GEN-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.
           05  CARD-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  PROMOTED-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05  RESTORED-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05  REFUSED-COUNT-WS        PIC 9(5)        VALUE ZERO.
           05  DISCARDED-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  DUPKEY-COUNT-WS         PIC 9(7)        VALUE ZERO.

           05  MANAGED-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  MANAGED-FILE-WS             VALUE 'YES'.
           05  GEN-FOUND-SW            PIC X(3)        VALUE 'NO'.
               88  GEN-ON-LOG-WS               VALUE 'YES'.
           05  GEN-PROMOTED-SW         PIC X(3)        VALUE 'NO'.
               88  GEN-ALREADY-PROMOTED-WS     VALUE 'YES'.
           05  GEN-DISCARDED-SW        PIC X(3)        VALUE 'NO'.
               88  GEN-ALREADY-DISCARDED-WS    VALUE 'YES'.
           05  EARLIER-PENDING-SW      PIC X(3)        VALUE 'NO'.
               88  EARLIER-GEN-PENDING-WS      VALUE 'YES'.

      *****************************************************************
      *A RUN THAT WRITES TWO GENERATIONS WROTE THEM AS A PAIR - ONE
      *MAY NOT GO IN ONCE THE OTHER HAS BEEN DISCARDED, NOR BE
      *DISCARDED ONCE THE OTHER HAS GONE IN.  THE RUN STAMP TIES THE
      *OTHER FILE'S 'P', 'B' AND 'D' ENTRIES TO THIS GENERATION
      *****************************************************************
           05  PARTNER-PROMOTED-SW     PIC X(3)        VALUE 'NO'.
               88  PARTNER-PROMOTED-WS         VALUE 'YES'.
           05  PARTNER-DISCARDED-SW    PIC X(3)        VALUE 'NO'.
               88  PARTNER-DISCARDED-WS        VALUE 'YES'.
           05  PROMOTE-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  PROMOTE-ON-LOG-WS           VALUE 'YES'.
           05  ROLLED-BACK-SW          PIC X(3)        VALUE 'NO'.
               88  PROMOTE-ROLLED-BACK-WS      VALUE 'YES'.

      *****************************************************************
      *ANYTHING MOVED HERE REFUSES THE ACTION - A CARD IS CARRIED OUT
      *ONLY WHILE EVERY PROOF LEAVES THE REASON BLANK
      *****************************************************************
           05  REFUSE-REASON-WS        PIC X(40)       VALUE SPACES.
               88  ACTION-PROVEN-WS            VALUE SPACES.
           05  RESULT-WS               PIC X(9)        VALUE SPACES.

      *****************************************************************
      *THE MANAGED FILE THE CURRENT CARD NAMES
      *****************************************************************
           05  CUR-NEW-NAME-WS         PIC X(12)       VALUE SPACES.
           05  CUR-LIVE-NAME-WS        PIC X(12)       VALUE SPACES.
           05  CUR-BACKUP-BASE-WS      PIC X(8)        VALUE SPACES.
           05  CUR-BACKUP-NAME-WS      PIC X(12)       VALUE SPACES.
           05  CUR-LAYOUT-WS           PIC X           VALUE SPACE.
               88  LAYOUT-IMAGE-WS             VALUE 'I'.
               88  LAYOUT-SPEND-WS             VALUE 'S'.
               88  LAYOUT-OPEN-WS              VALUE 'O'.
               88  LAYOUT-REGISTER-WS          VALUE 'R'.
               88  LAYOUT-HISTORY-WS           VALUE 'H'.
           05  BACKUP-NUMBER-WS        PIC 9(3)        VALUE ZERO.
           05  HOLD-FILE-NAME-WS       PIC X(12)       VALUE
               'GENHLD8.DAT'.

      *****************************************************************
      *NEWEST 'G' ENTRY FOR THE NEW FILE, AND NEWEST 'P' ENTRY FOR
      *THE LIVE FILE, AS FOUND ON THE RUN-CONTROL LOG
      *****************************************************************
           05  LOG-GEN-CC-WS           PIC 9(2)        VALUE ZERO.
           05  LOG-GEN-RECORDS-WS      PIC 9(7)        VALUE ZERO.
           05  LOG-GEN-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  LOG-GEN-LIVE-RECORDS-WS PIC 9(7)        VALUE ZERO.
           05  LOG-GEN-LIVE-TOTAL-WS   PIC S9(9)V99    VALUE ZERO.
           05  LOG-GEN-STAMP-WS        PIC X(14)       VALUE SPACES.
           05  LOG-PRO-NUMBER-WS       PIC 9(3)        VALUE ZERO.
           05  LOG-PRO-RECORDS-WS      PIC 9(7)        VALUE ZERO.
           05  LOG-PRO-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  LOG-PRO-LIVE-RECORDS-WS PIC 9(7)        VALUE ZERO.
           05  LOG-PRO-LIVE-TOTAL-WS   PIC S9(9)V99    VALUE ZERO.
           05  LOG-PRO-STAMP-WS        PIC X(14)       VALUE SPACES.

      *****************************************************************
      *FIGURES MEASURED FROM THE FILES THEMSELVES
      *****************************************************************
           05  NEW-RECORDS-WS          PIC 9(7)        VALUE ZERO.
           05  NEW-TOTAL-WS            PIC S9(9)V99    VALUE ZERO.
           05  LIVE-RECORDS-WS         PIC 9(7)        VALUE ZERO.
           05  LIVE-TOTAL-WS           PIC S9(9)V99    VALUE ZERO.

           05  MEASURE-NAME-WS         PIC X(12)       VALUE SPACES.
               88  MEASURE-KEYED-WS            VALUE 'VHSTIX8.DAT'.
           05  MEASURE-RECORDS-WS      PIC 9(7)        VALUE ZERO.
           05  MEASURE-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.

           05  COPY-FROM-NAME-WS       PIC X(12)       VALUE SPACES.
               88  COPY-FROM-KEYED-WS          VALUE 'VHSTIX8.DAT'.
           05  COPY-TO-NAME-WS         PIC X(12)       VALUE SPACES.
               88  COPY-TO-KEYED-WS            VALUE 'VHSTIX8.DAT'.

           05  END-DATE-WS             PIC X(21)       VALUE SPACES.

       01  GEN-INPUT-NAME-WS           PIC X(12)       VALUE SPACES.
       01  GEN-OUTPUT-NAME-WS          PIC X(12)       VALUE SPACES.

       01  EOF-WS.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-GEN-INPUT-WS        PIC X(3) VALUE 'NO'.
           05  EOF-HISTORY-WS          PIC X(3) VALUE 'NO'.

      ****************************************************************
           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.
               10  HOLD-HR-WS          PIC XX.
               10  HOLD-MN-WS          PIC XX.
               10  HOLD-SC-WS          PIC XX.
      ****************************************************************

      *****************************************************************
      *THE GENERATIONS THE JOB STREAM SWAPS - NEW FILE, THE LIVE FILE
      *IT REPLACES, THE LAYOUT ITS CONTROL TOTAL IS TAKEN FROM (C =
      *RECORD COUNT ONLY) AND THE NAME ITS NUMBERED BACKUPS ARE KEPT
      *UNDER (BASE.nnn).  A FILE NOT ON THIS TABLE IS NEVER TOUCHED
      *****************************************************************
       01  MANAGED-FILE-VALUES.
           05  FILLER                  PIC X(12) VALUE 'HELDNEW8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'HELDVH8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'IHELDVH8'.
           05  FILLER                  PIC X(12) VALUE 'SPDNEW8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'SUPSPD8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'SSUPSPD8'.
           05  FILLER                  PIC X(12) VALUE 'SUSNEW8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'SUSPNS8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'ISUSPNS8'.
           05  FILLER                  PIC X(12) VALUE 'OPNNEW8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'OPNVCH8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'OOPNVCH8'.
           05  FILLER                  PIC X(12) VALUE 'VHKEEP8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'VHSTIX8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'HVHSTIX8'.
           05  FILLER                  PIC X(12) VALUE 'SUPPLRN8.TXT'.
           05  FILLER                  PIC X(12) VALUE 'SUPPLR8.TXT'.
           05  FILLER                  PIC X(9)  VALUE 'CSUPPLR8'.
           05  FILLER                  PIC X(12) VALUE 'PAYREGN8.DAT'.
           05  FILLER                  PIC X(12) VALUE 'PAYREG8.DAT'.
           05  FILLER                  PIC X(9)  VALUE 'RPAYREG8'.

       01  MANAGED-FILE-TABLE REDEFINES MANAGED-FILE-VALUES.
           05  MANAGED-ENTRY           OCCURS 7 TIMES
                                       INDEXED BY MGD-IDX-WS.
               10  MGD-NEW-NAME        PIC X(12).
               10  MGD-LIVE-NAME       PIC X(12).
               10  MGD-LAYOUT          PIC X.
               10  MGD-BACKUP-BASE     PIC X(8).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X VALUE SPACE.
           05                          PIC X(16) VALUE
           'RUN DATE: '.
      **************************************************************
           05  REPORT-HEADER-DATE-OUT.
               10  HEADER-MO-OUT       PIC 99.
               10                      PIC X    VALUE '/'.
               10  HEADER-DY-OUT       PIC 99.
               10                      PIC X    VALUE '/'.
               10  HEADER-YR-OUT       PIC 9999.


           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(37)   VALUE
           'GENERATION PROMOTE AND ROLLBACK'.

           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'TIME: '.
           05  HEADER-HR-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-MN-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-SC-OUT       PIC 99.
      **************************************************************

       01  GEN-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(12) VALUE 'NEW FILE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(12) VALUE 'LIVE FILE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(12) VALUE 'BACKUP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(14) VALUE 'GENERATION RUN'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(2)  VALUE 'CC'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'RECORDS'.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(13) VALUE 'CONTROL TOTAL'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'RESULT'.

       01  GEN-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-ACTION-OUT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-NEW-OUT             PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-LIVE-OUT            PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-BACKUP-OUT          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-STAMP-OUT           PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-CC-OUT              PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-RECORDS-OUT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-TOTAL-OUT           PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-RESULT-OUT          PIC X(9).

       01  GEN-REASON-LINE-SETUP.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05                          PIC X(8)  VALUE 'REASON: '.
           05  GEN-REASON-OUT          PIC X(40).

       01  NO-ACTION-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(45)       VALUE
           'NO ACTIONS REQUESTED - NOTHING SWAPPED'.

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS-CARD
               UNTIL EOF-PARM-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.

           OPEN INPUT  GEN-PARM-FILE
           OPEN OUTPUT GEN-REPORT-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

           MOVE  REPORT-HEADER-LINE-SETUP TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           MOVE  GEN-COLUMN-LINE-SETUP    TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 2 LINES

           MOVE SPACES TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           PERFORM 250-READ-PARM.

       250-READ-PARM.

           READ GEN-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ.

      *****************************************************************
      *EACH CARD IS PROVED AGAINST THE LOG AS IT STANDS AFTER THE
      *CARDS BEFORE IT, SO THE SAME GENERATION NAMED TWICE IN ONE
      *DECK IS PROMOTED ONCE AND REFUSED THE SECOND TIME
      *****************************************************************
       300-PROCESS-CARD.

           ADD 1 TO CARD-COUNT-WS

           MOVE SPACES TO REFUSE-REASON-WS  RESULT-WS
                          CUR-BACKUP-NAME-WS
           MOVE ZERO   TO NEW-RECORDS-WS    NEW-TOTAL-WS
                          LIVE-RECORDS-WS   LIVE-TOTAL-WS
                          BACKUP-NUMBER-WS
           MOVE 'NO' TO GEN-FOUND-SW  GEN-PROMOTED-SW
                        PROMOTE-FOUND-SW  ROLLED-BACK-SW
                        GEN-DISCARDED-SW  EARLIER-PENDING-SW
                        PARTNER-PROMOTED-SW  PARTNER-DISCARDED-SW
           MOVE ZERO TO LOG-GEN-CC-WS  LOG-GEN-RECORDS-WS
                        LOG-GEN-TOTAL-WS  LOG-GEN-LIVE-RECORDS-WS
                        LOG-GEN-LIVE-TOTAL-WS  LOG-PRO-NUMBER-WS
                        LOG-PRO-RECORDS-WS  LOG-PRO-TOTAL-WS
                        LOG-PRO-LIVE-RECORDS-WS  LOG-PRO-LIVE-TOTAL-WS
           MOVE SPACES TO LOG-GEN-STAMP-WS  LOG-PRO-STAMP-WS

           PERFORM 310-FIND-MANAGED-FILE

           IF NOT MANAGED-FILE-WS
               THEN
                   MOVE 'FILE IS NOT A MANAGED GENERATION'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND NOT GP-PROMOTE
              AND NOT GP-ROLLBACK
              AND NOT GP-DISCARD
               THEN
                   MOVE 'ACTION MUST BE P PROMOTE, R OR D'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 320-SCAN-RUN-LOG
           END-IF

           IF ACTION-PROVEN-WS
              AND GP-PROMOTE
               THEN PERFORM 400-PROMOTE
           END-IF

           IF ACTION-PROVEN-WS
              AND GP-ROLLBACK
               THEN PERFORM 700-ROLLBACK
           END-IF

           IF ACTION-PROVEN-WS
              AND GP-DISCARD
               THEN PERFORM 780-DISCARD
           END-IF

           IF NOT ACTION-PROVEN-WS
               THEN
                   MOVE 'REFUSED' TO RESULT-WS
                   ADD 1 TO REFUSED-COUNT-WS
           END-IF

           PERFORM 800-LOG-ACTION
           PERFORM 850-PRINT-ACTION

           PERFORM 250-READ-PARM.

       310-FIND-MANAGED-FILE.

           MOVE 'NO' TO MANAGED-FOUND-SW
           MOVE GP-FILE-NAME TO CUR-NEW-NAME-WS
           MOVE SPACES       TO CUR-LIVE-NAME-WS  CUR-BACKUP-BASE-WS
                                CUR-LAYOUT-WS

           SET MGD-IDX-WS TO 1
           SEARCH MANAGED-ENTRY
               AT END MOVE 'NO' TO MANAGED-FOUND-SW
               WHEN MGD-NEW-NAME (MGD-IDX-WS) = GP-FILE-NAME
                   MOVE 'YES' TO MANAGED-FOUND-SW
               WHEN MGD-LIVE-NAME (MGD-IDX-WS) = GP-FILE-NAME
                   MOVE 'YES' TO MANAGED-FOUND-SW
           END-SEARCH

           IF MANAGED-FILE-WS
               THEN
                   MOVE MGD-NEW-NAME    (MGD-IDX-WS) TO CUR-NEW-NAME-WS
                   MOVE MGD-LIVE-NAME   (MGD-IDX-WS)
                                             TO CUR-LIVE-NAME-WS
                   MOVE MGD-BACKUP-BASE (MGD-IDX-WS)
                                             TO CUR-BACKUP-BASE-WS
                   MOVE MGD-LAYOUT      (MGD-IDX-WS) TO CUR-LAYOUT-WS
           END-IF.

      *****************************************************************
      *THE WHOLE LOG IS READ FOR EVERY CARD.  THE NEWEST 'G' FOR THE
      *NEW FILE IS THE GENERATION ON OFFER; A 'P' CARRYING ITS RUN
      *STAMP MEANS IT HAS ALREADY GONE IN, A 'D' AFTER IT THAT IT
      *HAS BEEN DISCARDED.  A CLEAN 'G' PASSED OVER FOR A NEWER ONE
      *WITH NO 'P' OR 'D' SINCE IS AN EARLIER GENERATION THAT NEVER
      *WENT IN.  THE NEWEST 'P' FOR THE LIVE FILE IS WHAT A ROLLBACK
      *UNDOES, UNLESS A 'B' FOR THE SAME BACKUP NUMBER FOLLOWS IT
      *****************************************************************
       320-SCAN-RUN-LOG.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           OPEN INPUT RUN-LOG-FILE

           PERFORM 330-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE.

       330-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = CUR-NEW-NAME-WS
               THEN
                   IF GEN-ON-LOG-WS
                      AND LOG-GEN-CC-WS IS NOT GREATER THAN 4
                      AND NOT GEN-ALREADY-PROMOTED-WS
                      AND NOT GEN-ALREADY-DISCARDED-WS
                       THEN MOVE 'YES' TO EARLIER-PENDING-SW
                   END-IF
                   MOVE 'YES' TO GEN-FOUND-SW
                   MOVE 'NO'  TO GEN-PROMOTED-SW  GEN-DISCARDED-SW
                                 PARTNER-PROMOTED-SW
                                 PARTNER-DISCARDED-SW
                   MOVE RL-CONDITION-CODE   TO LOG-GEN-CC-WS
                   MOVE RL-GEN-RECORDS      TO LOG-GEN-RECORDS-WS
                   MOVE RL-GEN-TOTAL        TO LOG-GEN-TOTAL-WS
                   MOVE RL-GEN-LIVE-RECORDS TO LOG-GEN-LIVE-RECORDS-WS
                   MOVE RL-GEN-LIVE-TOTAL   TO LOG-GEN-LIVE-TOTAL-WS
                   MOVE RL-GEN-RUN-STAMP    TO LOG-GEN-STAMP-WS
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = CUR-LIVE-NAME-WS
               THEN
                   MOVE 'YES' TO PROMOTE-FOUND-SW
                   MOVE 'NO'  TO ROLLED-BACK-SW  EARLIER-PENDING-SW
                   MOVE RL-GEN-NUMBER       TO LOG-PRO-NUMBER-WS
                   MOVE RL-GEN-RECORDS      TO LOG-PRO-RECORDS-WS
                   MOVE RL-GEN-TOTAL        TO LOG-PRO-TOTAL-WS
                   MOVE RL-GEN-LIVE-RECORDS TO LOG-PRO-LIVE-RECORDS-WS
                   MOVE RL-GEN-LIVE-TOTAL   TO LOG-PRO-LIVE-TOTAL-WS
                   MOVE RL-GEN-RUN-STAMP    TO LOG-PRO-STAMP-WS
                   IF GEN-ON-LOG-WS
                      AND RL-GEN-RUN-STAMP = LOG-GEN-STAMP-WS
                       THEN MOVE 'YES' TO GEN-PROMOTED-SW
                   END-IF
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-RESTORED
              AND RL-GEN-FILE = CUR-LIVE-NAME-WS
              AND PROMOTE-ON-LOG-WS
              AND RL-GEN-NUMBER = LOG-PRO-NUMBER-WS
               THEN MOVE 'YES' TO ROLLED-BACK-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = CUR-NEW-NAME-WS
               THEN
                   MOVE 'NO' TO EARLIER-PENDING-SW
                   IF GEN-ON-LOG-WS
                      AND RL-GEN-RUN-STAMP = LOG-GEN-STAMP-WS
                       THEN MOVE 'YES' TO GEN-DISCARDED-SW
                   END-IF
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND GEN-ON-LOG-WS
              AND RL-GEN-RUN-STAMP = LOG-GEN-STAMP-WS
              AND RL-GEN-FILE NOT = CUR-NEW-NAME-WS
              AND RL-GEN-FILE NOT = CUR-LIVE-NAME-WS
               THEN PERFORM 340-NOTE-PARTNER-ENTRY
           END-IF.

       340-NOTE-PARTNER-ENTRY.

           IF RL-GENERATION-PROMOTED
               THEN MOVE 'YES' TO PARTNER-PROMOTED-SW
           END-IF

           IF RL-GENERATION-RESTORED
               THEN MOVE 'NO'  TO PARTNER-PROMOTED-SW
           END-IF

           IF RL-GENERATION-DISCARDED
               THEN MOVE 'YES' TO PARTNER-DISCARDED-SW
           END-IF.

      *****************************************************************
      *PROMOTE - THE PRODUCING RUN MUST HAVE LOGGED THE GENERATION
      *AND ENDED NO WORSE THAN A WARNING, NO EARLIER GENERATION OF
      *THE FILE MAY STILL BE WAITING (IT WOULD BE LOST UNDER THIS
      *ONE), THE OTHER FILE OF A PAIR MUST NOT HAVE BEEN DISCARDED,
      *THE NEW FILE MUST HOLD EXACTLY WHAT WAS LOGGED, AND THE
      *LIVE FILE MUST STILL BE THE ONE THAT RUN READ.  ONLY THEN IS
      *THE LIVE FILE SAVED AS THE NEXT NUMBERED BACKUP AND THE NEW
      *GENERATION COPIED OVER IT
      *****************************************************************
       400-PROMOTE.

           IF NOT GEN-ON-LOG-WS
               THEN
                   MOVE 'NO GENERATION ENTRY ON THE RUN LOG'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND GEN-ALREADY-PROMOTED-WS
               THEN
                   MOVE 'GENERATION HAS ALREADY BEEN PROMOTED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND GEN-ALREADY-DISCARDED-WS
               THEN
                   MOVE 'GENERATION HAS BEEN DISCARDED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND EARLIER-GEN-PENDING-WS
               THEN
                   MOVE 'EARLIER GENERATION NEVER PROMOTED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND PARTNER-DISCARDED-WS
               THEN
                   MOVE 'OTHER FILE OF SAME RUN WAS DISCARDED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND LOG-GEN-CC-WS IS GREATER THAN 4
               THEN
                   MOVE 'PRODUCING RUN DID NOT END CLEAN'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 420-PROVE-NEW-FILE
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 440-PROVE-LIVE-FILE
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 460-TAKE-BACKUP
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 480-SWAP-IN-NEW-FILE
           END-IF.

       420-PROVE-NEW-FILE.

           MOVE CUR-NEW-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE
           MOVE MEASURE-RECORDS-WS TO NEW-RECORDS-WS
           MOVE MEASURE-TOTAL-WS   TO NEW-TOTAL-WS

           IF NEW-RECORDS-WS NOT = LOG-GEN-RECORDS-WS
               THEN
                   MOVE 'NEW FILE RECORD COUNT DIFFERS FROM LOG'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND NEW-TOTAL-WS NOT = LOG-GEN-TOTAL-WS
               THEN
                   MOVE 'NEW FILE CONTROL TOTAL DIFFERS FROM LOG'
                                          TO REFUSE-REASON-WS
           END-IF.

      *****************************************************************
      *A LIVE FILE THAT NO LONGER MATCHES WHAT THE PRODUCER READ HAS
      *BEEN CHANGED SINCE - BY ANOTHER PROGRAM OR A PROMOTE IN
      *BETWEEN - AND COPYING THE GENERATION OVER IT WOULD LOSE THAT
      *****************************************************************
       440-PROVE-LIVE-FILE.

           MOVE CUR-LIVE-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE
           MOVE MEASURE-RECORDS-WS TO LIVE-RECORDS-WS
           MOVE MEASURE-TOTAL-WS   TO LIVE-TOTAL-WS

           IF LIVE-RECORDS-WS NOT = LOG-GEN-LIVE-RECORDS-WS
              OR LIVE-TOTAL-WS NOT = LOG-GEN-LIVE-TOTAL-WS
               THEN
                   MOVE 'LIVE FILE CHANGED SINCE GENERATION RUN'
                                          TO REFUSE-REASON-WS
           END-IF.

      *****************************************************************
      *BACKUPS ARE NUMBERED ON FROM THE LAST PROMOTE OF THE FILE AND
      *WRAP AFTER 999
      *****************************************************************
       460-TAKE-BACKUP.

           IF LOG-PRO-NUMBER-WS IS LESS THAN 999
               THEN COMPUTE BACKUP-NUMBER-WS = LOG-PRO-NUMBER-WS + 1
               ELSE MOVE 1 TO BACKUP-NUMBER-WS
           END-IF

           PERFORM 470-BUILD-BACKUP-NAME

           MOVE CUR-LIVE-NAME-WS   TO COPY-FROM-NAME-WS
           MOVE CUR-BACKUP-NAME-WS TO COPY-TO-NAME-WS
           PERFORM 600-COPY-FILE

           MOVE CUR-BACKUP-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE

           IF MEASURE-RECORDS-WS NOT = LIVE-RECORDS-WS
              OR MEASURE-TOTAL-WS NOT = LIVE-TOTAL-WS
               THEN
                   MOVE 'BACKUP COPY DISAGREES WITH LIVE FILE'
                                          TO REFUSE-REASON-WS
           END-IF.

       470-BUILD-BACKUP-NAME.

           MOVE SPACES TO CUR-BACKUP-NAME-WS
           STRING CUR-BACKUP-BASE-WS DELIMITED BY SPACE
                  '.'                DELIMITED BY SIZE
                  BACKUP-NUMBER-WS   DELIMITED BY SIZE
               INTO CUR-BACKUP-NAME-WS.

      *****************************************************************
      *THE COPIED FILE IS MEASURED AGAIN - IF IT DOES NOT COME OUT AT
      *THE LOGGED FIGURES THE BACKUP JUST TAKEN GOES STRAIGHT BACK
      *****************************************************************
       480-SWAP-IN-NEW-FILE.

           MOVE CUR-NEW-NAME-WS  TO COPY-FROM-NAME-WS
           MOVE CUR-LIVE-NAME-WS TO COPY-TO-NAME-WS
           PERFORM 600-COPY-FILE

           MOVE CUR-LIVE-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE

           IF MEASURE-RECORDS-WS = NEW-RECORDS-WS
              AND MEASURE-TOTAL-WS = NEW-TOTAL-WS
               THEN
                   MOVE 'PROMOTED' TO RESULT-WS
                   ADD 1 TO PROMOTED-COUNT-WS
               ELSE
                   MOVE CUR-BACKUP-NAME-WS TO COPY-FROM-NAME-WS
                   MOVE CUR-LIVE-NAME-WS   TO COPY-TO-NAME-WS
                   PERFORM 600-COPY-FILE
                   MOVE 'PROMOTED FILE DID NOT PROVE - RESTORED'
                                          TO REFUSE-REASON-WS
           END-IF.

      *****************************************************************
      *RECORD COUNT AND CONTROL TOTAL OF ONE FILE, TAKEN THE SAME WAY
      *ITS PRODUCER TOOK THEM - ONLY A NUMERIC CONTROL FIELD COUNTS
      *TOWARD THE TOTAL
      *****************************************************************
       500-MEASURE-FILE.

           MOVE ZERO TO MEASURE-RECORDS-WS  MEASURE-TOTAL-WS

           IF MEASURE-KEYED-WS
               THEN
                   MOVE 'NO' TO EOF-HISTORY-WS
                   OPEN INPUT VOUCHER-HISTORY-FILE
                   PERFORM 520-MEASURE-HISTORY
                       UNTIL EOF-HISTORY-WS = 'YES'
                   CLOSE VOUCHER-HISTORY-FILE
               ELSE
                   MOVE MEASURE-NAME-WS TO GEN-INPUT-NAME-WS
                   MOVE 'NO' TO EOF-GEN-INPUT-WS
                   OPEN INPUT GEN-INPUT-FILE
                   PERFORM 540-MEASURE-RECORD
                       UNTIL EOF-GEN-INPUT-WS = 'YES'
                   CLOSE GEN-INPUT-FILE
           END-IF.

       520-MEASURE-HISTORY.

           READ VOUCHER-HISTORY-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS = 'NO'
               THEN
                   ADD 1 TO MEASURE-RECORDS-WS
                   IF VH-ENTRY-CANCELLED
                       THEN ADD 1 TO MEASURE-TOTAL-WS
                   END-IF
           END-IF.

       540-MEASURE-RECORD.

           READ GEN-INPUT-FILE
           AT END MOVE 'YES' TO EOF-GEN-INPUT-WS
           END-READ

           IF EOF-GEN-INPUT-WS = 'NO'
               THEN
                   ADD 1 TO MEASURE-RECORDS-WS
                   PERFORM 560-ADD-CONTROL-FIELD
           END-IF.

       560-ADD-CONTROL-FIELD.

           IF LAYOUT-IMAGE-WS
              AND GI-IMAGE-AMOUNT IS NUMERIC
               THEN ADD GI-IMAGE-AMOUNT TO MEASURE-TOTAL-WS
           END-IF

           IF LAYOUT-SPEND-WS
              AND GI-SPEND-DOLLARS IS NUMERIC
               THEN ADD GI-SPEND-DOLLARS TO MEASURE-TOTAL-WS
           END-IF

           IF LAYOUT-OPEN-WS
              AND GI-OPEN-AMOUNT IS NUMERIC
               THEN ADD GI-OPEN-AMOUNT TO MEASURE-TOTAL-WS
           END-IF

           IF LAYOUT-REGISTER-WS
              AND GI-REGISTER-NET IS NUMERIC
               THEN ADD GI-REGISTER-NET TO MEASURE-TOTAL-WS
           END-IF

           IF LAYOUT-HISTORY-WS
              AND GI-HISTORY-CANCELLED
               THEN ADD 1 TO MEASURE-TOTAL-WS
           END-IF.

      *****************************************************************
      *RECORD-FOR-RECORD COPY.  THE KEYED HISTORY IS UNLOADED IN KEY
      *ORDER OR RELOADED FROM A SEQUENTIAL COPY; A DUPLICATE KEY ON
      *RELOAD IS DROPPED AND THE MEASURE THAT FOLLOWS CALLS IT OUT
      *****************************************************************
       600-COPY-FILE.

           IF COPY-FROM-KEYED-WS
               THEN
                   MOVE COPY-TO-NAME-WS TO GEN-OUTPUT-NAME-WS
                   MOVE 'NO' TO EOF-HISTORY-WS
                   OPEN INPUT  VOUCHER-HISTORY-FILE
                   OPEN OUTPUT GEN-OUTPUT-FILE
                   PERFORM 620-UNLOAD-HISTORY
                       UNTIL EOF-HISTORY-WS = 'YES'
                   CLOSE VOUCHER-HISTORY-FILE  GEN-OUTPUT-FILE
           END-IF

           IF COPY-TO-KEYED-WS
               THEN
                   MOVE COPY-FROM-NAME-WS TO GEN-INPUT-NAME-WS
                   MOVE 'NO' TO EOF-GEN-INPUT-WS
                   OPEN INPUT  GEN-INPUT-FILE
                   OPEN OUTPUT VOUCHER-HISTORY-FILE
                   PERFORM 640-RELOAD-HISTORY
                       UNTIL EOF-GEN-INPUT-WS = 'YES'
                   CLOSE GEN-INPUT-FILE  VOUCHER-HISTORY-FILE
           END-IF

           IF NOT COPY-FROM-KEYED-WS
              AND NOT COPY-TO-KEYED-WS
               THEN
                   MOVE COPY-FROM-NAME-WS TO GEN-INPUT-NAME-WS
                   MOVE COPY-TO-NAME-WS   TO GEN-OUTPUT-NAME-WS
                   MOVE 'NO' TO EOF-GEN-INPUT-WS
                   OPEN INPUT  GEN-INPUT-FILE
                   OPEN OUTPUT GEN-OUTPUT-FILE
                   PERFORM 660-COPY-RECORD
                       UNTIL EOF-GEN-INPUT-WS = 'YES'
                   CLOSE GEN-INPUT-FILE  GEN-OUTPUT-FILE
           END-IF.

       620-UNLOAD-HISTORY.

           READ VOUCHER-HISTORY-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS = 'NO'
               THEN
                   MOVE  VOUCHER-HISTORY-RECORD TO GEN-OUTPUT-RECORD
                   WRITE GEN-OUTPUT-RECORD
           END-IF.

       640-RELOAD-HISTORY.

           READ GEN-INPUT-FILE
           AT END MOVE 'YES' TO EOF-GEN-INPUT-WS
           END-READ

           IF EOF-GEN-INPUT-WS = 'NO'
               THEN
                   MOVE  GEN-INPUT-RECORD TO VOUCHER-HISTORY-RECORD
                   WRITE VOUCHER-HISTORY-RECORD
                       INVALID KEY ADD 1 TO DUPKEY-COUNT-WS
                   END-WRITE
           END-IF.

       660-COPY-RECORD.

           READ GEN-INPUT-FILE
           AT END MOVE 'YES' TO EOF-GEN-INPUT-WS
           END-READ

           IF EOF-GEN-INPUT-WS = 'NO'
               THEN
                   MOVE  GEN-INPUT-RECORD TO GEN-OUTPUT-RECORD
                   WRITE GEN-OUTPUT-RECORD
           END-IF.

      *****************************************************************
      *ROLLBACK - ONLY THE NEWEST PROMOTE OF THE FILE CAN BE UNDONE,
      *AND ONLY WHILE THE LIVE FILE IS STILL WHAT THAT PROMOTE PUT
      *THERE AND ITS BACKUP STILL HOLDS WHAT IT SAVED
      *****************************************************************
       700-ROLLBACK.

           IF NOT PROMOTE-ON-LOG-WS
               THEN
                   MOVE 'NO PROMOTE OF THIS FILE ON THE RUN LOG'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND PROMOTE-ROLLED-BACK-WS
               THEN
                   MOVE 'LATEST PROMOTE ALREADY ROLLED BACK'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 720-PROVE-PROMOTED-FILE
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 740-PROVE-BACKUP
           END-IF

           IF ACTION-PROVEN-WS
               THEN PERFORM 760-RESTORE-BACKUP
           END-IF.

       720-PROVE-PROMOTED-FILE.

           MOVE CUR-LIVE-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE
           MOVE MEASURE-RECORDS-WS TO LIVE-RECORDS-WS
           MOVE MEASURE-TOTAL-WS   TO LIVE-TOTAL-WS

           IF LIVE-RECORDS-WS NOT = LOG-PRO-RECORDS-WS
              OR LIVE-TOTAL-WS NOT = LOG-PRO-TOTAL-WS
               THEN
                   MOVE 'LIVE FILE CHANGED SINCE IT WAS PROMOTED'
                                          TO REFUSE-REASON-WS
           END-IF.

       740-PROVE-BACKUP.

           MOVE LOG-PRO-NUMBER-WS TO BACKUP-NUMBER-WS
           PERFORM 470-BUILD-BACKUP-NAME

           MOVE CUR-BACKUP-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE

           IF MEASURE-RECORDS-WS NOT = LOG-PRO-LIVE-RECORDS-WS
              OR MEASURE-TOTAL-WS NOT = LOG-PRO-LIVE-TOTAL-WS
               THEN
                   MOVE 'BACKUP DOES NOT AGREE WITH THE RUN LOG'
                                          TO REFUSE-REASON-WS
           END-IF.

      *****************************************************************
      *THE LIVE FILE IS HELD ASIDE FIRST SO A RESTORE THAT DOES NOT
      *PROVE CAN BE PUT BACK THE WAY IT WAS
      *****************************************************************
       760-RESTORE-BACKUP.

           MOVE CUR-LIVE-NAME-WS  TO COPY-FROM-NAME-WS
           MOVE HOLD-FILE-NAME-WS TO COPY-TO-NAME-WS
           PERFORM 600-COPY-FILE

           MOVE HOLD-FILE-NAME-WS TO MEASURE-NAME-WS
           PERFORM 500-MEASURE-FILE

           IF MEASURE-RECORDS-WS NOT = LIVE-RECORDS-WS
              OR MEASURE-TOTAL-WS NOT = LIVE-TOTAL-WS
               THEN
                   MOVE 'HOLDING COPY DISAGREES WITH LIVE FILE'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
               THEN
                   MOVE CUR-BACKUP-NAME-WS TO COPY-FROM-NAME-WS
                   MOVE CUR-LIVE-NAME-WS   TO COPY-TO-NAME-WS
                   PERFORM 600-COPY-FILE
                   MOVE CUR-LIVE-NAME-WS   TO MEASURE-NAME-WS
                   PERFORM 500-MEASURE-FILE
                   IF MEASURE-RECORDS-WS = LOG-PRO-LIVE-RECORDS-WS
                      AND MEASURE-TOTAL-WS = LOG-PRO-LIVE-TOTAL-WS
                       THEN
                           MOVE 'RESTORED' TO RESULT-WS
                           ADD 1 TO RESTORED-COUNT-WS
                       ELSE
                           MOVE HOLD-FILE-NAME-WS TO COPY-FROM-NAME-WS
                           MOVE CUR-LIVE-NAME-WS  TO COPY-TO-NAME-WS
                           PERFORM 600-COPY-FILE
                           MOVE
                           'RESTORED FILE DID NOT PROVE - LIVE KEPT'
                                          TO REFUSE-REASON-WS
                   END-IF
           END-IF.

      *****************************************************************
      *DISCARD - THE NEWEST GENERATION, AND WITH IT ANY EARLIER ONE
      *NOT YET PROMOTED, IS WRITTEN OFF SO THE PRODUCER THAT REFUSES
      *TO START OVER AN UNPROMOTED GENERATION CAN BE RUN AGAIN.  THE
      *OTHER FILE OF A PAIR MUST BE DISCARDED TOO, SO ONE ALREADY
      *PROMOTED HAS TO BE ROLLED BACK FIRST.
      *NOTHING IS COPIED - THE LOGGED FIGURES ARE CARRIED TO THE 'D'
      *****************************************************************
       780-DISCARD.

           IF NOT GEN-ON-LOG-WS
               THEN
                   MOVE 'NO GENERATION ENTRY ON THE RUN LOG'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND GEN-ALREADY-PROMOTED-WS
               THEN
                   MOVE 'GENERATION HAS ALREADY BEEN PROMOTED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND GEN-ALREADY-DISCARDED-WS
               THEN
                   MOVE 'GENERATION HAS ALREADY BEEN DISCARDED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
              AND PARTNER-PROMOTED-WS
               THEN
                   MOVE 'OTHER FILE OF SAME RUN WAS PROMOTED'
                                          TO REFUSE-REASON-WS
           END-IF

           IF ACTION-PROVEN-WS
               THEN
                   MOVE LOG-GEN-RECORDS-WS      TO NEW-RECORDS-WS
                   MOVE LOG-GEN-TOTAL-WS        TO NEW-TOTAL-WS
                   MOVE LOG-GEN-LIVE-RECORDS-WS TO LIVE-RECORDS-WS
                   MOVE LOG-GEN-LIVE-TOTAL-WS   TO LIVE-TOTAL-WS
                   MOVE 'DISCARDED' TO RESULT-WS
                   ADD 1 TO DISCARDED-COUNT-WS
           END-IF.

      *****************************************************************
      *EVERY CARD LEAVES AN ENTRY ON THE RUN-CONTROL LOG FOR RUNRPT8 -
      *'P' CARRIES THE FIGURES PROMOTED AND THE FIGURES SAVED TO THE
      *BACKUP, 'B' THE FIGURES RESTORED AND THE FIGURES REPLACED,
      *'D' THE FIGURES OF THE GENERATION WRITTEN OFF.
      *THE RUN STAMP TIES EACH BACK TO THE GENERATION'S 'G' ENTRY
      *****************************************************************
       800-LOG-ACTION.

           MOVE FUNCTION CURRENT-DATE TO END-DATE-WS

           MOVE HOLD-DATE-WS         TO RL-START-STAMP
           MOVE END-DATE-WS (1:14)   TO RL-END-STAMP
           MOVE 'NORMAL'             TO RL-START-TYPE
           MOVE ZERO   TO RL-RECORDS-READ  RL-PROCESSED
                          RL-EXCEPTIONS    RL-REJECTS
                          RL-DUPLICATES    RL-RECYCLED
                          RL-NET-DOLLARS
           MOVE SPACES               TO RL-BALANCE-STATUS
           MOVE 'GENPRO8'            TO RL-PROGRAM-ID
           MOVE BACKUP-NUMBER-WS     TO RL-GEN-NUMBER
           MOVE REFUSE-REASON-WS     TO RL-GEN-REASON

           IF GP-ROLLBACK
              AND MANAGED-FILE-WS
               THEN
                   MOVE CUR-LIVE-NAME-WS        TO RL-GEN-FILE
                   MOVE LOG-PRO-LIVE-RECORDS-WS TO RL-GEN-RECORDS
                   MOVE LOG-PRO-LIVE-TOTAL-WS   TO RL-GEN-TOTAL
                   MOVE LOG-PRO-STAMP-WS        TO RL-GEN-RUN-STAMP
               ELSE
                   MOVE CUR-NEW-NAME-WS         TO RL-GEN-FILE
                   MOVE NEW-RECORDS-WS          TO RL-GEN-RECORDS
                   MOVE NEW-TOTAL-WS            TO RL-GEN-TOTAL
                   MOVE LOG-GEN-STAMP-WS        TO RL-GEN-RUN-STAMP
           END-IF
           MOVE LIVE-RECORDS-WS      TO RL-GEN-LIVE-RECORDS
           MOVE LIVE-TOTAL-WS        TO RL-GEN-LIVE-TOTAL

           IF ACTION-PROVEN-WS
               THEN MOVE ZERO TO RL-CONDITION-CODE
               ELSE MOVE 12   TO RL-CONDITION-CODE
           END-IF

           IF NOT ACTION-PROVEN-WS
               THEN MOVE 'X' TO RL-ENTRY-TYPE
               ELSE
                   IF GP-PROMOTE
                       THEN
                           MOVE 'P' TO RL-ENTRY-TYPE
                           MOVE CUR-LIVE-NAME-WS TO RL-GEN-FILE
                       ELSE
                           IF GP-DISCARD
                               THEN MOVE 'D' TO RL-ENTRY-TYPE
                               ELSE MOVE 'B' TO RL-ENTRY-TYPE
                           END-IF
                   END-IF
           END-IF

           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       850-PRINT-ACTION.

           IF GP-PROMOTE
               THEN MOVE 'PROMOTE'  TO GEN-ACTION-OUT
               ELSE
                   IF GP-ROLLBACK
                       THEN MOVE 'ROLLBACK' TO GEN-ACTION-OUT
                       ELSE
                           IF GP-DISCARD
                               THEN MOVE 'DISCARD'  TO GEN-ACTION-OUT
                               ELSE MOVE GP-ACTION  TO GEN-ACTION-OUT
                           END-IF
                   END-IF
           END-IF

           MOVE CUR-NEW-NAME-WS     TO GEN-NEW-OUT
           MOVE CUR-LIVE-NAME-WS    TO GEN-LIVE-OUT
           MOVE CUR-BACKUP-NAME-WS  TO GEN-BACKUP-OUT
           MOVE RL-GEN-RUN-STAMP    TO GEN-STAMP-OUT
           MOVE RL-GEN-RECORDS      TO GEN-RECORDS-OUT
           MOVE RL-GEN-TOTAL        TO GEN-TOTAL-OUT
           MOVE RESULT-WS           TO GEN-RESULT-OUT

           IF GP-PROMOTE
              OR GP-DISCARD
               THEN MOVE LOG-GEN-CC-WS TO GEN-CC-OUT
               ELSE MOVE ZERO          TO GEN-CC-OUT
           END-IF

           MOVE  GEN-DETAIL-LINE-SETUP TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           IF NOT ACTION-PROVEN-WS
               THEN
                   MOVE REFUSE-REASON-WS TO GEN-REASON-OUT
                   MOVE  GEN-REASON-LINE-SETUP TO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE AFTER 1
           END-IF.

       900-CLOSE.

           IF CARD-COUNT-WS = ZERO
               THEN
                   MOVE  NO-ACTION-LINE-SETUP TO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE AFTER 1
           END-IF

           MOVE SPACES TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 2 LINES

           MOVE 'ACTIONS REQUESTED:'        TO COUNT-LABEL-OUT
           MOVE CARD-COUNT-WS               TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           MOVE 'GENERATIONS PROMOTED:'     TO COUNT-LABEL-OUT
           MOVE PROMOTED-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           MOVE 'GENERATIONS ROLLED BACK:'  TO COUNT-LABEL-OUT
           MOVE RESTORED-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           MOVE 'GENERATIONS DISCARDED:'    TO COUNT-LABEL-OUT
           MOVE DISCARDED-COUNT-WS          TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           MOVE 'ACTIONS REFUSED:'          TO COUNT-LABEL-OUT
           MOVE REFUSED-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE AFTER 1

           IF REFUSED-COUNT-WS IS GREATER THAN ZERO
               THEN MOVE 12 TO RETURN-CODE
               ELSE
                   IF CARD-COUNT-WS = ZERO
                       THEN MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF

           CLOSE GEN-PARM-FILE  GEN-REPORT-FILE.

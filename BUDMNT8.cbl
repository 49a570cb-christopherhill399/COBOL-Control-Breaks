       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDMNT8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL BUDGET-PARM-FILE ASSIGN TO 'BUDPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-TRANS-FILE ASSIGN TO 'BUDTRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO 'BUDIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-BUDGET-KEY.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AM-MASTER-KEY.

           SELECT AUDIT-REPORT-FILE ASSIGN TO 'BUDAUD8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - RUN TYPE 'L' (THE ANNUAL LOAD) OR
      *'C' (A MID-YEAR CHANGE RUN), AND THE BUDGET YEAR AS YYYY.  A
      *LOAD REFUSES TO RUN FOR A YEAR ALREADY ON FILE, SO A LOAD
      *SUBMITTED TWICE CANNOT DOUBLE OR OVERLAY THE BUDGET
      *****************************************************************
       FD  BUDGET-PARM-FILE RECORDING MODE IS F.
       01  BUDGET-PARM-RECORD.
           05  BP-RUN-TYPE             PIC X.
           05  BP-BUDGET-YEAR          PIC X(4).

      *****************************************************************
      *BUDGET TRANSACTIONS - ONE ACCOUNT/STORE/PERIOD AND ITS BUDGET
      *AMOUNT PER RECORD.  IN A LOAD RUN EVERY RECORD IS A NEW BUDGET
      *LINE; IN A CHANGE RUN THE AMOUNT REPLACES THE ONE ON FILE (OR
      *ADDS THE LINE FOR A PAIR OPENED SINCE THE LOAD), AND AN ACTION
      *OF 'D' TAKES A LINE OFF
      *****************************************************************
       FD  BUDGET-TRANS-FILE RECORDING MODE IS F.
       01  BUDGET-TRANS-RECORD.
           05  BT-ACTION-CODE          PIC X.
           05  BT-ACCOUNT-NUMBER       PIC X(4).
           05  BT-STORE-NUMBER         PIC X(3).
           05  BT-BUDGET-PERIOD        PIC X(6).
           05  BT-BUDGET-AMOUNT        PIC S9(9)V99.

      *****************************************************************
      *BUDGET MASTER - ONE RECORD PER ACCOUNT/STORE PER PERIOD
      *(YYYYMM), KEYED IN THAT ORDER SO A SEQUENTIAL PASS COMES OUT
      *IN ACCOUNT/STORE SEQUENCE WITH THE YEAR'S PERIODS TOGETHER.
      *THE FIRST LOAD RUN FINDS NO FILE AND THE I-O OPEN CREATES IT
      *****************************************************************
       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-ACCOUNT-NUMBER   PIC X(4).
               10  BG-STORE-NUMBER     PIC X(3).
               10  BG-BUDGET-PERIOD    PIC X(6).
           05  BG-BUDGET-AMOUNT        PIC S9(9)V99.
           05  BG-LOAD-DATE            PIC X(8).
           05  BG-CHANGE-DATE          PIC X(8).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-MASTER-KEY.
               10  AM-ACCOUNT-NUMBER   PIC X(4).
               10  AM-STORE-NUMBER     PIC X(3).
           05  AM-PTD-DOLLARS          PIC S9(9)V99.
           05  AM-PTD-RECORDS          PIC 9(7).
           05  AM-YTD-DOLLARS          PIC S9(9)V99.
           05  AM-YTD-RECORDS          PIC 9(7).
           05  AM-DESCRIPTION          PIC X(25).
           05  AM-STATUS               PIC X.
               88  AM-CLOSED-TO-POSTING        VALUE 'C'.

       FD  AUDIT-REPORT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  RUN-TYPE-WS             PIC X           VALUE SPACE.
               88  LOAD-RUN-WS                 VALUE 'L'.
               88  CHANGE-RUN-WS               VALUE 'C'.
           05  BUDGET-YEAR-WS          PIC X(4)        VALUE SPACES.
           05  PARM-ERROR-WS           PIC X(50)       VALUE SPACES.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.
           05  YEAR-ON-FILE-SW         PIC X(3)        VALUE 'NO'.
               88  YEAR-ON-FILE-WS             VALUE 'YES'.
           05  BUDGET-FOUND-SW         PIC X(3)        VALUE 'NO'.
               88  BUDGET-FOUND-WS             VALUE 'YES'.
           05  ACCOUNT-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  ACCOUNT-FOUND-WS            VALUE 'YES'.

           05  RUN-DATE-MDY-WS         PIC X(8)        VALUE SPACES.
           05  PERIOD-MM-WS            PIC 9(2)        VALUE ZERO.

           05  TRANS-ACTION-WS         PIC X           VALUE SPACE.
           05  TRANS-KEY-WS.
               10  TRANS-ACCOUNT-WS    PIC X(4)        VALUE SPACES.
               10  TRANS-STORE-WS      PIC X(3)        VALUE SPACES.
               10  TRANS-PERIOD-WS     PIC X(6)        VALUE SPACES.
           05  TRANS-AMOUNT-WS         PIC S9(9)V99    VALUE ZERO.

           05  BEFORE-AMOUNT-WS        PIC S9(9)V99    VALUE ZERO.
           05  AFTER-AMOUNT-WS         PIC S9(9)V99    VALUE ZERO.
           05  REJECT-REASON-WS        PIC X(25)       VALUE SPACES.
           05  AUDIT-ACTION-WS         PIC X(7)        VALUE SPACES.

           05  PAGE-LINE-COUNT         PIC 999         VALUE ZERO.
           05  PAGE-NUMBER-WS          PIC 9(4)        VALUE ZERO.

           05  REJECT-DROPPED-WS       PIC 9(7)        VALUE ZERO.

           05  TRANS-IN-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  LOADED-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05  ADDED-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  CHANGED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  DELETED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  REJECTED-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  NET-CHANGE-WS           PIC S9(11)V99   VALUE ZERO.

       01  EOF-WS.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-TRANS-WS            PIC X(3) VALUE 'NO'.
           05  EOF-BUDGET-WS           PIC X(3) VALUE 'NO'.

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
      *REJECTED TRANSACTIONS ARE HELD HERE AND LISTED IN THEIR OWN
      *SECTION AT THE END OF THE AUDIT REPORT
      *****************************************************************
       01  REJECT-TABLE-WS.
           05  REJECT-TABLE-COUNT-WS   PIC 9(4)        VALUE ZERO.
           05  REJECT-TABLE-ENTRY      OCCURS 1000 TIMES
                                       INDEXED BY REJECT-IDX-WS.
               10  REJ-TBL-ACTION      PIC X.
               10  REJ-TBL-ACCOUNT     PIC X(4).
               10  REJ-TBL-STORE       PIC X(3).
               10  REJ-TBL-PERIOD      PIC X(6).
               10  REJ-TBL-AMOUNT      PIC S9(9)V99.
               10  REJ-TBL-REASON      PIC X(25).

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
           05  REPORT-TITLE-OUT        PIC X(37)   VALUE
           'BUDGET MAINTENANCE AUDIT'.

           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'TIME: '.
           05  HEADER-HR-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-MN-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-SC-OUT       PIC 99.
           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'PAGE: '.
           05  PAGE-NUMBER-OUT     PIC ZZZ9.
      **************************************************************

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN TYPE: '.
           05  ECHO-RUN-TYPE-OUT       PIC X(11).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(13) VALUE 'BUDGET YEAR: '.
           05  ECHO-YEAR-OUT           PIC X(4).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'ACCT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'STORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'PERIOD'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(18) VALUE '     BUDGET BEFORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(18) VALUE '      BUDGET AFTER'.

       01  AUDIT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-ACTION-OUT          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-ACCOUNT-OUT         PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AUD-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AUD-PERIOD-OUT          PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  AUD-BEFORE-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-AFTER-OUT           PIC $$$$,$$$,$$9.99BCR.

       01  REJECT-SECTION-LINE-SETUP.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05                          PIC X(45)       VALUE
           'REJECTED TRANSACTIONS'.

       01  REJECT-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'ACCT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'STORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'PERIOD'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(18) VALUE '            AMOUNT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'REASON'.

       01  REJECT-TRUNC-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(24) VALUE
           '*** LISTING TRUNCATED - '.
           05  REJECT-TRUNC-COUNT-OUT  PIC Z,ZZZ,ZZ9.
           05                          PIC X(22) VALUE
           ' REJECTS NOT SHOWN ***'.

       01  REJECT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-ACTION-OUT          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-ACCOUNT-OUT         PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REJ-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REJ-PERIOD-OUT          PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  REJ-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-REASON-OUT          PIC X(25).

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.

       01  TOTAL-DOLLARS-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  TOTAL-DOL-LABEL-OUT     PIC X(35).
           05  TOTAL-DOL-VALUE-OUT     PIC $$,$$$,$$$,$$9.99BCR.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
               UNTIL EOF-TRANS-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *THE CARD IS PROVED, AND A LOAD'S YEAR CHECKED AGAINST THE
      *BUDGET FILE, BEFORE ANY OUTPUT IS OPENED - EITHER PROBLEM
      *STOPS THE RUN WITH CONDITION CODE 16 AND THE FILE UNTOUCHED
      *****************************************************************
       200-OPEN.

           PERFORM 210-READ-PARAMETERS

           IF LOAD-RUN-WS
               THEN PERFORM 230-CHECK-YEAR-LOADED
           END-IF

           OPEN INPUT  BUDGET-TRANS-FILE
                       ACCOUNT-MASTER-FILE
           OPEN I-O    BUDGET-MASTER-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

           MOVE HOLD-MO-WS TO RUN-DATE-MDY-WS (1:2)
           MOVE HOLD-DY-WS TO RUN-DATE-MDY-WS (3:2)
           MOVE HOLD-YR-WS TO RUN-DATE-MDY-WS (5:4)

           IF LOAD-RUN-WS
               THEN MOVE 'ANNUAL LOAD' TO ECHO-RUN-TYPE-OUT
               ELSE MOVE 'CHANGE'      TO ECHO-RUN-TYPE-OUT
           END-IF
           MOVE BUDGET-YEAR-WS TO ECHO-YEAR-OUT

           PERFORM 500-HEADER

           PERFORM 250-READ-TRANS.

       210-READ-PARAMETERS.

           OPEN INPUT BUDGET-PARM-FILE

           READ BUDGET-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           CLOSE BUDGET-PARM-FILE

           IF EOF-PARM-WS = 'NO'
               THEN MOVE 'YES' TO PARM-FOUND-SW
           END-IF

           IF NOT PARM-FOUND-WS
               THEN MOVE 'PARAMETER CARD BUDPRM8 MISSING OR EMPTY'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS = SPACES
              AND BP-RUN-TYPE NOT = 'L'
              AND BP-RUN-TYPE NOT = 'C'
               THEN MOVE 'RUN TYPE MUST BE L OR C'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS = SPACES
              AND BP-BUDGET-YEAR IS NOT NUMERIC
               THEN MOVE 'BUDGET YEAR NOT NUMERIC'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS NOT = SPACES
               THEN
                   DISPLAY 'BUDPRM8 PARAMETER ERROR - ' PARM-ERROR-WS
                   DISPLAY 'RUN STOPPED - BUDGET FILE NOT TOUCHED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE BP-RUN-TYPE    TO RUN-TYPE-WS
           MOVE BP-BUDGET-YEAR TO BUDGET-YEAR-WS.

      *****************************************************************
      *ANY LINE ALREADY ON FILE FOR THE LOAD YEAR MEANS THE YEAR HAS
      *BEEN LOADED - REVISIONS GO THROUGH A CHANGE RUN, SO A SECOND
      *LOAD IS REFUSED OUTRIGHT
      *****************************************************************
       230-CHECK-YEAR-LOADED.

           OPEN INPUT BUDGET-MASTER-FILE

           PERFORM 235-READ-BUDGET-LINE
               UNTIL EOF-BUDGET-WS = 'YES'

           CLOSE BUDGET-MASTER-FILE

           IF YEAR-ON-FILE-WS
               THEN
                   DISPLAY 'BUDMNT8 - BUDGET YEAR ' BUDGET-YEAR-WS
                       ' ALREADY LOADED - RUN REFUSED'
                   DISPLAY 'USE A CHANGE RUN FOR REVISIONS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       235-READ-BUDGET-LINE.

           READ BUDGET-MASTER-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-BUDGET-WS
           END-READ

           IF EOF-BUDGET-WS = 'NO'
              AND BG-BUDGET-PERIOD (1:4) = BUDGET-YEAR-WS
               THEN
                   MOVE 'YES' TO YEAR-ON-FILE-SW
                   MOVE 'YES' TO EOF-BUDGET-WS
           END-IF.

       250-READ-TRANS.

           READ BUDGET-TRANS-FILE
           AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ

           IF EOF-TRANS-WS = 'NO'
               THEN
                   ADD 1 TO TRANS-IN-COUNT-WS
                   MOVE BT-ACTION-CODE    TO TRANS-ACTION-WS
                   MOVE BT-ACCOUNT-NUMBER TO TRANS-ACCOUNT-WS
                   MOVE BT-STORE-NUMBER   TO TRANS-STORE-WS
                   MOVE BT-BUDGET-PERIOD  TO TRANS-PERIOD-WS
                   IF BT-BUDGET-AMOUNT IS NUMERIC
                       THEN MOVE BT-BUDGET-AMOUNT TO TRANS-AMOUNT-WS
                       ELSE MOVE ZERO             TO TRANS-AMOUNT-WS
                   END-IF
           END-IF.

      *****************************************************************
      *EACH TRANSACTION IS PROVED, THEN APPLIED WITH A KEYED WRITE,
      *REWRITE OR DELETE.  THE FIRST PROBLEM FOUND IS THE REJECT
      *REASON AND THE BUDGET FILE IS LEFT ALONE FOR THAT RECORD
      *****************************************************************
       300-PROCESS.

           PERFORM 310-VALIDATE-TRANS

           IF REJECT-REASON-WS NOT = SPACES
               THEN PERFORM 380-LOG-REJECT
               ELSE
           IF LOAD-RUN-WS
               THEN PERFORM 330-APPLY-LOAD
               ELSE
           IF TRANS-ACTION-WS = 'D'
               THEN PERFORM 350-APPLY-DELETE
               ELSE PERFORM 340-APPLY-CHANGE
           END-IF
           END-IF
           END-IF

           PERFORM 250-READ-TRANS.

       310-VALIDATE-TRANS.

           MOVE SPACES TO REJECT-REASON-WS

           IF LOAD-RUN-WS AND TRANS-ACTION-WS NOT = 'L'
               THEN MOVE 'LOAD RUN TAKES L ONLY' TO REJECT-REASON-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND CHANGE-RUN-WS
              AND TRANS-ACTION-WS NOT = 'C'
              AND TRANS-ACTION-WS NOT = 'D'
               THEN MOVE 'CHANGE RUN TAKES C OR D' TO REJECT-REASON-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND (TRANS-ACCOUNT-WS = SPACES OR TRANS-STORE-WS = SPACES)
               THEN MOVE 'ACCOUNT OR STORE MISSING' TO REJECT-REASON-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
               THEN
                   IF TRANS-PERIOD-WS IS NOT NUMERIC
                       THEN MOVE 'PERIOD NOT NUMERIC'
                                       TO REJECT-REASON-WS
                       ELSE
                           MOVE TRANS-PERIOD-WS (5:2) TO PERIOD-MM-WS
                           IF PERIOD-MM-WS IS LESS THAN 1
                              OR PERIOD-MM-WS IS GREATER THAN 12
                               THEN MOVE 'PERIOD MONTH IMPOSSIBLE'
                                       TO REJECT-REASON-WS
                           END-IF
                   END-IF
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND TRANS-PERIOD-WS (1:4) NOT = BUDGET-YEAR-WS
               THEN MOVE 'PERIOD NOT IN BUDGET YEAR' TO REJECT-REASON-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND TRANS-ACTION-WS NOT = 'D'
              AND BT-BUDGET-AMOUNT IS NOT NUMERIC
               THEN MOVE 'AMOUNT NOT NUMERIC' TO REJECT-REASON-WS
           END-IF

      *****************************************************************
      *A BUDGET LINE MUST BELONG TO AN ACCOUNT/STORE PAIR ON THE
      *MASTER - ONE THAT IS CLOSED TO POSTING MAY STILL CARRY BUDGET
      *FOR THE PART OF THE YEAR IT WAS OPEN
      *****************************************************************
           IF REJECT-REASON-WS = SPACES
              AND TRANS-ACTION-WS NOT = 'D'
               THEN
                   MOVE 'YES'            TO ACCOUNT-FOUND-SW
                   MOVE TRANS-ACCOUNT-WS TO AM-ACCOUNT-NUMBER
                   MOVE TRANS-STORE-WS   TO AM-STORE-NUMBER
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY MOVE 'NO' TO ACCOUNT-FOUND-SW
                   END-READ
                   IF NOT ACCOUNT-FOUND-WS
                       THEN MOVE 'ACCT/STORE NOT ON FILE'
                                       TO REJECT-REASON-WS
                   END-IF
           END-IF.

       330-APPLY-LOAD.

           MOVE TRANS-KEY-WS     TO BG-BUDGET-KEY
           MOVE TRANS-AMOUNT-WS  TO BG-BUDGET-AMOUNT
           MOVE RUN-DATE-MDY-WS  TO BG-LOAD-DATE
           MOVE SPACES           TO BG-CHANGE-DATE
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE IN LOAD' TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               NOT INVALID KEY
                   ADD 1 TO LOADED-COUNT-WS
                   ADD TRANS-AMOUNT-WS TO NET-CHANGE-WS
                   MOVE 'LOADED'        TO AUDIT-ACTION-WS
                   MOVE ZERO            TO BEFORE-AMOUNT-WS
                   MOVE TRANS-AMOUNT-WS TO AFTER-AMOUNT-WS
                   PERFORM 370-PRINT-AUDIT
           END-WRITE.

       340-APPLY-CHANGE.

           MOVE 'YES'        TO BUDGET-FOUND-SW
           MOVE TRANS-KEY-WS TO BG-BUDGET-KEY
           READ BUDGET-MASTER-FILE
               INVALID KEY MOVE 'NO' TO BUDGET-FOUND-SW
           END-READ

           IF BUDGET-FOUND-WS
               THEN
                   MOVE BG-BUDGET-AMOUNT TO BEFORE-AMOUNT-WS
                   MOVE TRANS-AMOUNT-WS  TO BG-BUDGET-AMOUNT
                   MOVE RUN-DATE-MDY-WS  TO BG-CHANGE-DATE
                   REWRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           MOVE 'BUDGET LINE NOT ON FILE'
                                       TO REJECT-REASON-WS
                           PERFORM 380-LOG-REJECT
                       NOT INVALID KEY
                           ADD 1 TO CHANGED-COUNT-WS
                           COMPUTE NET-CHANGE-WS = NET-CHANGE-WS
                               + TRANS-AMOUNT-WS - BEFORE-AMOUNT-WS
                           MOVE 'CHANGED'       TO AUDIT-ACTION-WS
                           MOVE TRANS-AMOUNT-WS TO AFTER-AMOUNT-WS
                           PERFORM 370-PRINT-AUDIT
                   END-REWRITE
               ELSE
                   MOVE TRANS-KEY-WS     TO BG-BUDGET-KEY
                   MOVE TRANS-AMOUNT-WS  TO BG-BUDGET-AMOUNT
                   MOVE SPACES           TO BG-LOAD-DATE
                   MOVE RUN-DATE-MDY-WS  TO BG-CHANGE-DATE
                   WRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           MOVE 'BUDGET LINE ALREADY ON FILE'
                                       TO REJECT-REASON-WS
                           PERFORM 380-LOG-REJECT
                       NOT INVALID KEY
                           ADD 1 TO ADDED-COUNT-WS
                           ADD TRANS-AMOUNT-WS TO NET-CHANGE-WS
                           MOVE 'ADDED'         TO AUDIT-ACTION-WS
                           MOVE ZERO            TO BEFORE-AMOUNT-WS
                           MOVE TRANS-AMOUNT-WS TO AFTER-AMOUNT-WS
                           PERFORM 370-PRINT-AUDIT
                   END-WRITE
           END-IF.

       350-APPLY-DELETE.

           MOVE 'YES'        TO BUDGET-FOUND-SW
           MOVE TRANS-KEY-WS TO BG-BUDGET-KEY
           READ BUDGET-MASTER-FILE
               INVALID KEY MOVE 'NO' TO BUDGET-FOUND-SW
           END-READ

           IF NOT BUDGET-FOUND-WS
               THEN
                   MOVE 'BUDGET LINE NOT ON FILE' TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE BG-BUDGET-AMOUNT TO BEFORE-AMOUNT-WS
                   DELETE BUDGET-MASTER-FILE
                       INVALID KEY
                           MOVE 'BUDGET LINE NOT ON FILE'
                                       TO REJECT-REASON-WS
                           PERFORM 380-LOG-REJECT
                       NOT INVALID KEY
                           ADD 1 TO DELETED-COUNT-WS
                           SUBTRACT BEFORE-AMOUNT-WS FROM NET-CHANGE-WS
                           MOVE 'DELETED' TO AUDIT-ACTION-WS
                           MOVE ZERO      TO AFTER-AMOUNT-WS
                           PERFORM 370-PRINT-AUDIT
                   END-DELETE
           END-IF.

       370-PRINT-AUDIT.

           MOVE AUDIT-ACTION-WS  TO AUD-ACTION-OUT
           MOVE TRANS-ACCOUNT-WS TO AUD-ACCOUNT-OUT
           MOVE TRANS-STORE-WS   TO AUD-STORE-OUT
           MOVE TRANS-PERIOD-WS  TO AUD-PERIOD-OUT
           MOVE BEFORE-AMOUNT-WS TO AUD-BEFORE-OUT
           MOVE AFTER-AMOUNT-WS  TO AUD-AFTER-OUT

           MOVE AUDIT-DETAIL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= 50
               THEN PERFORM 500-HEADER
           END-IF.

       380-LOG-REJECT.

           ADD 1 TO REJECTED-COUNT-WS

           IF REJECT-TABLE-COUNT-WS IS LESS THAN 1000
               THEN
                   ADD 1 TO REJECT-TABLE-COUNT-WS
                   SET REJECT-IDX-WS TO REJECT-TABLE-COUNT-WS
                   MOVE TRANS-ACTION-WS
                              TO REJ-TBL-ACTION  (REJECT-IDX-WS)
                   MOVE TRANS-ACCOUNT-WS
                              TO REJ-TBL-ACCOUNT (REJECT-IDX-WS)
                   MOVE TRANS-STORE-WS
                              TO REJ-TBL-STORE   (REJECT-IDX-WS)
                   MOVE TRANS-PERIOD-WS
                              TO REJ-TBL-PERIOD  (REJECT-IDX-WS)
                   MOVE TRANS-AMOUNT-WS
                              TO REJ-TBL-AMOUNT  (REJECT-IDX-WS)
                   MOVE REJECT-REASON-WS
                              TO REJ-TBL-REASON  (REJECT-IDX-WS)
           END-IF.

       500-HEADER.

           ADD 1 TO PAGE-NUMBER-WS
           MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

           MOVE  REPORT-HEADER-LINE-SETUP    TO  AUDIT-LINE
           WRITE AUDIT-LINE AFTER PAGE

           MOVE  PARM-ECHO-LINE-SETUP        TO  AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES

           MOVE  COLUMN-HEADER-LINE-SETUP    TO  AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES

           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1 LINE

           MOVE 0 TO PAGE-LINE-COUNT.

       900-CLOSE.

           PERFORM 800-REJECT-SECTION

           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES

           MOVE 'TRANSACTIONS READ:'         TO COUNT-LABEL-OUT
           MOVE TRANS-IN-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'BUDGET LINES LOADED:'       TO COUNT-LABEL-OUT
           MOVE LOADED-COUNT-WS              TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'BUDGET LINES ADDED:'        TO COUNT-LABEL-OUT
           MOVE ADDED-COUNT-WS               TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'BUDGET LINES CHANGED:'      TO COUNT-LABEL-OUT
           MOVE CHANGED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'BUDGET LINES DELETED:'      TO COUNT-LABEL-OUT
           MOVE DELETED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'TRANSACTIONS REJECTED:'     TO COUNT-LABEL-OUT
           MOVE REJECTED-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'NET CHANGE TO BUDGET:'      TO TOTAL-DOL-LABEL-OUT
           MOVE NET-CHANGE-WS                TO TOTAL-DOL-VALUE-OUT
           MOVE TOTAL-DOLLARS-LINE-SETUP     TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           CLOSE BUDGET-TRANS-FILE  ACCOUNT-MASTER-FILE
                 BUDGET-MASTER-FILE AUDIT-REPORT-FILE.

       800-REJECT-SECTION.

           IF REJECT-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   ADD 1 TO PAGE-NUMBER-WS
                   MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT
                   MOVE  REPORT-HEADER-LINE-SETUP   TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER PAGE
                   MOVE 0 TO PAGE-LINE-COUNT
                   MOVE  REJECT-SECTION-LINE-SETUP  TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 2 LINES
                   MOVE  REJECT-COLUMN-LINE-SETUP   TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 2 LINES
                   MOVE SPACES TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 1
                   SET REJECT-IDX-WS TO 1
                   PERFORM 810-PRINT-REJECT
                       REJECT-TABLE-COUNT-WS TIMES
           END-IF

      *****************************************************************
      *THE LISTING IS THE AUDIT TRAIL - WHEN THE TABLE COULD NOT HOLD
      *EVERY REJECT, THE SHORTFALL IS SAID OUT LOUD SO THE PRINTED
      *COUNT AND THE LISTING CAN NEVER QUIETLY DISAGREE
      *****************************************************************
           IF REJECTED-COUNT-WS IS GREATER THAN REJECT-TABLE-COUNT-WS
               THEN
                   COMPUTE REJECT-DROPPED-WS =
                       REJECTED-COUNT-WS - REJECT-TABLE-COUNT-WS
                   MOVE REJECT-DROPPED-WS TO REJECT-TRUNC-COUNT-OUT
                   MOVE  REJECT-TRUNC-LINE-SETUP TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 2 LINES
           END-IF.

       810-PRINT-REJECT.

           MOVE REJ-TBL-ACTION  (REJECT-IDX-WS) TO REJ-ACTION-OUT
           MOVE REJ-TBL-ACCOUNT (REJECT-IDX-WS) TO REJ-ACCOUNT-OUT
           MOVE REJ-TBL-STORE   (REJECT-IDX-WS) TO REJ-STORE-OUT
           MOVE REJ-TBL-PERIOD  (REJECT-IDX-WS) TO REJ-PERIOD-OUT
           MOVE REJ-TBL-AMOUNT  (REJECT-IDX-WS) TO REJ-AMOUNT-OUT
           MOVE REJ-TBL-REASON  (REJECT-IDX-WS) TO REJ-REASON-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= 50
               THEN
                   ADD 1 TO PAGE-NUMBER-WS
                   MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT
                   MOVE  REPORT-HEADER-LINE-SETUP  TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER PAGE
                   MOVE  REJECT-COLUMN-LINE-SETUP  TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 2 LINES
                   MOVE SPACES TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 1
                   MOVE 0 TO PAGE-LINE-COUNT
           END-IF

           SET REJECT-IDX-WS UP BY 1.

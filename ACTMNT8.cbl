       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ACTMNT8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT ACCOUNT-TRANS-FILE ASSIGN TO 'ACTTRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AM-MASTER-KEY.

           SELECT AUDIT-REPORT-FILE ASSIGN TO 'ACTAUD8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *MAINTENANCE TRANSACTIONS, KEYED ON ACCOUNT PLUS STORE AND
      *APPLIED IN THE ORDER THEY ARRIVE - ACTION 'A' ADD, 'C' CHANGE
      *(DESCRIPTION), 'S' STATUS CHANGE, 'D' DELETE.  THE STATUS BYTE
      *IS 'A' ACTIVE OR 'C' CLOSED TO POSTING - AN ADD LEFT BLANK
      *COMES ON FILE ACTIVE, AND A STATUS CHANGE TO 'D' IS TAKEN AS A
      *DELETE
      *****************************************************************
       FD  ACCOUNT-TRANS-FILE RECORDING MODE IS F.
       01  ACCOUNT-TRANS-RECORD.
           05  TR-ACTION-CODE          PIC X.
           05  TR-ACCOUNT-NUMBER       PIC X(4).
           05  TR-STORE-NUMBER         PIC X(3).
           05  TR-DESCRIPTION          PIC X(25).
           05  TR-STATUS               PIC X.

      *****************************************************************
      *ACCOUNT/STORE MASTER - THE LIVE INDEXED FILE, MAINTAINED IN
      *PLACE.  THE DOLLARS AND RECORD COUNTS BELONG TO THE REPORT RUN
      *AND THE PERIOD CLOSE AND ARE NEVER CHANGED HERE
      *****************************************************************
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

           05  TRANS-ACTION-WS         PIC X           VALUE SPACE.
           05  TRANS-KEY-WS.
               10  TRANS-ACCOUNT-WS    PIC X(4)        VALUE SPACES.
               10  TRANS-STORE-WS      PIC X(3)        VALUE SPACES.
           05  TRANS-DESCRIPTION-WS    PIC X(25)       VALUE SPACES.
           05  TRANS-STATUS-WS         PIC X           VALUE SPACE.

           05  BEFORE-DESCRIPTION-WS   PIC X(25)       VALUE SPACES.
           05  BEFORE-STATUS-WS        PIC X           VALUE SPACE.
           05  AFTER-DESCRIPTION-WS    PIC X(25)       VALUE SPACES.
           05  AFTER-STATUS-WS         PIC X           VALUE SPACE.
           05  REJECT-REASON-WS        PIC X(31)       VALUE SPACES.

           05  MASTER-FOUND-SW         PIC X(3)        VALUE 'NO'.
               88  MASTER-FOUND-WS             VALUE 'YES'.

           05  PAGE-LINE-COUNT         PIC 999         VALUE ZERO.
           05  PAGE-NUMBER-WS          PIC 9(4)        VALUE ZERO.

           05  REJECT-DROPPED-WS       PIC 9(7)        VALUE ZERO.

           05  TRANS-IN-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  ADDED-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  CHANGED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  STATUS-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05  DELETED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  REJECTED-COUNT-WS       PIC 9(7)        VALUE ZERO.

       01  EOF-WS.
           05  EOF-TRANS-WS            PIC X(3) VALUE 'NO'.

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
               10  REJ-TBL-DESCRIPTION PIC X(25).
               10  REJ-TBL-REASON      PIC X(31).

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
           'ACCOUNT/STORE MAINTENANCE AUDIT'.

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

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'ACCT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'STORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(18) VALUE 'DESCRIPTION BEFORE'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(17) VALUE 'DESCRIPTION AFTER'.
           05                      PIC X(10) VALUE SPACES.
           05                      PIC X(6)  VALUE 'OLD ST'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'NEW ST'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(16) VALUE '     PTD DOLLARS'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(16) VALUE '     YTD DOLLARS'.

       01  AUDIT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-ACTION-OUT          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-ACCOUNT-OUT         PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AUD-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AUD-BEFORE-DESC-OUT     PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-AFTER-DESC-OUT      PIC X(25).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  AUD-BEFORE-STATUS-OUT   PIC X.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  AUD-AFTER-STATUS-OUT    PIC X.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  AUD-PTD-DOLLARS-OUT     PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-YTD-DOLLARS-OUT     PIC $$$$,$$$,$$9.99-.

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
           05                      PIC X(25) VALUE 'DESCRIPTION'.
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
           05  REJ-DESCRIPTION-OUT     PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REJ-REASON-OUT          PIC X(31).

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
               UNTIL EOF-TRANS-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.

           OPEN INPUT  ACCOUNT-TRANS-FILE
           OPEN I-O    ACCOUNT-MASTER-FILE
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

           PERFORM 500-HEADER

           PERFORM 250-READ-TRANS.

       250-READ-TRANS.

           READ ACCOUNT-TRANS-FILE
           AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ

           IF EOF-TRANS-WS = 'NO'
               THEN
                   ADD 1 TO TRANS-IN-COUNT-WS
                   MOVE TR-ACTION-CODE    TO TRANS-ACTION-WS
                   MOVE TR-ACCOUNT-NUMBER TO TRANS-ACCOUNT-WS
                   MOVE TR-STORE-NUMBER   TO TRANS-STORE-WS
                   MOVE TR-DESCRIPTION    TO TRANS-DESCRIPTION-WS
                   MOVE TR-STATUS         TO TRANS-STATUS-WS
           END-IF.

      *****************************************************************
      *ONE TRANSACTION AT A TIME - A KEYED READ FINDS THE PAIR (OR
      *PROVES IT IS NOT THERE), THE ACTION IS APPLIED, AND THE NEXT
      *TRANSACTION IS READ.  EACH CHANGE IS ON THE MASTER BEFORE THE
      *NEXT ONE IS LOOKED AT, SO ADD-THEN-CHANGE AND CLOSE-THEN-DELETE
      *SEQUENCES COME OUT RIGHT WITHOUT A SORTED TRANSACTION FILE
      *****************************************************************
       300-PROCESS.

           MOVE 'YES' TO MASTER-FOUND-SW

           IF TRANS-ACCOUNT-WS = SPACES OR TRANS-STORE-WS = SPACES
               THEN
                   MOVE 'NO' TO MASTER-FOUND-SW
               ELSE
                   MOVE TRANS-KEY-WS TO AM-MASTER-KEY
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY MOVE 'NO' TO MASTER-FOUND-SW
                   END-READ
           END-IF

      *****************************************************************
      *A MASTER RECORD BUILT BEFORE THE STATUS BYTE EXISTED READS
      *BACK WITH A BLANK STATUS - IT IS ACTIVE, AND GOES BACK ON FILE
      *AS 'A' THE FIRST TIME MAINTENANCE TOUCHES IT
      *****************************************************************
           IF MASTER-FOUND-WS AND AM-STATUS = SPACE
               THEN MOVE 'A' TO AM-STATUS
           END-IF

           IF TRANS-ACCOUNT-WS = SPACES OR TRANS-STORE-WS = SPACES
               THEN
                   MOVE 'ACCOUNT OR STORE MISSING'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF TRANS-ACTION-WS = 'A'
               THEN PERFORM 330-APPLY-ADD
               ELSE
           IF TRANS-ACTION-WS = 'C'
               THEN PERFORM 340-APPLY-CHANGE
               ELSE
           IF TRANS-ACTION-WS = 'S' AND TRANS-STATUS-WS = 'D'
               THEN PERFORM 350-APPLY-DELETE
               ELSE
           IF TRANS-ACTION-WS = 'S'
               THEN PERFORM 345-APPLY-STATUS
               ELSE
           IF TRANS-ACTION-WS = 'D'
               THEN PERFORM 350-APPLY-DELETE
               ELSE
                   MOVE 'INVALID ACTION CODE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 250-READ-TRANS.

      *****************************************************************
      *A NEW PAIR COMES ON FILE WITH NO DOLLARS AND NO RECORDS - THE
      *REPORT RUN STARTS POSTING TO IT THE NEXT TIME IT SEES IT
      *****************************************************************
       330-APPLY-ADD.

           IF MASTER-FOUND-WS
               THEN
                   MOVE 'ACCT/STORE ALREADY ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF TRANS-STATUS-WS NOT = 'A' AND TRANS-STATUS-WS NOT = 'C'
              AND TRANS-STATUS-WS NOT = SPACE
               THEN
                   MOVE 'INVALID STATUS CODE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE TRANS-KEY-WS          TO AM-MASTER-KEY
                   MOVE ZERO                  TO AM-PTD-DOLLARS
                                                 AM-PTD-RECORDS
                                                 AM-YTD-DOLLARS
                                                 AM-YTD-RECORDS
                   MOVE TRANS-DESCRIPTION-WS  TO AM-DESCRIPTION
                   IF TRANS-STATUS-WS = SPACE
                       THEN MOVE 'A' TO AM-STATUS
                       ELSE MOVE TRANS-STATUS-WS TO AM-STATUS
                   END-IF
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE 'ACCT/STORE ALREADY ON FILE'
                                      TO REJECT-REASON-WS
                           PERFORM 380-LOG-REJECT
                       NOT INVALID KEY
                           ADD 1 TO ADDED-COUNT-WS
                           MOVE 'ADDED'   TO AUD-ACTION-OUT
                           MOVE SPACES    TO BEFORE-DESCRIPTION-WS
                           MOVE SPACE     TO BEFORE-STATUS-WS
                           MOVE AM-DESCRIPTION TO AFTER-DESCRIPTION-WS
                           MOVE AM-STATUS TO AFTER-STATUS-WS
                           PERFORM 370-PRINT-AUDIT
                   END-WRITE
           END-IF
           END-IF.

      *****************************************************************
      *A CHANGE CARRIES THE NEW DESCRIPTION - A BLANK ONE WOULD WIPE
      *THE NAME OFF THE PAIR, SO IT IS REJECTED, NOT APPLIED
      *****************************************************************
       340-APPLY-CHANGE.

           IF NOT MASTER-FOUND-WS
               THEN
                   MOVE 'ACCT/STORE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF TRANS-DESCRIPTION-WS = SPACES
               THEN
                   MOVE 'DESCRIPTION REQUIRED FOR CHANGE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE AM-DESCRIPTION       TO BEFORE-DESCRIPTION-WS
                   MOVE AM-STATUS            TO BEFORE-STATUS-WS
                   MOVE TRANS-DESCRIPTION-WS TO AM-DESCRIPTION
                   PERFORM 360-REWRITE-MASTER
                   IF REJECT-REASON-WS = SPACES
                       THEN
                           ADD 1 TO CHANGED-COUNT-WS
                           MOVE 'CHANGED' TO AUD-ACTION-OUT
                           PERFORM 370-PRINT-AUDIT
                   END-IF
           END-IF
           END-IF.

      *****************************************************************
      *STATUS CHANGE - 'C' CLOSES THE PAIR TO POSTING (THE REPORT RUN
      *AND THE SUSPENSE FIX-UP SEND ANYTHING CODED TO IT TO SUSPENSE),
      *'A' OPENS IT AGAIN.  THE DOLLARS STAY WHERE THEY ARE EITHER WAY
      *****************************************************************
       345-APPLY-STATUS.

           IF NOT MASTER-FOUND-WS
               THEN
                   MOVE 'ACCT/STORE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF TRANS-STATUS-WS NOT = 'A' AND TRANS-STATUS-WS NOT = 'C'
               THEN
                   MOVE 'INVALID STATUS CODE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE AM-DESCRIPTION  TO BEFORE-DESCRIPTION-WS
                   MOVE AM-STATUS       TO BEFORE-STATUS-WS
                   MOVE TRANS-STATUS-WS TO AM-STATUS
                   PERFORM 360-REWRITE-MASTER
                   IF REJECT-REASON-WS = SPACES
                       THEN
                           ADD 1 TO STATUS-COUNT-WS
                           MOVE 'STATUS'  TO AUD-ACTION-OUT
                           PERFORM 370-PRINT-AUDIT
                   END-IF
           END-IF
           END-IF.

      *****************************************************************
      *A PAIR STILL CARRYING PERIOD-TO-DATE OR YEAR-TO-DATE DOLLARS
      *CANNOT BE DELETED - THE DOLLARS WOULD DROP OUT OF THE NEXT
      *PERIOD CLOSE AND THE BUDGET COMPARISON.  CLOSE IT TO POSTING
      *INSTEAD AND DELETE IT ONCE THE YEAR-END CLOSE HAS CLEARED IT
      *****************************************************************
       350-APPLY-DELETE.

           IF NOT MASTER-FOUND-WS
               THEN
                   MOVE 'ACCT/STORE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
           IF AM-PTD-DOLLARS NOT = ZERO OR AM-YTD-DOLLARS NOT = ZERO
               THEN
                   MOVE 'PTD/YTD DOLLARS REMAIN'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               ELSE
                   MOVE AM-DESCRIPTION  TO BEFORE-DESCRIPTION-WS
                   MOVE AM-STATUS       TO BEFORE-STATUS-WS
                   DELETE ACCOUNT-MASTER-FILE
                       INVALID KEY
                           MOVE 'ACCT/STORE NOT ON FILE'
                                      TO REJECT-REASON-WS
                           PERFORM 380-LOG-REJECT
                       NOT INVALID KEY
                           ADD 1 TO DELETED-COUNT-WS
                           MOVE 'DELETED' TO AUD-ACTION-OUT
                           MOVE SPACES    TO AFTER-DESCRIPTION-WS
                           MOVE SPACE     TO AFTER-STATUS-WS
                           PERFORM 370-PRINT-AUDIT
                   END-DELETE
           END-IF
           END-IF.

       360-REWRITE-MASTER.

           MOVE SPACES TO REJECT-REASON-WS

           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE 'ACCT/STORE NOT ON FILE'
                                      TO REJECT-REASON-WS
                   PERFORM 380-LOG-REJECT
               NOT INVALID KEY
                   MOVE AM-DESCRIPTION TO AFTER-DESCRIPTION-WS
                   MOVE AM-STATUS      TO AFTER-STATUS-WS
           END-REWRITE.

      *****************************************************************
      *ONE AUDIT LINE PER APPLIED TRANSACTION - THE APPLY PARAGRAPH
      *SETS THE ACTION AND THE BEFORE AND AFTER IMAGES.  THE DOLLARS
      *PRINT AS THEY STAND ON THE MASTER SO A CLOSE OR DELETE CAN BE
      *SEEN TO HAVE LEFT NOTHING BEHIND
      *****************************************************************
       370-PRINT-AUDIT.

           MOVE TRANS-ACCOUNT-WS      TO AUD-ACCOUNT-OUT
           MOVE TRANS-STORE-WS        TO AUD-STORE-OUT
           MOVE BEFORE-DESCRIPTION-WS TO AUD-BEFORE-DESC-OUT
           MOVE BEFORE-STATUS-WS      TO AUD-BEFORE-STATUS-OUT
           MOVE AFTER-DESCRIPTION-WS  TO AUD-AFTER-DESC-OUT
           MOVE AFTER-STATUS-WS       TO AUD-AFTER-STATUS-OUT
           MOVE AM-PTD-DOLLARS        TO AUD-PTD-DOLLARS-OUT
           MOVE AM-YTD-DOLLARS        TO AUD-YTD-DOLLARS-OUT

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
                              TO REJ-TBL-ACTION      (REJECT-IDX-WS)
                   MOVE TRANS-ACCOUNT-WS
                              TO REJ-TBL-ACCOUNT     (REJECT-IDX-WS)
                   MOVE TRANS-STORE-WS
                              TO REJ-TBL-STORE       (REJECT-IDX-WS)
                   MOVE TRANS-DESCRIPTION-WS
                              TO REJ-TBL-DESCRIPTION (REJECT-IDX-WS)
                   MOVE REJECT-REASON-WS
                              TO REJ-TBL-REASON      (REJECT-IDX-WS)
           END-IF.

       500-HEADER.

           ADD 1 TO PAGE-NUMBER-WS
           MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

           MOVE  REPORT-HEADER-LINE-SETUP    TO  AUDIT-LINE
           WRITE AUDIT-LINE AFTER PAGE

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

           MOVE 'ACCOUNT/STORES ADDED:'      TO COUNT-LABEL-OUT
           MOVE ADDED-COUNT-WS               TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'DESCRIPTIONS CHANGED:'      TO COUNT-LABEL-OUT
           MOVE CHANGED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'STATUS CHANGES APPLIED:'    TO COUNT-LABEL-OUT
           MOVE STATUS-COUNT-WS              TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'ACCOUNT/STORES DELETED:'    TO COUNT-LABEL-OUT
           MOVE DELETED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'TRANSACTIONS REJECTED:'     TO COUNT-LABEL-OUT
           MOVE REJECTED-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           CLOSE ACCOUNT-TRANS-FILE  ACCOUNT-MASTER-FILE
                 AUDIT-REPORT-FILE.

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

           MOVE REJ-TBL-ACTION      (REJECT-IDX-WS) TO REJ-ACTION-OUT
           MOVE REJ-TBL-ACCOUNT     (REJECT-IDX-WS) TO REJ-ACCOUNT-OUT
           MOVE REJ-TBL-STORE       (REJECT-IDX-WS) TO REJ-STORE-OUT
           MOVE REJ-TBL-DESCRIPTION (REJECT-IDX-WS)
                                           TO REJ-DESCRIPTION-OUT
           MOVE REJ-TBL-REASON      (REJECT-IDX-WS) TO REJ-REASON-OUT

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

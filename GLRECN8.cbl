           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO 'GLJRNL8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DSB-JOURNAL-FILE ASSIGN TO 'DSBJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-JOURNAL-FILE ASSIGN TO 'VODJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANCEL-JOURNAL-FILE ASSIGN TO 'CANJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-ACCEPT-FILE ASSIGN TO 'GLACPT8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           05  JR-AMOUNT               PIC 9(9)V99.
           05  JR-DESCRIPTION          PIC X(25).

      *****************************************************************
      *THE CASH DISBURSEMENTS JOURNAL AS DSBPST8 SHIPPED IT - SAME
      *LAYOUT, SAME ACCEPTANCE FILE, SO ITS LINES ARE TICKED OFF
      *ALONGSIDE THE INVOICE JOURNAL'S
      *****************************************************************
       FD  DSB-JOURNAL-FILE RECORDING MODE IS F.
       01  DSB-JOURNAL-RECORD          PIC X(58).

      *****************************************************************
      *THE VOID REVERSALS AS BNKREC8 SHIPPED THEM - SAME LAYOUT AGAIN
      *****************************************************************
       FD  VOID-JOURNAL-FILE RECORDING MODE IS F.
       01  VOID-JOURNAL-RECORD         PIC X(58).

      *****************************************************************
      *THE VOUCHER CANCELLATION REVERSALS AS VCHCAN8 SHIPPED THEM
      *****************************************************************
       FD  CANCEL-JOURNAL-FILE RECORDING MODE IS F.
       01  CANCEL-JOURNAL-RECORD       PIC X(58).

      *****************************************************************
      *THE GL PACKAGE'S ACCEPTANCE FILE - ONE RECORD PER LINE IT
      *ACTUALLY TOOK IN, WITH ITS POSTING STATUS ('P' POSTED,
       01  WORKING-VARIABLES.

           05  JOURNAL-IN-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05  DSB-JOURNAL-IN-COUNT-WS PIC 9(5)        VALUE ZERO.
           05  VOID-JOURNAL-IN-COUNT-WS
                                       PIC 9(5)        VALUE ZERO.
           05  CANCEL-JOURNAL-IN-COUNT-WS
                                       PIC 9(5)        VALUE ZERO.
           05  JOURNAL-NAME-WS         PIC X(12)       VALUE SPACES.
           05  ACCEPT-IN-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  MATCHED-COUNT-WS        PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS       PIC 9(5)        VALUE ZERO.

       01  EOF-WS.
           05  EOF-JOURNAL-WS          PIC X(3) VALUE 'NO'.
           05  EOF-DSB-JOURNAL-WS      PIC X(3) VALUE 'NO'.
           05  EOF-VOID-JOURNAL-WS     PIC X(3) VALUE 'NO'.
           05  EOF-CANCEL-JOURNAL-WS   PIC X(3) VALUE 'NO'.
           05  EOF-ACCEPT-WS           PIC X(3) VALUE 'NO'.

      ****************************************************************
               10  HOLD-SC-WS          PIC XX.
      ****************************************************************

      *****************************************************************
      *WHICHEVER JOURNAL A LINE CAME FROM, IT IS READ INTO HERE AND
      *STORED IN THE TABLE FROM HERE
      *****************************************************************
       01  JOURNAL-LINE-WS.
           05  JL-JOURNAL-SOURCE       PIC XX.
           05  JL-ACCTG-PERIOD         PIC X(6).
           05  JL-RUN-DATE             PIC X(8).
           05  JL-ACCOUNT-NUMBER       PIC X(4).
           05  JL-DEBIT-CREDIT         PIC XX.
           05  JL-AMOUNT               PIC 9(9)V99.
           05  JL-DESCRIPTION          PIC X(25).

      *****************************************************************
      *EVERY JOURNAL LINE IS HELD HERE AND TICKED OFF AS THE
      *ACCEPTANCE FILE ACCOUNTS FOR IT - 'P' POSTED, 'R' REJECTED BY
      *THE PACKAGE.  WHATEVER IS LEFT UNTICKED WAS SENT BUT NEVER
      *POSTED.  THE JOURNAL IS ONE LINE PER ACCOUNT PLUS THE OFFSET,
      *THE DISBURSEMENT AND VOID JOURNALS THREE LINES EACH AND THE
      *CANCELLATION JOURNAL ONE PER LINE CANCELLED, SO 2000
      *LINES IS GENEROUS - A BIGGER JOURNAL REFUSES RATHER THAN
      *RECONCILING PART OF IT
      *****************************************************************
       01  JOURNAL-TABLE-WS.
           05  JRN-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
               10  JRN-TBL-DR-CR       PIC XX.
               10  JRN-TBL-AMOUNT      PIC 9(9)V99.
               10  JRN-TBL-MATCHED     PIC X.
               10  JRN-TBL-JOURNAL     PIC X(12).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X VALUE SPACE.
           05                      PIC X(6)  VALUE 'AMOUNT'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'STATUS'.
           05                      PIC X(16) VALUE SPACES.
           05                      PIC X(7)  VALUE 'JOURNAL'.

       01  RECON-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RCN-AMOUNT-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RCN-STATUS-OUT          PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RCN-JOURNAL-OUT         PIC X(12).

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           PERFORM 200-OPEN
           PERFORM 300-LOAD-JOURNAL
               UNTIL EOF-JOURNAL-WS = 'YES'
           PERFORM 320-LOAD-DSB-JOURNAL
               UNTIL EOF-DSB-JOURNAL-WS = 'YES'
           PERFORM 330-LOAD-VOID-JOURNAL
               UNTIL EOF-VOID-JOURNAL-WS = 'YES'
           PERFORM 335-LOAD-CANCEL-JOURNAL
               UNTIL EOF-CANCEL-JOURNAL-WS = 'YES'
           PERFORM 250-CHECK-JOURNAL-SIZE
           PERFORM 400-MATCH-ACCEPTANCE
               UNTIL EOF-ACCEPT-WS = 'YES'
       200-OPEN.

           OPEN INPUT  GL-JOURNAL-FILE
                       DSB-JOURNAL-FILE
                       VOID-JOURNAL-FILE
                       CANCEL-JOURNAL-FILE
                       GL-ACCEPT-FILE
           OPEN OUTPUT RECON-REPORT-FILE

                   DISPLAY 'GLRECN8 - JOURNAL EXCEEDS THE 2000-LINE'
                       ' TABLE - RECONCILIATION REFUSED'
                   MOVE 12 TO RETURN-CODE
                   CLOSE GL-JOURNAL-FILE  DSB-JOURNAL-FILE
                         VOID-JOURNAL-FILE  CANCEL-JOURNAL-FILE
                         GL-ACCEPT-FILE   RECON-REPORT-FILE
                   STOP RUN
           END-IF.

       300-LOAD-JOURNAL.

           READ GL-JOURNAL-FILE INTO JOURNAL-LINE-WS
           AT END MOVE 'YES' TO EOF-JOURNAL-WS
           END-READ

           IF EOF-JOURNAL-WS = 'NO'
               THEN
                   ADD 1 TO JOURNAL-IN-COUNT-WS
                   MOVE 'INVOICE' TO JOURNAL-NAME-WS
                   PERFORM 340-STORE-JOURNAL-LINE
           END-IF.

       320-LOAD-DSB-JOURNAL.

           READ DSB-JOURNAL-FILE INTO JOURNAL-LINE-WS
           AT END MOVE 'YES' TO EOF-DSB-JOURNAL-WS
           END-READ

           IF EOF-DSB-JOURNAL-WS = 'NO'
               THEN
                   ADD 1 TO DSB-JOURNAL-IN-COUNT-WS
                   MOVE 'DISBURSEMENT' TO JOURNAL-NAME-WS
                   PERFORM 340-STORE-JOURNAL-LINE
           END-IF.

       330-LOAD-VOID-JOURNAL.

           READ VOID-JOURNAL-FILE INTO JOURNAL-LINE-WS
           AT END MOVE 'YES' TO EOF-VOID-JOURNAL-WS
           END-READ

           IF EOF-VOID-JOURNAL-WS = 'NO'
               THEN
                   ADD 1 TO VOID-JOURNAL-IN-COUNT-WS
                   MOVE 'VOID' TO JOURNAL-NAME-WS
                   PERFORM 340-STORE-JOURNAL-LINE
           END-IF.

       335-LOAD-CANCEL-JOURNAL.

           READ CANCEL-JOURNAL-FILE INTO JOURNAL-LINE-WS
           AT END MOVE 'YES' TO EOF-CANCEL-JOURNAL-WS
           END-READ

           IF EOF-CANCEL-JOURNAL-WS = 'NO'
               THEN
                   ADD 1 TO CANCEL-JOURNAL-IN-COUNT-WS
                   MOVE 'CANCEL' TO JOURNAL-NAME-WS
                   PERFORM 340-STORE-JOURNAL-LINE
           END-IF.

       340-STORE-JOURNAL-LINE.

           IF JRN-TABLE-COUNT-WS IS LESS THAN 2000
               THEN
                   ADD 1 TO JRN-TABLE-COUNT-WS
                   SET JRN-IDX-WS TO JRN-TABLE-COUNT-WS
                   MOVE JL-JOURNAL-SOURCE
                          TO JRN-TBL-SOURCE  (JRN-IDX-WS)
                   MOVE JL-ACCTG-PERIOD
                          TO JRN-TBL-PERIOD  (JRN-IDX-WS)
                   MOVE JL-ACCOUNT-NUMBER
                          TO JRN-TBL-ACCOUNT (JRN-IDX-WS)
                   MOVE JL-DEBIT-CREDIT
                          TO JRN-TBL-DR-CR   (JRN-IDX-WS)
                   MOVE JL-AMOUNT
                          TO JRN-TBL-AMOUNT  (JRN-IDX-WS)
                   MOVE SPACE
                          TO JRN-TBL-MATCHED (JRN-IDX-WS)
                   MOVE JOURNAL-NAME-WS
                          TO JRN-TBL-JOURNAL (JRN-IDX-WS)
               ELSE
                   MOVE 'YES' TO JOURNAL-OVFL-SW
           END-IF.

      *****************************************************************
           MOVE GA-DEBIT-CREDIT    TO RCN-DR-CR-OUT
           MOVE GA-AMOUNT          TO RCN-AMOUNT-OUT
           MOVE 'NOT ON JOURNAL'   TO RCN-STATUS-OUT
           MOVE SPACES             TO RCN-JOURNAL-OUT

           MOVE  RECON-DETAIL-LINE-SETUP TO RECON-LINE
           WRITE RECON-LINE AFTER 1.
                   MOVE JRN-TBL-ACCOUNT (JRN-IDX-WS) TO RCN-ACCOUNT-OUT
                   MOVE JRN-TBL-DR-CR   (JRN-IDX-WS) TO RCN-DR-CR-OUT
                   MOVE JRN-TBL-AMOUNT  (JRN-IDX-WS) TO RCN-AMOUNT-OUT
                   MOVE JRN-TBL-JOURNAL (JRN-IDX-WS) TO RCN-JOURNAL-OUT
                   IF JRN-TBL-MATCHED (JRN-IDX-WS) = 'R'
                       THEN MOVE 'REJECTED BY GL'  TO RCN-STATUS-OUT
                       ELSE
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'DISBURSEMENT JOURNAL LINES SENT:'
                                             TO COUNT-LABEL-OUT
           MOVE DSB-JOURNAL-IN-COUNT-WS      TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'VOID JOURNAL LINES SENT:'   TO COUNT-LABEL-OUT
           MOVE VOID-JOURNAL-IN-COUNT-WS     TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'CANCEL JOURNAL LINES SENT:' TO COUNT-LABEL-OUT
           MOVE CANCEL-JOURNAL-IN-COUNT-WS   TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'ACCEPTANCE RECORDS READ:'   TO COUNT-LABEL-OUT
           MOVE ACCEPT-IN-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
                   WRITE RECON-LINE AFTER 2 LINES
           END-IF

           CLOSE GL-JOURNAL-FILE  DSB-JOURNAL-FILE
                 VOID-JOURNAL-FILE  CANCEL-JOURNAL-FILE
                 GL-ACCEPT-FILE   RECON-REPORT-FILE.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-LEDGER-FILE ASSIGN TO 'ACRLDG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT-FILE ASSIGN TO 'GLPRF8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           05  JR-AMOUNT               PIC 9(9)V99.
           05  JR-DESCRIPTION          PIC X(25).

      *****************************************************************
      *AP ACCRUAL LEDGER - ONE ENTRY APPENDED FOR EVERY JOURNAL THAT
      *POSTS TO THE AP ACCRUAL ACCOUNT, ONCE THAT JOURNAL HAS PROVED.
      *THE JOURNALS THEMSELVES ARE REPLACED EVERY RUN, SO THIS IS
      *WHERE THE OPEN AP TRIAL BALANCE FINDS THE ACCRUAL ACTIVITY
      *SINCE THE LAST CLOSE
      *****************************************************************
       FD  ACCRUAL-LEDGER-FILE RECORDING MODE IS F.
       01  ACCRUAL-LEDGER-RECORD.
           05  AL-POST-STAMP           PIC X(14).
           05  AL-RUN-DATE             PIC X(8).
           05  AL-JOURNAL-NAME         PIC X(8).
           05  AL-JOURNAL-SOURCE       PIC XX.
           05  AL-ACCTG-PERIOD         PIC X(6).
           05  AL-ACCOUNT-NUMBER       PIC X(4).
           05  AL-DEBIT-CREDIT         PIC XX.
           05  AL-AMOUNT               PIC 9(9)V99.

       FD  PROOF-REPORT-FILE RECORDING MODE IS F.
       01  PROOF-LINE                  PIC X(132).

                   PERFORM 700-REFUSE-JOURNAL
               ELSE
                   PERFORM 660-PRINT-JOURNAL-TOTALS
                   PERFORM 680-ENTER-ACCRUAL-LEDGER
           END-IF.

      *****************************************************************
           MOVE  JOURNAL-OK-LINE-SETUP  TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES.

      *****************************************************************
      *THE OFFSET JUST RELEASED IS ENTERED ON THE AP ACCRUAL LEDGER
      *UNDER THE VOUCHER RUN DATE IT CAME FROM
      *****************************************************************
       680-ENTER-ACCRUAL-LEDGER.

           MOVE HOLD-DATE-WS       TO AL-POST-STAMP
           MOVE GC-RUN-DATE        TO AL-RUN-DATE
           MOVE 'INVOICE'          TO AL-JOURNAL-NAME
           MOVE JOURNAL-SOURCE-WS  TO AL-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO AL-ACCTG-PERIOD
           MOVE ACCRUAL-ACCOUNT-WS TO AL-ACCOUNT-NUMBER

           MOVE EXTRACT-TOTAL-WS   TO ENTRY-AMOUNT-WS
           MOVE 'CR'               TO AL-DEBIT-CREDIT
           IF ENTRY-AMOUNT-WS IS LESS THAN ZERO
               THEN
                   COMPUTE ENTRY-AMOUNT-WS = 0 - ENTRY-AMOUNT-WS
                   IF AL-DEBIT-CREDIT = 'DR'
                       THEN MOVE 'CR' TO AL-DEBIT-CREDIT
                       ELSE MOVE 'DR' TO AL-DEBIT-CREDIT
                   END-IF
           END-IF
           MOVE ENTRY-AMOUNT-WS    TO AL-AMOUNT

           OPEN EXTEND ACCRUAL-LEDGER-FILE
           WRITE ACCRUAL-LEDGER-RECORD
           CLOSE ACCRUAL-LEDGER-FILE.

       700-REFUSE-JOURNAL.

      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSBPST8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO 'PAYFIL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DSB-PARM-FILE ASSIGN TO 'DSBPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO 'DSBHST8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-REGISTER-FILE ASSIGN TO 'PAYREG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DSB-JOURNAL-FILE ASSIGN TO 'DSBJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-LEDGER-FILE ASSIGN TO 'ACRLDG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT-FILE ASSIGN TO 'DSBPRF8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *THE PAYMENT FILE EXACTLY AS PAYSEL8 RELEASED IT TO THE BANK -
      *ONE RECORD PER VOUCHER PAID, NET IS GROSS LESS DISCOUNT TAKEN
      *****************************************************************
       FD  PAYMENT-FILE RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PY-SUPPLIER-NUMBER      PIC X(5).
           05  PY-SUPPLIER-NAME        PIC X(23).
           05  PY-VOUCHER-NUMBER       PIC X(6).
           05  PY-INVOICE-NUMBER       PIC X(8).
           05  PY-NET-AMOUNT           PIC S9(6)V99.
           05  PY-PAY-DATE             PIC X(8).
           05  PY-GROSS-AMOUNT         PIC S9(6)V99.
           05  PY-DISCOUNT-AMOUNT      PIC S9(6)V99.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - JOURNAL SOURCE CODE, ACCOUNTING
      *PERIOD (YYYYMM), THE AP ACCRUAL ACCOUNT THE PAYMENTS RELIEVE,
      *THE CASH ACCOUNT THEY ARE DRAWN ON AND THE DISCOUNTS-EARNED
      *ACCOUNT ANY DISCOUNT TAKEN IS CREDITED TO
      *****************************************************************
       FD  DSB-PARM-FILE RECORDING MODE IS F.
       01  DSB-PARM-RECORD.
           05  PM-JOURNAL-SOURCE       PIC XX.
           05  PM-ACCTG-PERIOD         PIC X(6).
           05  PM-ACCRUAL-ACCOUNT      PIC X(4).
           05  PM-CASH-ACCOUNT         PIC X(4).
           05  PM-DISCOUNT-ACCOUNT     PIC X(4).

      *****************************************************************
      *ONE RECORD PER PAYMENT FILE EVER POSTED - THE FILE'S PAY DATE,
      *COUNT, DOLLAR TOTALS AND A HASH TOTAL OF ITS VOUCHER NUMBERS.
      *A PAYMENT FILE WHOSE FIGURES ARE ALREADY HERE HAS BEEN POSTED
      *AND IS REFUSED, SO RERUNNING THE STEP CAN NEVER BOOK THE SAME
      *CASH TWICE
      *****************************************************************
       FD  POSTED-HISTORY-FILE RECORDING MODE IS F.
       01  POSTED-HISTORY-RECORD.
           05  DH-POST-STAMP           PIC X(14).
           05  DH-PAY-DATE             PIC X(8).
           05  DH-PAYMENT-COUNT        PIC 9(7).
           05  DH-GROSS-TOTAL          PIC S9(9)V99.
           05  DH-DISCOUNT-TOTAL       PIC S9(9)V99.
           05  DH-NET-TOTAL            PIC S9(9)V99.
           05  DH-VOUCHER-HASH         PIC 9(12).
           05  DH-JOURNAL-SOURCE       PIC XX.
           05  DH-ACCTG-PERIOD         PIC X(6).

      *****************************************************************
      *ISSUED-PAYMENT REGISTER - EVERY PAYMENT ON A POSTED FILE IS
      *ENTERED HERE OUTSTANDING, AND BNKREC8 CARRIES IT FROM THERE TO
      *CLEARED OR VOIDED AGAINST THE BANK'S PAID ITEMS.  STATUS 'O'
      *OUTSTANDING, 'C' CLEARED, 'M' CLEARED FOR A DIFFERENT AMOUNT,
      *'V' VOIDED.  THE REISSUE SWITCH IS SET ONCE A PAYMENT ISSUED
      *AFTER A VOID OF THE SAME VOUCHER HAS GONE ON THE AUDIT LISTING
      *****************************************************************
       FD  PAYMENT-REGISTER-FILE RECORDING MODE IS F.
       01  PAYMENT-REGISTER-RECORD.
           05  RG-SUPPLIER-NUMBER      PIC X(5).
           05  RG-SUPPLIER-NAME        PIC X(23).
           05  RG-VOUCHER-NUMBER       PIC X(6).
           05  RG-INVOICE-NUMBER       PIC X(8).
           05  RG-NET-AMOUNT           PIC S9(6)V99.
           05  RG-PAY-DATE             PIC X(8).
           05  RG-GROSS-AMOUNT         PIC S9(6)V99.
           05  RG-DISCOUNT-AMOUNT      PIC S9(6)V99.
           05  RG-STATUS               PIC X.
           05  RG-STATUS-DATE          PIC X(8).
           05  RG-BANK-AMOUNT          PIC S9(6)V99.
           05  RG-REISSUE-SW           PIC X.

      *****************************************************************
      *FIXED-FORMAT JOURNAL TRANSACTION LAYOUT THE GL PACKAGE IMPORTS -
      *THE SAME LAYOUT GLPOST8 WRITES TO GLJRNL8.TXT
      *****************************************************************
       FD  DSB-JOURNAL-FILE RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD.
           05  JR-JOURNAL-SOURCE       PIC XX.
           05  JR-ACCTG-PERIOD         PIC X(6).
           05  JR-RUN-DATE             PIC X(8).
           05  JR-ACCOUNT-NUMBER       PIC X(4).
           05  JR-DEBIT-CREDIT         PIC XX.
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

      *****************************************************************
      *RUN-CONTROL LOG - READ ONLY FOR A PAYMENT REGISTER GENERATION
      *THAT BNKREC8 WROTE AND GENPRO8 HAS NOT YET PROMOTED OR
      *DISCARDED
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

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  PAYMENT-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  GROSS-TOTAL-WS          PIC S9(9)V99    VALUE ZERO.
           05  DISCOUNT-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  NET-TOTAL-WS            PIC S9(9)V99    VALUE ZERO.
           05  VOUCHER-HASH-WS         PIC 9(12)       VALUE ZERO.
           05  VOUCHER-NUM-WS          PIC 9(6)        VALUE ZERO.
           05  PAY-DATE-WS             PIC X(8)        VALUE SPACES.

           05  BAD-AMOUNT-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  NOT-FOOTED-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  MIXED-DATE-COUNT-WS     PIC 9(7)        VALUE ZERO.

           05  JOURNAL-LINES-WS        PIC 9(5)        VALUE ZERO.
           05  REGISTERED-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  DEBIT-TOTAL-WS          PIC S9(11)V99   VALUE ZERO.
           05  CREDIT-TOTAL-WS         PIC S9(11)V99   VALUE ZERO.
           05  ENTRY-AMOUNT-WS         PIC S9(11)V99   VALUE ZERO.

      *****************************************************************
      *THE LINE BEING WRITTEN - ITS ACCOUNT, THE SIDE IT NATURALLY
      *POSTS TO AND ITS DESCRIPTION ARE SET BY THE CALLER.  A NEGATIVE
      *AMOUNT (A RUN OF CREDIT MEMOS) POSTS TO THE OTHER SIDE
      *****************************************************************
           05  LINE-ACCOUNT-WS         PIC X(4)        VALUE SPACES.
           05  LINE-SIDE-WS            PIC XX          VALUE SPACES.
           05  LINE-DESCRIPTION-WS     PIC X(25)       VALUE SPACES.

           05  BALANCE-SW              PIC X(3)        VALUE 'YES'.
               88  RUN-IN-BALANCE-WS           VALUE 'YES'.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.

           05  ALREADY-POSTED-SW       PIC X(3)        VALUE 'NO'.
               88  ALREADY-POSTED-WS           VALUE 'YES'.

           05  REG-GEN-PENDING-SW      PIC X(3)        VALUE 'NO'.
               88  REG-GEN-PENDING-WS          VALUE 'YES'.

           05  REFUSAL-REASON-WS       PIC X(55)       VALUE SPACES.
           05  POSTED-STAMP-WS         PIC X(14)       VALUE SPACES.

           05  JOURNAL-SOURCE-WS       PIC XX          VALUE SPACES.
           05  ACCTG-PERIOD-WS         PIC X(6)        VALUE SPACES.
           05  ACCRUAL-ACCOUNT-WS      PIC X(4)        VALUE SPACES.
           05  CASH-ACCOUNT-WS         PIC X(4)        VALUE SPACES.
           05  DISCOUNT-ACCOUNT-WS     PIC X(4)        VALUE SPACES.

       01  EOF-WS.
           05  EOF-PAYMENT-WS          PIC X(3) VALUE 'NO'.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-HISTORY-WS          PIC X(3) VALUE 'NO'.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.

      ****************************************************************
           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.
               10  HOLD-HR-WS          PIC XX.
               10  HOLD-MN-WS          PIC XX.
               10  HOLD-SC-WS          PIC XX.
      ****************************************************************

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
           'CASH DISBURSEMENTS POSTING PROOF'.

           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'TIME: '.
           05  HEADER-HR-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-MN-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-SC-OUT       PIC 99.
      **************************************************************

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'SOURCE: '.
           05  ECHO-SOURCE-OUT         PIC XX.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PERIOD: '.
           05  ECHO-PERIOD-OUT         PIC X(6).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'ACCRUAL: '.
           05  ECHO-ACCRUAL-OUT        PIC X(4).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'CASH: '.
           05  ECHO-CASH-OUT           PIC X(4).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(11) VALUE 'DISCOUNTS: '.
           05  ECHO-DISCOUNT-OUT       PIC X(4).

       01  PAY-DATE-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(19) VALUE
           'PAYMENT FILE DATED '.
           05  ECHO-PAY-DATE-OUT       PIC XX/XX/XXXX.

       01  PROOF-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'ACCOUNT'.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'DR/CR'.
           05                      PIC X(10) VALUE SPACES.
           05                      PIC X(6)  VALUE 'AMOUNT'.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(11) VALUE 'DESCRIPTION'.

       01  PROOF-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PRF-ACCOUNT-OUT         PIC X(4).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  PRF-DR-CR-OUT           PIC XX.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRF-AMOUNT-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRF-DESCRIPTION-OUT     PIC X(25).

       01  PROOF-TOTAL-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  PRF-TOTAL-LABEL-OUT     PIC X(35).
           05  PRF-TOTAL-AMOUNT-OUT    PIC $$,$$$,$$$,$$9.99BCR.

       01  PROOF-COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  PRF-COUNT-LABEL-OUT     PIC X(35).
           05  PRF-COUNT-VALUE-OUT     PIC Z,ZZZ,ZZ9.

       01  REFUSAL-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(44)       VALUE
           '*** JOURNAL NOT PRODUCED - SEE REASON BELOW:'.

       01  REFUSAL-REASON-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  REFUSAL-REASON-OUT      PIC X(55).

       01  POSTED-BEFORE-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(30)       VALUE
           'SAME PAYMENT FILE POSTED AT '.
           05  POSTED-STAMP-OUT        PIC X(14).

       01  JOURNAL-OK-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(50)       VALUE
           'JOURNAL PRODUCED - DEBITS EQUAL CREDITS'.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-READ-PAYMENT
               UNTIL EOF-PAYMENT-WS = 'YES'
           PERFORM 400-PROVE-PAYMENTS
           IF RUN-IN-BALANCE-WS
               THEN PERFORM 600-BUILD-JOURNAL
               ELSE PERFORM 700-REFUSE-JOURNAL
           END-IF
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.

           PERFORM 210-CHECK-PENDING-GENERATION

           OPEN INPUT  PAYMENT-FILE
                       DSB-PARM-FILE
           OPEN OUTPUT PROOF-REPORT-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

           MOVE  REPORT-HEADER-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           PERFORM 220-READ-PARM.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER PAYREGN8.DAT FROM AN EARLIER BNKREC8
      *RUN IS STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING UNTIL A
      *'P' FOR THE LIVE FILE OR A 'D' FOR THE NEW FILE FOLLOWS IT.
      *THAT GENERATION WAS COPIED FROM THE REGISTER BEFORE THIS RUN,
      *SO PROMOTING IT WOULD DROP THE PAYMENTS ENTERED HERE - THE RUN
      *STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
       210-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO REG-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 215-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF REG-GEN-PENDING-WS
               THEN
                   DISPLAY 'DSBPST8 - PAYREGN8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       215-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'PAYREGN8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO REG-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'PAYREG8.DAT'
               THEN MOVE 'NO' TO REG-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'PAYREGN8.DAT'
               THEN MOVE 'NO' TO REG-GEN-PENDING-SW
           END-IF.

       220-READ-PARM.

           READ DSB-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           IF EOF-PARM-WS = 'NO'
               THEN
                   MOVE 'YES'               TO PARM-FOUND-SW
                   MOVE PM-JOURNAL-SOURCE   TO JOURNAL-SOURCE-WS
                   MOVE PM-ACCTG-PERIOD     TO ACCTG-PERIOD-WS
                   MOVE PM-ACCRUAL-ACCOUNT  TO ACCRUAL-ACCOUNT-WS
                   MOVE PM-CASH-ACCOUNT     TO CASH-ACCOUNT-WS
                   MOVE PM-DISCOUNT-ACCOUNT TO DISCOUNT-ACCOUNT-WS
                   MOVE JOURNAL-SOURCE-WS   TO ECHO-SOURCE-OUT
                   MOVE ACCTG-PERIOD-WS     TO ECHO-PERIOD-OUT
                   MOVE ACCRUAL-ACCOUNT-WS  TO ECHO-ACCRUAL-OUT
                   MOVE CASH-ACCOUNT-WS     TO ECHO-CASH-OUT
                   MOVE DISCOUNT-ACCOUNT-WS TO ECHO-DISCOUNT-OUT
                   MOVE PARM-ECHO-LINE-SETUP TO PROOF-LINE
                   WRITE PROOF-LINE AFTER 2 LINES
           END-IF.

      *****************************************************************
      *EVERY PAYMENT RECORD IS PROVED AS IT IS READ - AMOUNTS NUMERIC,
      *GROSS LESS DISCOUNT EQUAL TO NET, AND THE SAME PAY DATE AS THE
      *FIRST RECORD (ONE PAYSEL8 RUN PAYS EVERYTHING ON ONE DATE, SO
      *A SECOND DATE MEANS TWO FILES RUN TOGETHER)
      *****************************************************************
       300-READ-PAYMENT.

           READ PAYMENT-FILE
           AT END MOVE 'YES' TO EOF-PAYMENT-WS
           END-READ

           IF EOF-PAYMENT-WS = 'NO'
               THEN
                   ADD 1 TO PAYMENT-COUNT-WS
                   IF PY-NET-AMOUNT      IS NOT NUMERIC
                      OR PY-GROSS-AMOUNT    IS NOT NUMERIC
                      OR PY-DISCOUNT-AMOUNT IS NOT NUMERIC
                       THEN
                           ADD 1 TO BAD-AMOUNT-COUNT-WS
                       ELSE
                           PERFORM 320-ACCUMULATE-PAYMENT
                   END-IF
           END-IF.

       320-ACCUMULATE-PAYMENT.

           ADD PY-GROSS-AMOUNT    TO GROSS-TOTAL-WS
           ADD PY-DISCOUNT-AMOUNT TO DISCOUNT-TOTAL-WS
           ADD PY-NET-AMOUNT      TO NET-TOTAL-WS

           IF PY-GROSS-AMOUNT - PY-DISCOUNT-AMOUNT NOT = PY-NET-AMOUNT
               THEN ADD 1 TO NOT-FOOTED-COUNT-WS
           END-IF

           IF PAY-DATE-WS = SPACES
               THEN MOVE PY-PAY-DATE TO PAY-DATE-WS
           END-IF
           IF PY-PAY-DATE NOT = PAY-DATE-WS
               THEN ADD 1 TO MIXED-DATE-COUNT-WS
           END-IF

           IF PY-VOUCHER-NUMBER IS NUMERIC
               THEN
                   MOVE PY-VOUCHER-NUMBER TO VOUCHER-NUM-WS
                   ADD VOUCHER-NUM-WS TO VOUCHER-HASH-WS
           END-IF.

      *****************************************************************
      *THE JOURNAL IS ONLY PRODUCED WHEN EVERY PROOF HOLDS - THE
      *PARAMETER CARD NAMES ALL THREE ACCOUNTS, THE PAYMENT FILE HAS
      *SOMETHING IN IT, EVERY RECORD FOOTS, ONE PAY DATE RUNS THROUGH
      *THE FILE, AND THE FILE HAS NEVER BEEN POSTED BEFORE
      *****************************************************************
       400-PROVE-PAYMENTS.

           IF PARM-FOUND-WS
               THEN PERFORM 450-CHECK-POSTED-HISTORY
           END-IF

           IF NOT PARM-FOUND-WS
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PARAMETER CARD DSBPRM8 MISSING OR EMPTY'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF ACCRUAL-ACCOUNT-WS = SPACES
              OR CASH-ACCOUNT-WS = SPACES
              OR DISCOUNT-ACCOUNT-WS = SPACES
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PARAMETER CARD DSBPRM8 MISSING AN ACCOUNT'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF PAYMENT-COUNT-WS = ZERO
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PAYMENT FILE PAYFIL8 MISSING OR EMPTY'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF BAD-AMOUNT-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PAYMENT FILE CARRIES NON-NUMERIC AMOUNTS'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF NOT-FOOTED-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PAYMENT GROSS LESS DISCOUNT DOES NOT EQUAL NET'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF MIXED-DATE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PAYMENT FILE CARRIES MORE THAN ONE PAY DATE'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF ALREADY-POSTED-WS
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'PAYMENT FILE ALREADY POSTED - SEE DSBHST8'
                                       TO REFUSAL-REASON-WS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE PAY-DATE-WS TO ECHO-PAY-DATE-OUT
           MOVE  PAY-DATE-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           PERFORM 480-PRINT-FILE-TOTALS.

      *****************************************************************
      *A PAYMENT FILE IS KNOWN BY ITS PAY DATE, COUNT, GROSS AND NET
      *TOTALS AND ITS VOUCHER HASH - TWO DIFFERENT PAYSEL8 RUNS CANNOT
      *AGREE ON ALL FIVE
      *****************************************************************
       450-CHECK-POSTED-HISTORY.

           OPEN INPUT POSTED-HISTORY-FILE

           PERFORM 460-READ-POSTED-HISTORY
               UNTIL EOF-HISTORY-WS = 'YES'

           CLOSE POSTED-HISTORY-FILE.

       460-READ-POSTED-HISTORY.

           READ POSTED-HISTORY-FILE
           AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS = 'NO'
               THEN
                   IF DH-PAY-DATE      = PAY-DATE-WS
                      AND DH-PAYMENT-COUNT = PAYMENT-COUNT-WS
                      AND DH-GROSS-TOTAL   = GROSS-TOTAL-WS
                      AND DH-NET-TOTAL     = NET-TOTAL-WS
                      AND DH-VOUCHER-HASH  = VOUCHER-HASH-WS
                       THEN
                           MOVE 'YES'         TO ALREADY-POSTED-SW
                           MOVE DH-POST-STAMP TO POSTED-STAMP-WS
                   END-IF
           END-IF.

       480-PRINT-FILE-TOTALS.

           MOVE 'PAYMENT RECORDS READ:'      TO PRF-COUNT-LABEL-OUT
           MOVE PAYMENT-COUNT-WS             TO PRF-COUNT-VALUE-OUT
           MOVE PROOF-COUNT-LINE-SETUP       TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES

           MOVE 'PAYMENT FILE GROSS TOTAL:'  TO PRF-TOTAL-LABEL-OUT
           MOVE GROSS-TOTAL-WS               TO PRF-TOTAL-AMOUNT-OUT
           MOVE PROOF-TOTAL-LINE-SETUP       TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           MOVE 'PAYMENT FILE DISCOUNT TOTAL:' TO PRF-TOTAL-LABEL-OUT
           MOVE DISCOUNT-TOTAL-WS            TO PRF-TOTAL-AMOUNT-OUT
           MOVE PROOF-TOTAL-LINE-SETUP       TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           MOVE 'PAYMENT FILE NET TOTAL:'    TO PRF-TOTAL-LABEL-OUT
           MOVE NET-TOTAL-WS                 TO PRF-TOTAL-AMOUNT-OUT
           MOVE PROOF-TOTAL-LINE-SETUP       TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           IF BAD-AMOUNT-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'RECORDS WITH NON-NUMERIC AMOUNTS:'
                                             TO PRF-COUNT-LABEL-OUT
                   MOVE BAD-AMOUNT-COUNT-WS  TO PRF-COUNT-VALUE-OUT
                   MOVE PROOF-COUNT-LINE-SETUP TO PROOF-LINE
                   WRITE PROOF-LINE AFTER 1
           END-IF

           IF NOT-FOOTED-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'RECORDS WHERE NET DOES NOT FOOT:'
                                             TO PRF-COUNT-LABEL-OUT
                   MOVE NOT-FOOTED-COUNT-WS  TO PRF-COUNT-VALUE-OUT
                   MOVE PROOF-COUNT-LINE-SETUP TO PROOF-LINE
                   WRITE PROOF-LINE AFTER 1
           END-IF

           IF MIXED-DATE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'RECORDS WITH ANOTHER PAY DATE:'
                                             TO PRF-COUNT-LABEL-OUT
                   MOVE MIXED-DATE-COUNT-WS  TO PRF-COUNT-VALUE-OUT
                   MOVE PROOF-COUNT-LINE-SETUP TO PROOF-LINE
                   WRITE PROOF-LINE AFTER 1
           END-IF.

      *****************************************************************
      *THE DISBURSEMENT ENTRY - DEBIT THE AP ACCRUAL FOR THE GROSS
      *RELIEVED, CREDIT CASH FOR THE NET THE BANK PAYS, AND CREDIT
      *DISCOUNTS EARNED FOR THE DIFFERENCE.  A RUN WITH NO DISCOUNT
      *TAKEN WRITES NO DISCOUNT LINE
      *****************************************************************
       600-BUILD-JOURNAL.

           OPEN OUTPUT DSB-JOURNAL-FILE

           MOVE  PROOF-COLUMN-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           MOVE ACCRUAL-ACCOUNT-WS    TO LINE-ACCOUNT-WS
           MOVE 'DR'                  TO LINE-SIDE-WS
           MOVE 'AP ACCRUAL RELIEF'   TO LINE-DESCRIPTION-WS
           MOVE GROSS-TOTAL-WS        TO ENTRY-AMOUNT-WS
           PERFORM 620-WRITE-JOURNAL-LINE

           MOVE CASH-ACCOUNT-WS       TO LINE-ACCOUNT-WS
           MOVE 'CR'                  TO LINE-SIDE-WS
           MOVE 'CASH DISBURSED'      TO LINE-DESCRIPTION-WS
           MOVE NET-TOTAL-WS          TO ENTRY-AMOUNT-WS
           PERFORM 620-WRITE-JOURNAL-LINE

           IF DISCOUNT-TOTAL-WS NOT = ZERO
               THEN
                   MOVE DISCOUNT-ACCOUNT-WS  TO LINE-ACCOUNT-WS
                   MOVE 'CR'                 TO LINE-SIDE-WS
                   MOVE 'DISCOUNTS EARNED'   TO LINE-DESCRIPTION-WS
                   MOVE DISCOUNT-TOTAL-WS    TO ENTRY-AMOUNT-WS
                   PERFORM 620-WRITE-JOURNAL-LINE
           END-IF

           CLOSE DSB-JOURNAL-FILE

      *****************************************************************
      *THE PROOF LINE IS EARNED, NOT ASSUMED - THE DEBIT AND CREDIT
      *TOTALS ACTUALLY WRITTEN MUST AGREE OR THE JOURNAL JUST BUILT
      *IS WITHDRAWN AND THE RUN REFUSES INSTEAD.  ONLY A JOURNAL THAT
      *FOOTS IS ENTERED ON THE POSTED HISTORY
      *****************************************************************
           IF DEBIT-TOTAL-WS NOT = CREDIT-TOTAL-WS
               THEN
                   MOVE 'NO' TO BALANCE-SW
                   MOVE 'JOURNAL DEBITS DO NOT EQUAL CREDITS'
                                       TO REFUSAL-REASON-WS
                   PERFORM 700-REFUSE-JOURNAL
               ELSE
                   PERFORM 660-PRINT-JOURNAL-TOTALS
                   PERFORM 680-LOG-POSTING
           END-IF.

       620-WRITE-JOURNAL-LINE.

           MOVE JOURNAL-SOURCE-WS  TO JR-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO JR-ACCTG-PERIOD
           MOVE PAY-DATE-WS        TO JR-RUN-DATE
           MOVE LINE-ACCOUNT-WS    TO JR-ACCOUNT-NUMBER
           MOVE LINE-DESCRIPTION-WS TO JR-DESCRIPTION

           IF ENTRY-AMOUNT-WS IS LESS THAN ZERO
               THEN
                   COMPUTE ENTRY-AMOUNT-WS = 0 - ENTRY-AMOUNT-WS
                   IF LINE-SIDE-WS = 'DR'
                       THEN MOVE 'CR' TO LINE-SIDE-WS
                       ELSE MOVE 'DR' TO LINE-SIDE-WS
                   END-IF
           END-IF

           MOVE LINE-SIDE-WS TO JR-DEBIT-CREDIT
           IF LINE-SIDE-WS = 'DR'
               THEN ADD ENTRY-AMOUNT-WS TO DEBIT-TOTAL-WS
               ELSE ADD ENTRY-AMOUNT-WS TO CREDIT-TOTAL-WS
           END-IF
           MOVE ENTRY-AMOUNT-WS TO JR-AMOUNT

           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINES-WS

           MOVE LINE-ACCOUNT-WS     TO PRF-ACCOUNT-OUT
           MOVE LINE-SIDE-WS        TO PRF-DR-CR-OUT
           MOVE ENTRY-AMOUNT-WS     TO PRF-AMOUNT-OUT
           MOVE LINE-DESCRIPTION-WS TO PRF-DESCRIPTION-OUT
           MOVE PROOF-DETAIL-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1.

       660-PRINT-JOURNAL-TOTALS.

           MOVE 'JOURNAL DEBIT TOTAL:'  TO PRF-TOTAL-LABEL-OUT
           MOVE DEBIT-TOTAL-WS          TO PRF-TOTAL-AMOUNT-OUT
           MOVE PROOF-TOTAL-LINE-SETUP  TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES

           MOVE 'JOURNAL CREDIT TOTAL:' TO PRF-TOTAL-LABEL-OUT
           MOVE CREDIT-TOTAL-WS         TO PRF-TOTAL-AMOUNT-OUT
           MOVE PROOF-TOTAL-LINE-SETUP  TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           MOVE  JOURNAL-OK-LINE-SETUP  TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES.

       680-LOG-POSTING.

           MOVE HOLD-DATE-WS       TO DH-POST-STAMP
           MOVE PAY-DATE-WS        TO DH-PAY-DATE
           MOVE PAYMENT-COUNT-WS   TO DH-PAYMENT-COUNT
           MOVE GROSS-TOTAL-WS     TO DH-GROSS-TOTAL
           MOVE DISCOUNT-TOTAL-WS  TO DH-DISCOUNT-TOTAL
           MOVE NET-TOTAL-WS       TO DH-NET-TOTAL
           MOVE VOUCHER-HASH-WS    TO DH-VOUCHER-HASH
           MOVE JOURNAL-SOURCE-WS  TO DH-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO DH-ACCTG-PERIOD

           OPEN EXTEND POSTED-HISTORY-FILE
           WRITE POSTED-HISTORY-RECORD
           CLOSE POSTED-HISTORY-FILE

           PERFORM 690-REGISTER-PAYMENTS
           PERFORM 698-ENTER-ACCRUAL-LEDGER.

      *****************************************************************
      *THE PAYMENTS JUST POSTED ARE ENTERED ON THE ISSUED-PAYMENT
      *REGISTER AS OUTSTANDING.  THIS HAPPENS ONLY ON A POSTING THAT
      *PROVED AND WAS LOGGED, SO THE SAME FILE CAN NEVER BE ENTERED
      *TWICE - A SECOND RUN IS REFUSED BY THE POSTED HISTORY FIRST
      *****************************************************************
       690-REGISTER-PAYMENTS.

           CLOSE PAYMENT-FILE
           MOVE 'NO' TO EOF-PAYMENT-WS
           OPEN INPUT  PAYMENT-FILE
           OPEN EXTEND PAYMENT-REGISTER-FILE

           PERFORM 695-REGISTER-ONE-PAYMENT
               UNTIL EOF-PAYMENT-WS = 'YES'

           CLOSE PAYMENT-REGISTER-FILE

           MOVE 'PAYMENTS ENTERED ON REGISTER:' TO PRF-COUNT-LABEL-OUT
           MOVE REGISTERED-COUNT-WS          TO PRF-COUNT-VALUE-OUT
           MOVE PROOF-COUNT-LINE-SETUP       TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1.

       695-REGISTER-ONE-PAYMENT.

           READ PAYMENT-FILE
           AT END MOVE 'YES' TO EOF-PAYMENT-WS
           END-READ

           IF EOF-PAYMENT-WS = 'NO'
               THEN
                   MOVE PY-SUPPLIER-NUMBER TO RG-SUPPLIER-NUMBER
                   MOVE PY-SUPPLIER-NAME   TO RG-SUPPLIER-NAME
                   MOVE PY-VOUCHER-NUMBER  TO RG-VOUCHER-NUMBER
                   MOVE PY-INVOICE-NUMBER  TO RG-INVOICE-NUMBER
                   MOVE PY-NET-AMOUNT      TO RG-NET-AMOUNT
                   MOVE PY-PAY-DATE        TO RG-PAY-DATE
                   MOVE PY-GROSS-AMOUNT    TO RG-GROSS-AMOUNT
                   MOVE PY-DISCOUNT-AMOUNT TO RG-DISCOUNT-AMOUNT
                   MOVE 'O'                TO RG-STATUS
                   MOVE PY-PAY-DATE        TO RG-STATUS-DATE
                   MOVE ZERO               TO RG-BANK-AMOUNT
                   MOVE SPACE              TO RG-REISSUE-SW
                   WRITE PAYMENT-REGISTER-RECORD
                   ADD 1 TO REGISTERED-COUNT-WS
           END-IF.

      *****************************************************************
      *THE ACCRUAL RELIEF JUST POSTED IS ENTERED ON THE AP ACCRUAL
      *LEDGER UNDER THE PAY DATE OF THE FILE
      *****************************************************************
       698-ENTER-ACCRUAL-LEDGER.

           MOVE HOLD-DATE-WS       TO AL-POST-STAMP
           MOVE PAY-DATE-WS        TO AL-RUN-DATE
           MOVE 'PAYMENT'          TO AL-JOURNAL-NAME
           MOVE JOURNAL-SOURCE-WS  TO AL-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO AL-ACCTG-PERIOD
           MOVE ACCRUAL-ACCOUNT-WS TO AL-ACCOUNT-NUMBER

           MOVE GROSS-TOTAL-WS     TO ENTRY-AMOUNT-WS
           MOVE 'DR'               TO AL-DEBIT-CREDIT
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
      *THE JOURNAL FILE IS EMPTIED SO A LEFTOVER JOURNAL FROM AN
      *EARLIER GOOD RUN CANNOT BE PICKED UP BY THE GL IMPORT AFTER
      *THIS RUN REFUSED
      *****************************************************************
           OPEN OUTPUT DSB-JOURNAL-FILE
           CLOSE DSB-JOURNAL-FILE

           MOVE  REFUSAL-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 2 LINES

           MOVE REFUSAL-REASON-WS TO REFUSAL-REASON-OUT
           MOVE  REFUSAL-REASON-LINE-SETUP TO PROOF-LINE
           WRITE PROOF-LINE AFTER 1

           IF ALREADY-POSTED-WS
               THEN
                   MOVE POSTED-STAMP-WS TO POSTED-STAMP-OUT
                   MOVE  POSTED-BEFORE-LINE-SETUP TO PROOF-LINE
                   WRITE PROOF-LINE AFTER 1
           END-IF

      *****************************************************************
      *A SEVERE CONDITION CODE HOLDS THE DOWNSTREAM GL IMPORT STEP
      *****************************************************************
           MOVE 12 TO RETURN-CODE.

       900-CLOSE.

           CLOSE PAYMENT-FILE  DSB-PARM-FILE
                 PROOF-REPORT-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BNKREC8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL BNK-PARM-FILE ASSIGN TO 'BNKPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-REGISTER-FILE ASSIGN TO 'PAYREG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-REGISTER-NEW-FILE ASSIGN TO 'PAYREGN8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-PAID-FILE ASSIGN TO 'BNKPD8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-TRANS-FILE ASSIGN TO 'BNKVOD8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-VOUCHER-NEW-FILE ASSIGN TO 'OPNNEW8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-JOURNAL-FILE ASSIGN TO 'VODJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-LEDGER-FILE ASSIGN TO 'ACRLDG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT-FILE ASSIGN TO 'BNKREC8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-AUDIT-FILE ASSIGN TO 'BNKAUD8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - JOURNAL SOURCE CODE AND ACCOUNTING
      *PERIOD (YYYYMM) FOR THE VOID REVERSALS, THE SAME AP ACCRUAL,
      *CASH AND DISCOUNTS-EARNED ACCOUNTS DSBPST8 POSTED THE PAYMENTS
      *TO, THE AGE IN DAYS AT WHICH AN OUTSTANDING PAYMENT IS STALE,
      *AND THE DAYS A CLEARED OR SETTLED VOID IS KEPT ON THE REGISTER
      *(ZERO KEEPS EVERYTHING)
      *****************************************************************
       FD  BNK-PARM-FILE RECORDING MODE IS F.
       01  BNK-PARM-RECORD.
           05  BP-JOURNAL-SOURCE       PIC XX.
           05  BP-ACCTG-PERIOD         PIC X(6).
           05  BP-ACCRUAL-ACCOUNT      PIC X(4).
           05  BP-CASH-ACCOUNT         PIC X(4).
           05  BP-DISCOUNT-ACCOUNT     PIC X(4).
           05  BP-STALE-DAYS           PIC 9(3).
           05  BP-RETAIN-DAYS          PIC 9(3).

      *****************************************************************
      *ISSUED-PAYMENT REGISTER AS DSBPST8 AND THE LAST RUN OF THIS
      *PROGRAM LEFT IT.  STATUS 'O' OUTSTANDING, 'C' CLEARED, 'M'
      *CLEARED FOR A DIFFERENT AMOUNT, 'V' VOIDED.  THE REISSUE
      *SWITCH IS 'R' ONCE A VOID AND THE PAYMENT THAT REISSUED IT
      *HAVE BEEN PAIRED ON THE AUDIT LISTING
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
      *NEW GENERATION OF THE REGISTER - GENPRO8 PROMOTES IT OVER
      *PAYREG8.DAT ONLY FROM A RUN THAT ENDED CLEAN, TOGETHER WITH
      *THE RUN'S OPNNEW8.DAT OVER THE OPEN-VOUCHER FILE
      *****************************************************************
       FD  PAYMENT-REGISTER-NEW-FILE RECORDING MODE IS F.
       01  PAYMENT-REGISTER-NEW-RECORD.
           05  RN-SUPPLIER-NUMBER      PIC X(5).
           05  RN-SUPPLIER-NAME        PIC X(23).
           05  RN-VOUCHER-NUMBER       PIC X(6).
           05  RN-INVOICE-NUMBER       PIC X(8).
           05  RN-NET-AMOUNT           PIC S9(6)V99.
           05  RN-PAY-DATE             PIC X(8).
           05  RN-GROSS-AMOUNT         PIC S9(6)V99.
           05  RN-DISCOUNT-AMOUNT      PIC S9(6)V99.
           05  RN-STATUS               PIC X.
           05  RN-STATUS-DATE          PIC X(8).
           05  RN-BANK-AMOUNT          PIC S9(6)V99.
           05  RN-REISSUE-SW           PIC X.

      *****************************************************************
      *THE BANK'S PAID-ITEMS FILE FROM THE PORTAL - ONE RECORD PER
      *PAYMENT THE BANK HONORED, CARRYING THE SUPPLIER AND VOUCHER
      *NUMBER WE SENT ON PAYFIL8.DAT, THE AMOUNT IT PAID (MMDDYYYY)
      *****************************************************************
       FD  BANK-PAID-FILE RECORDING MODE IS F.
       01  BANK-PAID-RECORD.
           05  BK-SUPPLIER-NUMBER      PIC X(5).
           05  BK-VOUCHER-NUMBER       PIC X(6).
           05  BK-PAID-AMOUNT          PIC S9(6)V99.
           05  BK-PAID-DATE            PIC X(8).

      *****************************************************************
      *VOID TRANSACTIONS - ONE PER LOST OR STALE PAYMENT TO BE
      *STOPPED.  THE VOUCHER IS REOPENED SO THE NEXT PAYSEL8 RUN
      *REISSUES IT
      *****************************************************************
       FD  VOID-TRANS-FILE RECORDING MODE IS F.
       01  VOID-TRANS-RECORD.
           05  VT-SUPPLIER-NUMBER      PIC X(5).
           05  VT-VOUCHER-NUMBER       PIC X(6).
           05  VT-REASON               PIC X(20).

       FD  OPEN-VOUCHER-FILE RECORDING MODE IS F.
       01  OPEN-VOUCHER-RECORD.
           05  OV-SUPPLIER-NUMBER      PIC X(5).
           05  OV-VOUCHER-NUMBER       PIC X(6).
           05  OV-INVOICE-NUMBER       PIC X(8).
           05  OV-ACCOUNT-NUMBER       PIC X(4).
           05  OV-STORE-NUMBER         PIC X(3).
           05  OV-DATE-IN              PIC X(8).
           05  OV-AMOUNT               PIC S9(6)V99.
           05  OV-PAID-SW              PIC X.
           05  OV-PAID-DATE            PIC X(8).

      *****************************************************************
      *NEW GENERATION OF THE OPEN-VOUCHER FILE WITH THE VOIDED
      *VOUCHERS' PAID FLAGS BLANKED.  OPNVCH8.DAT IS NEVER TOUCHED -
      *GENPRO8 PROMOTES THIS GENERATION AFTER A CLEAN RUN, AND THIS
      *RUN STOPS WHILE THE PAYMENT RUN'S OPNNEW8.DAT IS STILL WAITING
      *****************************************************************
       FD  OPEN-VOUCHER-NEW-FILE RECORDING MODE IS F.
       01  OPEN-VOUCHER-NEW-RECORD.
           05  ON-SUPPLIER-NUMBER      PIC X(5).
           05  ON-VOUCHER-NUMBER       PIC X(6).
           05  ON-INVOICE-NUMBER       PIC X(8).
           05  ON-ACCOUNT-NUMBER       PIC X(4).
           05  ON-STORE-NUMBER         PIC X(3).
           05  ON-DATE-IN              PIC X(8).
           05  ON-AMOUNT               PIC S9(6)V99.
           05  ON-PAID-SW              PIC X.
           05  ON-PAID-DATE            PIC X(8).

      *****************************************************************
      *FIXED-FORMAT JOURNAL TRANSACTION LAYOUT THE GL PACKAGE IMPORTS -
      *THE SAME LAYOUT GLPOST8 WRITES TO GLJRNL8.TXT
      *****************************************************************
       FD  VOID-JOURNAL-FILE RECORDING MODE IS F.
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

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THIS PROGRAM APPENDS
      *ONE 'G' ENTRY FOR EACH NEW GENERATION: RECORDS AND AMOUNT
      *TOTAL WRITTEN (NET AMOUNT FOR THE REGISTER), WHAT THE LIVE FILE
      *HELD WHEN IT WAS READ, AND THE CONDITION CODE.  GENPRO8 WILL
      *NOT SWAP EITHER FILE IN WITHOUT IT
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

       FD  RECON-REPORT-FILE RECORDING MODE IS F.
       01  RECON-LINE                  PIC X(132).

       FD  VOID-AUDIT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  REGISTER-IN-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  REGISTER-OUT-COUNT-WS   PIC 9(7)        VALUE ZERO.
           05  REGISTER-DROP-COUNT-WS  PIC 9(7)        VALUE ZERO.
           05  OPEN-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  OPEN-OUT-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  REGISTER-IN-TOTAL-WS    PIC S9(9)V99    VALUE ZERO.
           05  REGISTER-OUT-TOTAL-WS   PIC S9(9)V99    VALUE ZERO.
           05  OPEN-IN-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  OPEN-OUT-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.

           05  BANK-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  CLEARED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  CLEARED-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  MISMATCH-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  MISMATCH-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  NOT-ISSUED-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  NOT-ISSUED-TOTAL-WS     PIC S9(9)V99    VALUE ZERO.
           05  OUTSTANDING-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  OUTSTANDING-TOTAL-WS    PIC S9(9)V99    VALUE ZERO.
           05  STALE-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  STALE-TOTAL-WS          PIC S9(9)V99    VALUE ZERO.

           05  VOID-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  VOID-COUNT-WS           PIC 9(7)        VALUE ZERO.
           05  VOID-REJECT-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  REISSUE-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  VOID-GROSS-WS           PIC S9(9)V99    VALUE ZERO.
           05  VOID-DISCOUNT-WS        PIC S9(9)V99    VALUE ZERO.
           05  VOID-NET-WS             PIC S9(9)V99    VALUE ZERO.

           05  JOURNAL-LINES-WS        PIC 9(5)        VALUE ZERO.
           05  DEBIT-TOTAL-WS          PIC S9(11)V99   VALUE ZERO.
           05  CREDIT-TOTAL-WS         PIC S9(11)V99   VALUE ZERO.
           05  ENTRY-AMOUNT-WS         PIC S9(11)V99   VALUE ZERO.

      *****************************************************************
      *THE LINE BEING WRITTEN - ITS ACCOUNT, THE SIDE IT NATURALLY
      *POSTS TO AND ITS DESCRIPTION ARE SET BY THE CALLER.  A NEGATIVE
      *AMOUNT POSTS TO THE OTHER SIDE
      *****************************************************************
           05  LINE-ACCOUNT-WS         PIC X(4)        VALUE SPACES.
           05  LINE-SIDE-WS            PIC XX          VALUE SPACES.
           05  LINE-DESCRIPTION-WS     PIC X(25)       VALUE SPACES.

           05  JOURNAL-SOURCE-WS       PIC XX          VALUE SPACES.
           05  ACCTG-PERIOD-WS         PIC X(6)        VALUE SPACES.
           05  ACCRUAL-ACCOUNT-WS      PIC X(4)        VALUE SPACES.
           05  CASH-ACCOUNT-WS         PIC X(4)        VALUE SPACES.
           05  DISCOUNT-ACCOUNT-WS     PIC X(4)        VALUE SPACES.
           05  STALE-DAYS-WS           PIC 9(3)        VALUE ZERO.
           05  RETAIN-DAYS-WS          PIC 9(3)        VALUE ZERO.

           05  RUN-DATE-MDY-WS         PIC X(8)        VALUE SPACES.
           05  RUN-DATE-YMD-WS         PIC X(8)        VALUE SPACES.
           05  RUN-DATE-NUM-WS         PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-INT-WS         PIC 9(7)        VALUE ZERO.
           05  AGE-DATE-MDY-WS         PIC X(8)        VALUE SPACES.
           05  AGE-DATE-YMD-WS         PIC X(8)        VALUE SPACES.
           05  AGE-DATE-NUM-WS         PIC 9(8)        VALUE ZERO.
           05  AGE-DAYS-WS             PIC S9(7)       VALUE ZERO.

           05  PROOF-OK-SW             PIC X(3)        VALUE 'YES'.
               88  PROOF-OK-WS                 VALUE 'YES'.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.

           05  REGISTER-OVFL-SW        PIC X(3)        VALUE 'NO'.
               88  REGISTER-OVFL-WS            VALUE 'YES'.

           05  OPEN-VOUCHER-OVFL-SW    PIC X(3)        VALUE 'NO'.
               88  OPEN-VOUCHER-OVFL-WS        VALUE 'YES'.

           05  REGISTER-FOUND-SW       PIC X(3)        VALUE 'NO'.
               88  REGISTER-FOUND-WS           VALUE 'YES'.

           05  VOUCHER-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  VOUCHER-FOUND-WS            VALUE 'YES'.

           05  VOID-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  VOID-FOUND-WS               VALUE 'YES'.

           05  DATE-VALID-SW           PIC X(3)        VALUE 'NO'.
               88  DATE-VALID-WS               VALUE 'YES'.

           05  KEEP-ENTRY-SW           PIC X(3)        VALUE 'YES'.
               88  KEEP-ENTRY-WS               VALUE 'YES'.

           05  BANK-STATUS-WS          PIC X(16)       VALUE SPACES.
           05  BANK-REASON-WS          PIC X(25)       VALUE SPACES.
           05  VOID-REJECT-REASON-WS   PIC X(28)       VALUE SPACES.
           05  REFUSAL-REASON-WS       PIC X(55)       VALUE SPACES.

           05  REC-LINE-COUNT-WS       PIC 999         VALUE ZERO.
           05  REC-PAGE-NUMBER-WS      PIC 9(4)        VALUE ZERO.
           05  AUD-LINE-COUNT-WS       PIC 999         VALUE ZERO.
           05  AUD-PAGE-NUMBER-WS      PIC 9(4)        VALUE ZERO.
           05  REG-GEN-PENDING-SW      PIC X(3)        VALUE 'NO'.
               88  REG-GEN-PENDING-WS          VALUE 'YES'.
           05  OPEN-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  OPEN-GEN-PENDING-WS         VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-OPEN-WS             PIC X(3) VALUE 'NO'.
           05  EOF-BANK-WS             PIC X(3) VALUE 'NO'.
           05  EOF-VOID-WS             PIC X(3) VALUE 'NO'.

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
      *THE WHOLE REGISTER IS HELD HERE AND UPDATED IN PLACE AS BANK
      *ITEMS CLEAR AND VOIDS ARE APPLIED, THEN WRITTEN TO THE NEW
      *GENERATION.  A REGISTER BIGGER THAN THE TABLE STOPS THE RUN
      *BEFORE ANYTHING IS WRITTEN
      *****************************************************************
       01  REGISTER-TABLE-WS.
           05  REG-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  REG-TABLE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY REG-IDX-WS
                                                  REG-SCAN-IDX-WS
                                                  REG-PRINT-IDX-WS.
               10  REG-TBL-SUPPLIER    PIC X(5).
               10  REG-TBL-NAME        PIC X(23).
               10  REG-TBL-VOUCHER     PIC X(6).
               10  REG-TBL-INVOICE     PIC X(8).
               10  REG-TBL-NET         PIC S9(6)V99.
               10  REG-TBL-PAY-DATE    PIC X(8).
               10  REG-TBL-GROSS       PIC S9(6)V99.
               10  REG-TBL-DISCOUNT    PIC S9(6)V99.
               10  REG-TBL-STATUS      PIC X.
               10  REG-TBL-STATUS-DATE PIC X(8).
               10  REG-TBL-BANK-AMOUNT PIC S9(6)V99.
               10  REG-TBL-REISSUE-SW  PIC X.

      *****************************************************************
      *THE WHOLE OPEN-VOUCHER FILE, HELD THE SAME WAY PAYSEL8 HOLDS
      *IT, SO A VOID CAN BLANK THE PAID FLAG IN PLACE
      *****************************************************************
       01  OPEN-VOUCHER-TABLE-WS.
           05  OPEN-TABLE-COUNT-WS     PIC 9(4)        VALUE ZERO.
           05  OPEN-TABLE-ENTRY        OCCURS 5000 TIMES
                                       INDEXED BY OPEN-IDX-WS.
               10  OVT-SUPPLIER        PIC X(5).
               10  OVT-VOUCHER         PIC X(6).
               10  OVT-INVOICE         PIC X(8).
               10  OVT-ACCOUNT         PIC X(4).
               10  OVT-STORE           PIC X(3).
               10  OVT-DATE-IN         PIC X(8).
               10  OVT-AMOUNT          PIC S9(6)V99.
               10  OVT-PAID-SW         PIC X.
               10  OVT-PAID-DATE       PIC X(8).

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
           'BANK CLEARED-PAYMENT RECONCILIATION'.

           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'TIME: '.
           05  HEADER-HR-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-MN-OUT       PIC 99.
           05                      PIC X    VALUE ':'.
           05  HEADER-SC-OUT       PIC 99.
           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'PAGE: '.
           05  HEADER-PAGE-OUT     PIC ZZZ9.
      **************************************************************

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'SOURCE: '.
           05  ECHO-SOURCE-OUT         PIC XX.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PERIOD: '.
           05  ECHO-PERIOD-OUT         PIC X(6).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(12) VALUE 'STALE AFTER '.
           05  ECHO-STALE-OUT          PIC ZZ9.
           05                          PIC X(5)  VALUE ' DAYS'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(15) VALUE
           'REGISTER KEEPS '.
           05  ECHO-RETAIN-OUT         PIC ZZ9.
           05                          PIC X(5)  VALUE ' DAYS'.

       01  BANK-SECTION-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SECTION-TITLE-OUT       PIC X(60).

       01  BANK-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(16) VALUE 'STATUS'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SUPP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'ISSUED'.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'ISSUED'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'BANK PAID'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(10) VALUE 'PAID ON'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'REASON'.

       01  BANK-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-STATUS-OUT          PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-PAY-DATE-OUT        PIC XX/XX/XXXX.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BNK-ISSUED-OUT          PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-PAID-OUT            PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BNK-PAID-DATE-OUT       PIC XX/XX/XXXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BNK-REASON-OUT          PIC X(25).

       01  STALE-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SUPP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(23) VALUE 'SUPPLIER NAME'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'ISSUED'.
           05                      PIC X(8)  VALUE SPACES.
           05                      PIC X(10) VALUE 'NET AMOUNT'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DAYS OUT'.

       01  STALE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STL-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STL-NAME-OUT            PIC X(23).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STL-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STL-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STL-PAY-DATE-OUT        PIC XX/XX/XXXX.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  STL-NET-OUT             PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  STL-AGE-OUT             PIC ZZZ,ZZ9.

       01  AUDIT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X VALUE SPACE.
           05                          PIC X(16) VALUE
           'RUN DATE: '.
           05  AUD-HEADER-DATE-OUT     PIC X(10).
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(37)   VALUE
           'PAYMENT VOID AND REISSUE AUDIT'.
           05                          PIC X(25)   VALUE SPACES.
           05                          PIC X(6)    VALUE 'PAGE: '.
           05  AUD-HEADER-PAGE-OUT     PIC ZZZ9.

       01  AUDIT-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SUPP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'ISSUED'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'GROSS'.
           05                      PIC X(7)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DISCOUNT'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(3)  VALUE 'NET'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(20) VALUE 'REASON / NOTE'.

       01  AUDIT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-ACTION-OUT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-PAY-DATE-OUT        PIC XX/XX/XXXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-GROSS-OUT           PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-DISCOUNT-OUT        PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-NET-OUT             PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  AUD-REASON-OUT          PIC X(28).

       01  PROOF-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  PRF-ACCOUNT-OUT         PIC X(4).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  PRF-DR-CR-OUT           PIC XX.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRF-AMOUNT-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRF-DESCRIPTION-OUT     PIC X(25).

       01  TOTAL-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  TOTAL-LABEL-OUT         PIC X(35).
           05  TOTAL-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACE.
           05  TOTAL-AMOUNT-OUT        PIC $$,$$$,$$$,$$9.99BCR.

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.

       01  REFUSAL-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(55)       VALUE
           '*** VOIDS NOT APPLIED - NO NEW GENERATIONS - REASON:'.

       01  REFUSAL-REASON-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  REFUSAL-REASON-OUT      PIC X(55).




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-MATCH-BANK-ITEM
               UNTIL EOF-BANK-WS = 'YES'
           PERFORM 400-CHECK-REISSUES
           PERFORM 500-APPLY-VOID
               UNTIL EOF-VOID-WS = 'YES'
           PERFORM 600-REPORT-STALE
           PERFORM 700-BUILD-VOID-JOURNAL
           IF PROOF-OK-WS
               THEN PERFORM 800-WRITE-GENERATIONS
               ELSE PERFORM 850-WITHDRAW-GENERATIONS
           END-IF
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *THE PARAMETER CARD AND BOTH MASTERS ARE PROVED BEFORE ANY
      *OUTPUT IS OPENED - A MISSING ACCOUNT OR STALE AGE, OR A FILE
      *BIGGER THAN ITS TABLE, STOPS THE RUN WITH EVERY FILE LEFT AS
      *IT WAS
      *****************************************************************
       200-OPEN.

           OPEN INPUT  BNK-PARM-FILE
                       BANK-PAID-FILE
                       VOID-TRANS-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 210-READ-PARM

           IF NOT PARM-FOUND-WS
              OR ACCRUAL-ACCOUNT-WS = SPACES
              OR CASH-ACCOUNT-WS = SPACES
              OR DISCOUNT-ACCOUNT-WS = SPACES
              OR BP-STALE-DAYS IS NOT NUMERIC
              OR BP-RETAIN-DAYS IS NOT NUMERIC
               THEN
                   DISPLAY 'BNKREC8 - PARAMETER CARD BNKPRM8 MISSING,'
                       ' INCOMPLETE OR NOT NUMERIC'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM 220-CHECK-PENDING-GENERATION

           PERFORM 230-LOAD-REGISTER
           PERFORM 250-LOAD-OPEN-VOUCHERS

           OPEN OUTPUT RECON-REPORT-FILE
                       VOID-AUDIT-FILE

      ******************************************************************
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

           MOVE HOLD-YR-WS TO RUN-DATE-YMD-WS (1:4)
           MOVE HOLD-MO-WS TO RUN-DATE-YMD-WS (5:2)
           MOVE HOLD-DY-WS TO RUN-DATE-YMD-WS (7:2)
           MOVE RUN-DATE-YMD-WS TO RUN-DATE-NUM-WS
           COMPUTE RUN-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM-WS)

           MOVE REPORT-HEADER-DATE-OUT TO AUD-HEADER-DATE-OUT

           PERFORM 510-AUDIT-HEADER

           MOVE JOURNAL-SOURCE-WS TO ECHO-SOURCE-OUT
           MOVE ACCTG-PERIOD-WS   TO ECHO-PERIOD-OUT
           MOVE STALE-DAYS-WS     TO ECHO-STALE-OUT
           MOVE RETAIN-DAYS-WS    TO ECHO-RETAIN-OUT

           MOVE 'BANK PAID ITEMS' TO SECTION-TITLE-OUT
           PERFORM 310-RECON-HEADER.

       210-READ-PARM.

           READ BNK-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           IF EOF-PARM-WS = 'NO'
               THEN
                   MOVE 'YES'               TO PARM-FOUND-SW
                   MOVE BP-JOURNAL-SOURCE   TO JOURNAL-SOURCE-WS
                   MOVE BP-ACCTG-PERIOD     TO ACCTG-PERIOD-WS
                   MOVE BP-ACCRUAL-ACCOUNT  TO ACCRUAL-ACCOUNT-WS
                   MOVE BP-CASH-ACCOUNT     TO CASH-ACCOUNT-WS
                   MOVE BP-DISCOUNT-ACCOUNT TO DISCOUNT-ACCOUNT-WS
                   IF BP-STALE-DAYS IS NUMERIC
                       THEN MOVE BP-STALE-DAYS TO STALE-DAYS-WS
                   END-IF
                   IF BP-RETAIN-DAYS IS NUMERIC
                       THEN MOVE BP-RETAIN-DAYS TO RETAIN-DAYS-WS
                   END-IF
           END-IF.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER PAYREGN8.DAT OR OPNNEW8.DAT FROM AN
      *EARLIER RUN IS STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING
      *UNTIL A 'P' FOR THE LIVE FILE OR A 'D' FOR THE NEW FILE
      *FOLLOWS IT.  THIS RUN WOULD OVERWRITE THE WAITING GENERATION
      *AND ITS CHANGES WOULD BE LOST, SO IT STOPS BEFORE ANY OUTPUT
      *IS OPENED
      *****************************************************************
       220-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO REG-GEN-PENDING-SW
           MOVE 'NO' TO OPEN-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 225-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF REG-GEN-PENDING-WS
               THEN
                   DISPLAY 'BNKREC8 - PAYREGN8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF OPEN-GEN-PENDING-WS
               THEN
                   DISPLAY 'BNKREC8 - OPNNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       225-READ-RUN-LOG.

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
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'OPNNEW8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO OPEN-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'OPNVCH8.DAT'
               THEN MOVE 'NO' TO OPEN-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'OPNNEW8.DAT'
               THEN MOVE 'NO' TO OPEN-GEN-PENDING-SW
           END-IF.

       230-LOAD-REGISTER.

           OPEN INPUT PAYMENT-REGISTER-FILE

           PERFORM 235-READ-REGISTER
               UNTIL EOF-REGISTER-WS = 'YES'

           CLOSE PAYMENT-REGISTER-FILE

           IF REGISTER-OVFL-WS
               THEN
                   DISPLAY 'BNKREC8 - PAYMENT REGISTER HOLDS '
                       REGISTER-IN-COUNT-WS
                       ' RECORDS, MORE THAN THE 5000 THE TABLE HOLDS'
                   DISPLAY 'RUN STOPPED - PAYREG8.DAT LEFT UNTOUCHED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       235-READ-REGISTER.

           READ PAYMENT-REGISTER-FILE
           AT END MOVE 'YES' TO EOF-REGISTER-WS
           END-READ

           IF EOF-REGISTER-WS = 'NO'
               THEN
                   ADD 1 TO REGISTER-IN-COUNT-WS
                   IF RG-NET-AMOUNT IS NUMERIC
                       THEN ADD RG-NET-AMOUNT TO REGISTER-IN-TOTAL-WS
                   END-IF
                   IF REG-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO REG-TABLE-COUNT-WS
                           SET REG-IDX-WS TO REG-TABLE-COUNT-WS
                           PERFORM 240-STORE-REGISTER-ENTRY
                       ELSE
                           MOVE 'YES' TO REGISTER-OVFL-SW
                   END-IF
           END-IF.

       240-STORE-REGISTER-ENTRY.

           MOVE RG-SUPPLIER-NUMBER TO REG-TBL-SUPPLIER    (REG-IDX-WS)
           MOVE RG-SUPPLIER-NAME   TO REG-TBL-NAME        (REG-IDX-WS)
           MOVE RG-VOUCHER-NUMBER  TO REG-TBL-VOUCHER     (REG-IDX-WS)
           MOVE RG-INVOICE-NUMBER  TO REG-TBL-INVOICE     (REG-IDX-WS)
           MOVE RG-NET-AMOUNT      TO REG-TBL-NET         (REG-IDX-WS)
           MOVE RG-PAY-DATE        TO REG-TBL-PAY-DATE    (REG-IDX-WS)
           MOVE RG-GROSS-AMOUNT    TO REG-TBL-GROSS       (REG-IDX-WS)
           MOVE RG-DISCOUNT-AMOUNT TO REG-TBL-DISCOUNT    (REG-IDX-WS)
           MOVE RG-STATUS          TO REG-TBL-STATUS      (REG-IDX-WS)
           MOVE RG-STATUS-DATE     TO REG-TBL-STATUS-DATE (REG-IDX-WS)
           MOVE RG-BANK-AMOUNT     TO REG-TBL-BANK-AMOUNT (REG-IDX-WS)
           MOVE RG-REISSUE-SW      TO REG-TBL-REISSUE-SW  (REG-IDX-WS)

      *****************************************************************
      *AN ENTRY WITH NO STATUS HAS NEVER BEEN SETTLED EITHER WAY, SO
      *IT IS CARRIED AS OUTSTANDING
      *****************************************************************
           IF RG-STATUS = SPACE
               THEN MOVE 'O' TO REG-TBL-STATUS (REG-IDX-WS)
           END-IF
           IF RG-NET-AMOUNT IS NOT NUMERIC
               THEN MOVE ZERO TO REG-TBL-NET (REG-IDX-WS)
           END-IF
           IF RG-GROSS-AMOUNT IS NOT NUMERIC
               THEN MOVE ZERO TO REG-TBL-GROSS (REG-IDX-WS)
           END-IF
           IF RG-DISCOUNT-AMOUNT IS NOT NUMERIC
               THEN MOVE ZERO TO REG-TBL-DISCOUNT (REG-IDX-WS)
           END-IF
           IF RG-BANK-AMOUNT IS NOT NUMERIC
               THEN MOVE ZERO TO REG-TBL-BANK-AMOUNT (REG-IDX-WS)
           END-IF.

       250-LOAD-OPEN-VOUCHERS.

           OPEN INPUT OPEN-VOUCHER-FILE

           PERFORM 255-READ-OPEN-VOUCHER
               UNTIL EOF-OPEN-WS = 'YES'

           CLOSE OPEN-VOUCHER-FILE

           IF OPEN-VOUCHER-OVFL-WS
               THEN
                   DISPLAY 'BNKREC8 - OPEN-VOUCHER FILE HOLDS '
                       OPEN-IN-COUNT-WS
                       ' RECORDS, MORE THAN THE 5000 THE TABLE HOLDS'
                   DISPLAY 'RUN STOPPED - OPNVCH8.DAT LEFT UNTOUCHED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       255-READ-OPEN-VOUCHER.

           READ OPEN-VOUCHER-FILE
           AT END MOVE 'YES' TO EOF-OPEN-WS
           END-READ

           IF EOF-OPEN-WS = 'NO'
               THEN
                   ADD 1 TO OPEN-IN-COUNT-WS
                   IF OV-AMOUNT IS NUMERIC
                       THEN ADD OV-AMOUNT TO OPEN-IN-TOTAL-WS
                   END-IF
                   IF OPEN-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO OPEN-TABLE-COUNT-WS
                           SET OPEN-IDX-WS TO OPEN-TABLE-COUNT-WS
                           MOVE OV-SUPPLIER-NUMBER
                                  TO OVT-SUPPLIER  (OPEN-IDX-WS)
                           MOVE OV-VOUCHER-NUMBER
                                  TO OVT-VOUCHER   (OPEN-IDX-WS)
                           MOVE OV-INVOICE-NUMBER
                                  TO OVT-INVOICE   (OPEN-IDX-WS)
                           MOVE OV-ACCOUNT-NUMBER
                                  TO OVT-ACCOUNT   (OPEN-IDX-WS)
                           MOVE OV-STORE-NUMBER
                                  TO OVT-STORE     (OPEN-IDX-WS)
                           MOVE OV-DATE-IN
                                  TO OVT-DATE-IN   (OPEN-IDX-WS)
                           MOVE OV-AMOUNT
                                  TO OVT-AMOUNT    (OPEN-IDX-WS)
                           MOVE OV-PAID-SW
                                  TO OVT-PAID-SW   (OPEN-IDX-WS)
                           MOVE OV-PAID-DATE
                                  TO OVT-PAID-DATE (OPEN-IDX-WS)
                       ELSE
                           MOVE 'YES' TO OPEN-VOUCHER-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *EACH BANK PAID ITEM IS MATCHED BY SUPPLIER AND VOUCHER TO AN
      *OUTSTANDING PAYMENT ON THE REGISTER.  THE SAME AMOUNT CLEARS
      *IT; A DIFFERENT AMOUNT CLEARS IT AS A MISMATCH FOR THE BANK
      *TO ANSWER FOR.  AN ITEM WITH NO OUTSTANDING PAYMENT BEHIND IT
      *WAS NEVER ISSUED - OR WAS VOIDED OR HAS ALREADY CLEARED, WHICH
      *IS WORSE, AND THE REASON SAYS SO
      *****************************************************************
       300-MATCH-BANK-ITEM.

           READ BANK-PAID-FILE
           AT END MOVE 'YES' TO EOF-BANK-WS
           END-READ

           IF EOF-BANK-WS = 'NO'
               THEN
                   ADD 1 TO BANK-IN-COUNT-WS
                   PERFORM 320-MATCH-ONE-ITEM
           END-IF.

       310-RECON-HEADER.

           ADD 1 TO REC-PAGE-NUMBER-WS
           MOVE REC-PAGE-NUMBER-WS TO HEADER-PAGE-OUT
           MOVE  REPORT-HEADER-LINE-SETUP TO RECON-LINE
           IF REC-PAGE-NUMBER-WS = 1
               THEN WRITE RECON-LINE AFTER 1
               ELSE WRITE RECON-LINE AFTER PAGE
           END-IF

           IF REC-PAGE-NUMBER-WS = 1
               THEN
                   MOVE  PARM-ECHO-LINE-SETUP TO RECON-LINE
                   WRITE RECON-LINE AFTER 2 LINES
           END-IF

           MOVE  BANK-SECTION-LINE-SETUP TO RECON-LINE
           WRITE RECON-LINE AFTER 2 LINES

           IF SECTION-TITLE-OUT = 'BANK PAID ITEMS'
               THEN MOVE BANK-COLUMN-LINE-SETUP  TO RECON-LINE
               ELSE MOVE STALE-COLUMN-LINE-SETUP TO RECON-LINE
           END-IF
           WRITE RECON-LINE AFTER 2 LINES
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 6 TO REC-LINE-COUNT-WS.

       320-MATCH-ONE-ITEM.

           MOVE SPACES TO BANK-REASON-WS
           MOVE 'NO'   TO REGISTER-FOUND-SW

           IF BK-PAID-AMOUNT IS NOT NUMERIC
               THEN
                   MOVE ZERO TO BK-PAID-AMOUNT
                   MOVE 'BANK AMOUNT NOT NUMERIC' TO BANK-REASON-WS
               ELSE
                   IF REG-TABLE-COUNT-WS IS GREATER THAN ZERO
                       THEN
                           SET REG-IDX-WS TO 1
                           SEARCH REG-TABLE-ENTRY
                               AT END MOVE 'NO' TO REGISTER-FOUND-SW
                               WHEN REG-TBL-STATUS (REG-IDX-WS) = 'O'
                                AND REG-TBL-SUPPLIER (REG-IDX-WS)
                                        = BK-SUPPLIER-NUMBER
                                AND REG-TBL-VOUCHER  (REG-IDX-WS)
                                        = BK-VOUCHER-NUMBER
                                   MOVE 'YES' TO REGISTER-FOUND-SW
                           END-SEARCH
                   END-IF
           END-IF

           IF REGISTER-FOUND-WS
               THEN
                   MOVE BK-PAID-DATE   TO REG-TBL-STATUS-DATE
                                                      (REG-IDX-WS)
                   MOVE BK-PAID-AMOUNT TO REG-TBL-BANK-AMOUNT
                                                      (REG-IDX-WS)
                   IF BK-PAID-AMOUNT = REG-TBL-NET (REG-IDX-WS)
                       THEN
                           MOVE 'C' TO REG-TBL-STATUS (REG-IDX-WS)
                           MOVE 'CLEARED' TO BANK-STATUS-WS
                           ADD 1 TO CLEARED-COUNT-WS
                           ADD BK-PAID-AMOUNT TO CLEARED-TOTAL-WS
                       ELSE
                           MOVE 'M' TO REG-TBL-STATUS (REG-IDX-WS)
                           MOVE 'AMOUNT MISMATCH' TO BANK-STATUS-WS
                           MOVE 'PAID OTHER THAN ISSUED'
                                               TO BANK-REASON-WS
                           ADD 1 TO MISMATCH-COUNT-WS
                           ADD BK-PAID-AMOUNT TO MISMATCH-TOTAL-WS
                   END-IF
               ELSE
                   MOVE 'NOT ISSUED' TO BANK-STATUS-WS
                   IF BANK-REASON-WS = SPACES
                       THEN PERFORM 330-WHY-NOT-ISSUED
                   END-IF
                   ADD 1 TO NOT-ISSUED-COUNT-WS
                   ADD BK-PAID-AMOUNT TO NOT-ISSUED-TOTAL-WS
           END-IF

           PERFORM 350-PRINT-BANK-ITEM.

      *****************************************************************
      *NO OUTSTANDING PAYMENT MATCHED - THE REGISTER IS SEARCHED AGAIN
      *FOR THE SAME VOUCHER IN ANY STATUS SO THE REASON CAN SAY
      *WHETHER THE BANK HONORED A VOIDED PAYMENT OR PAID ONE TWICE
      *****************************************************************
       330-WHY-NOT-ISSUED.

           MOVE 'NO PAYMENT ON REGISTER' TO BANK-REASON-WS

           IF REG-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET REG-IDX-WS TO 1
                   SEARCH REG-TABLE-ENTRY
                       AT END MOVE 'NO' TO REGISTER-FOUND-SW
                       WHEN REG-TBL-STATUS (REG-IDX-WS) NOT = SPACE
                        AND REG-TBL-SUPPLIER (REG-IDX-WS)
                                = BK-SUPPLIER-NUMBER
                        AND REG-TBL-VOUCHER  (REG-IDX-WS)
                                = BK-VOUCHER-NUMBER
                           IF REG-TBL-STATUS (REG-IDX-WS) = 'V'
                               THEN
                                   MOVE 'VOIDED PAYMENT PRESENTED'
                                               TO BANK-REASON-WS
                               ELSE
                                   MOVE 'PAYMENT ALREADY CLEARED'
                                               TO BANK-REASON-WS
                           END-IF
                   END-SEARCH
           END-IF.

       350-PRINT-BANK-ITEM.

           IF REC-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-RECON-HEADER
           END-IF

           MOVE BANK-STATUS-WS     TO BNK-STATUS-OUT
           MOVE BK-SUPPLIER-NUMBER TO BNK-SUPPLIER-OUT
           MOVE BK-VOUCHER-NUMBER  TO BNK-VOUCHER-OUT
           MOVE BK-PAID-AMOUNT     TO BNK-PAID-OUT
           MOVE BK-PAID-DATE       TO BNK-PAID-DATE-OUT
           MOVE BANK-REASON-WS     TO BNK-REASON-OUT

           IF REGISTER-FOUND-WS
               THEN
                   MOVE REG-TBL-INVOICE  (REG-IDX-WS)
                                       TO BNK-INVOICE-OUT
                   MOVE REG-TBL-PAY-DATE (REG-IDX-WS)
                                       TO BNK-PAY-DATE-OUT
                   MOVE REG-TBL-NET      (REG-IDX-WS)
                                       TO BNK-ISSUED-OUT
               ELSE
                   MOVE SPACES TO BNK-INVOICE-OUT
                   MOVE SPACES TO BNK-PAY-DATE-OUT
                   MOVE ZERO   TO BNK-ISSUED-OUT
           END-IF

           MOVE  BANK-DETAIL-LINE-SETUP TO RECON-LINE
           WRITE RECON-LINE AFTER 1
           ADD 1 TO REC-LINE-COUNT-WS.

      *****************************************************************
      *A PAYMENT ISSUED FOR A VOUCHER WHOSE EARLIER PAYMENT WAS VOIDED
      *IS THE REISSUE.  EACH VOID IS PAIRED WITH THE FIRST PAYMENT
      *REGISTERED AFTER IT, AND BOTH ARE MARKED SO THE PAIR GOES ON
      *THE AUDIT LISTING ONCE
      *****************************************************************
       400-CHECK-REISSUES.

           SET REG-IDX-WS TO 1
           PERFORM 410-CHECK-ONE-ENTRY
               REG-TABLE-COUNT-WS TIMES.

       410-CHECK-ONE-ENTRY.

           IF REG-TBL-STATUS (REG-IDX-WS) = 'V'
              AND REG-TBL-REISSUE-SW (REG-IDX-WS) = SPACE
               THEN
                   MOVE 'NO' TO VOID-FOUND-SW
                   SET REG-SCAN-IDX-WS TO REG-IDX-WS
                   SET REG-SCAN-IDX-WS UP BY 1
                   PERFORM 420-SCAN-FOR-REISSUE
                       UNTIL VOID-FOUND-WS
                          OR REG-SCAN-IDX-WS > REG-TABLE-COUNT-WS
           END-IF

           SET REG-IDX-WS UP BY 1.

       420-SCAN-FOR-REISSUE.

           IF REG-TBL-STATUS     (REG-SCAN-IDX-WS) NOT = 'V'
              AND REG-TBL-REISSUE-SW (REG-SCAN-IDX-WS) = SPACE
              AND REG-TBL-SUPPLIER (REG-SCAN-IDX-WS)
                      = REG-TBL-SUPPLIER (REG-IDX-WS)
              AND REG-TBL-VOUCHER  (REG-SCAN-IDX-WS)
                      = REG-TBL-VOUCHER  (REG-IDX-WS)
               THEN
                   MOVE 'YES' TO VOID-FOUND-SW
                   MOVE 'R'   TO REG-TBL-REISSUE-SW (REG-IDX-WS)
                   MOVE 'R'   TO REG-TBL-REISSUE-SW (REG-SCAN-IDX-WS)
                   ADD 1 TO REISSUE-COUNT-WS
                   MOVE 'REISSUE' TO AUD-ACTION-OUT
                   MOVE 'REPLACES VOID OF' TO AUD-REASON-OUT
                   MOVE REG-TBL-STATUS-DATE (REG-IDX-WS)
                                       TO AUD-REASON-OUT (18:8)
                   SET REG-PRINT-IDX-WS TO REG-SCAN-IDX-WS
                   PERFORM 520-PRINT-AUDIT-LINE
               ELSE
                   SET REG-SCAN-IDX-WS UP BY 1
           END-IF.

      *****************************************************************
      *A VOID IS ONLY APPLIED TO A PAYMENT STILL OUTSTANDING - ONE THE
      *BANK HAS CLEARED CANNOT BE STOPPED - AND ONLY WHEN ITS VOUCHER
      *IS STILL ON THE OPEN-VOUCHER FILE FLAGGED PAID TO BE REOPENED.
      *THE PAYMENT IS MARKED VOIDED, THE VOUCHER'S PAID FLAG AND DATE
      *ARE BLANKED SO THE NEXT PAYSEL8 RUN SELECTS IT AGAIN, AND ITS
      *GROSS, DISCOUNT AND NET ARE ADDED TO THE REVERSING ENTRY
      *****************************************************************
       500-APPLY-VOID.

           READ VOID-TRANS-FILE
           AT END MOVE 'YES' TO EOF-VOID-WS
           END-READ

           IF EOF-VOID-WS = 'NO'
               THEN
                   ADD 1 TO VOID-IN-COUNT-WS
                   PERFORM 530-APPLY-ONE-VOID
           END-IF.

       510-AUDIT-HEADER.

           ADD 1 TO AUD-PAGE-NUMBER-WS
           MOVE AUD-PAGE-NUMBER-WS TO AUD-HEADER-PAGE-OUT
           MOVE  AUDIT-HEADER-LINE-SETUP TO AUDIT-LINE
           IF AUD-PAGE-NUMBER-WS = 1
               THEN WRITE AUDIT-LINE AFTER 1
               ELSE WRITE AUDIT-LINE AFTER PAGE
           END-IF

           MOVE  AUDIT-COLUMN-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 4 TO AUD-LINE-COUNT-WS.

       520-PRINT-AUDIT-LINE.

           IF AUD-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 510-AUDIT-HEADER
           END-IF

           MOVE REG-TBL-SUPPLIER (REG-PRINT-IDX-WS)
                                       TO AUD-SUPPLIER-OUT
           MOVE REG-TBL-VOUCHER  (REG-PRINT-IDX-WS)
                                       TO AUD-VOUCHER-OUT
           MOVE REG-TBL-INVOICE  (REG-PRINT-IDX-WS)
                                       TO AUD-INVOICE-OUT
           MOVE REG-TBL-PAY-DATE (REG-PRINT-IDX-WS)
                                       TO AUD-PAY-DATE-OUT
           MOVE REG-TBL-GROSS    (REG-PRINT-IDX-WS)
                                       TO AUD-GROSS-OUT
           MOVE REG-TBL-DISCOUNT (REG-PRINT-IDX-WS)
                                       TO AUD-DISCOUNT-OUT
           MOVE REG-TBL-NET      (REG-PRINT-IDX-WS)
                                       TO AUD-NET-OUT

           MOVE  AUDIT-DETAIL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1
           ADD 1 TO AUD-LINE-COUNT-WS.

       530-APPLY-ONE-VOID.

           MOVE SPACES TO VOID-REJECT-REASON-WS
           MOVE 'NO'   TO REGISTER-FOUND-SW
           MOVE 'NO'   TO VOUCHER-FOUND-SW

           IF REG-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET REG-IDX-WS TO 1
                   SEARCH REG-TABLE-ENTRY
                       AT END MOVE 'NO' TO REGISTER-FOUND-SW
                       WHEN REG-TBL-STATUS (REG-IDX-WS) = 'O'
                        AND REG-TBL-SUPPLIER (REG-IDX-WS)
                                = VT-SUPPLIER-NUMBER
                        AND REG-TBL-VOUCHER  (REG-IDX-WS)
                                = VT-VOUCHER-NUMBER
                           MOVE 'YES' TO REGISTER-FOUND-SW
                   END-SEARCH
           END-IF

           IF NOT REGISTER-FOUND-WS
               THEN
                   PERFORM 540-WHY-NOT-VOIDED
               ELSE
           IF REG-TBL-GROSS (REG-IDX-WS) - REG-TBL-DISCOUNT (REG-IDX-WS)
                   NOT = REG-TBL-NET (REG-IDX-WS)
               THEN
                   MOVE 'REGISTER ENTRY DOES NOT FOOT'
                                       TO VOID-REJECT-REASON-WS
               ELSE
                   PERFORM 550-FIND-PAID-VOUCHER
                   IF NOT VOUCHER-FOUND-WS
                       THEN
                           MOVE 'VOUCHER NOT PAID ON OPNVCH8'
                                       TO VOID-REJECT-REASON-WS
                   END-IF
           END-IF
           END-IF

           IF VOID-REJECT-REASON-WS = SPACES
               THEN
                   MOVE SPACE  TO OVT-PAID-SW   (OPEN-IDX-WS)
                   MOVE SPACES TO OVT-PAID-DATE (OPEN-IDX-WS)
                   MOVE 'V'    TO REG-TBL-STATUS (REG-IDX-WS)
                   MOVE RUN-DATE-MDY-WS
                               TO REG-TBL-STATUS-DATE (REG-IDX-WS)
                   MOVE SPACE  TO REG-TBL-REISSUE-SW  (REG-IDX-WS)
                   ADD 1 TO VOID-COUNT-WS
                   ADD REG-TBL-GROSS    (REG-IDX-WS) TO VOID-GROSS-WS
                   ADD REG-TBL-DISCOUNT (REG-IDX-WS) TO VOID-DISCOUNT-WS
                   ADD REG-TBL-NET      (REG-IDX-WS) TO VOID-NET-WS
                   MOVE 'VOID'    TO AUD-ACTION-OUT
                   MOVE VT-REASON TO AUD-REASON-OUT
                   SET REG-PRINT-IDX-WS TO REG-IDX-WS
                   PERFORM 520-PRINT-AUDIT-LINE
               ELSE
                   ADD 1 TO VOID-REJECT-COUNT-WS
                   PERFORM 560-PRINT-VOID-REJECT
           END-IF.

       540-WHY-NOT-VOIDED.

           MOVE 'NO PAYMENT ON REGISTER' TO VOID-REJECT-REASON-WS

           IF REG-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET REG-IDX-WS TO 1
                   SEARCH REG-TABLE-ENTRY
                       AT END MOVE 'NO' TO REGISTER-FOUND-SW
                       WHEN REG-TBL-STATUS (REG-IDX-WS) NOT = SPACE
                        AND REG-TBL-SUPPLIER (REG-IDX-WS)
                                = VT-SUPPLIER-NUMBER
                        AND REG-TBL-VOUCHER  (REG-IDX-WS)
                                = VT-VOUCHER-NUMBER
                           IF REG-TBL-STATUS (REG-IDX-WS) = 'V'
                               THEN
                                   MOVE 'PAYMENT ALREADY VOIDED'
                                       TO VOID-REJECT-REASON-WS
                               ELSE
                                   MOVE 'PAYMENT CLEARED - NO VOID'
                                       TO VOID-REJECT-REASON-WS
                           END-IF
                   END-SEARCH
           END-IF.

       550-FIND-PAID-VOUCHER.

           IF OPEN-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET OPEN-IDX-WS TO 1
                   SEARCH OPEN-TABLE-ENTRY
                       AT END MOVE 'NO' TO VOUCHER-FOUND-SW
                       WHEN OVT-PAID-SW  (OPEN-IDX-WS) = 'P'
                        AND OVT-SUPPLIER (OPEN-IDX-WS)
                                = VT-SUPPLIER-NUMBER
                        AND OVT-VOUCHER  (OPEN-IDX-WS)
                                = VT-VOUCHER-NUMBER
                           MOVE 'YES' TO VOUCHER-FOUND-SW
                   END-SEARCH
           END-IF.

      *****************************************************************
      *A REFUSED VOID IS LISTED FROM THE TRANSACTION ITSELF - THERE
      *MAY BE NO REGISTER ENTRY BEHIND IT TO PRINT FROM
      *****************************************************************
       560-PRINT-VOID-REJECT.

           IF AUD-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 510-AUDIT-HEADER
           END-IF

           MOVE 'REJECTED'            TO AUD-ACTION-OUT
           MOVE VT-SUPPLIER-NUMBER    TO AUD-SUPPLIER-OUT
           MOVE VT-VOUCHER-NUMBER     TO AUD-VOUCHER-OUT
           MOVE SPACES                TO AUD-INVOICE-OUT
           MOVE SPACES                TO AUD-PAY-DATE-OUT
           MOVE ZERO                  TO AUD-GROSS-OUT
           MOVE ZERO                  TO AUD-DISCOUNT-OUT
           MOVE ZERO                  TO AUD-NET-OUT
           MOVE VOID-REJECT-REASON-WS TO AUD-REASON-OUT

           MOVE  AUDIT-DETAIL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1
           ADD 1 TO AUD-LINE-COUNT-WS.

      *****************************************************************
      *EVERY PAYMENT STILL OUTSTANDING AFTER TODAY'S CLEARINGS AND
      *VOIDS IS AGED FROM ITS PAY DATE.  ONE OLDER THAN THE STALE AGE
      *ON THE PARAMETER CARD IS LISTED FOR FOLLOW-UP OR A VOID
      *****************************************************************
       600-REPORT-STALE.

           MOVE 'STALE OUTSTANDING PAYMENTS' TO SECTION-TITLE-OUT
           PERFORM 310-RECON-HEADER

           SET REG-IDX-WS TO 1
           PERFORM 610-AGE-ONE-PAYMENT
               REG-TABLE-COUNT-WS TIMES.

       610-AGE-ONE-PAYMENT.

           IF REG-TBL-STATUS (REG-IDX-WS) = 'O'
               THEN
                   ADD 1 TO OUTSTANDING-COUNT-WS
                   ADD REG-TBL-NET (REG-IDX-WS) TO OUTSTANDING-TOTAL-WS
                   MOVE REG-TBL-PAY-DATE (REG-IDX-WS)
                                       TO AGE-DATE-MDY-WS
                   PERFORM 620-AGE-FROM-DATE
                   IF DATE-VALID-WS
                      AND AGE-DAYS-WS IS GREATER THAN STALE-DAYS-WS
                       THEN PERFORM 630-PRINT-STALE
                   END-IF
           END-IF

           SET REG-IDX-WS UP BY 1.

      *****************************************************************
      *DAYS FROM AN MMDDYYYY DATE TO TODAY.  A DATE THAT IS NOT A
      *REAL DATE COMES BACK FROM INTEGER-OF-DATE AS ZERO AND IS NOT
      *AGED AT ALL
      *****************************************************************
       620-AGE-FROM-DATE.

           MOVE 'NO' TO DATE-VALID-SW
           MOVE ZERO TO AGE-DAYS-WS

           IF AGE-DATE-MDY-WS IS NUMERIC
               THEN
                   MOVE AGE-DATE-MDY-WS (5:4) TO AGE-DATE-YMD-WS (1:4)
                   MOVE AGE-DATE-MDY-WS (1:2) TO AGE-DATE-YMD-WS (5:2)
                   MOVE AGE-DATE-MDY-WS (3:2) TO AGE-DATE-YMD-WS (7:2)
                   MOVE AGE-DATE-YMD-WS TO AGE-DATE-NUM-WS
                   IF FUNCTION INTEGER-OF-DATE (AGE-DATE-NUM-WS)
                           IS GREATER THAN ZERO
                       THEN
                           MOVE 'YES' TO DATE-VALID-SW
                           COMPUTE AGE-DAYS-WS = RUN-DATE-INT-WS
                               - FUNCTION INTEGER-OF-DATE
                                     (AGE-DATE-NUM-WS)
                   END-IF
           END-IF.

       630-PRINT-STALE.

           IF REC-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-RECON-HEADER
           END-IF

           ADD 1 TO STALE-COUNT-WS
           ADD REG-TBL-NET (REG-IDX-WS) TO STALE-TOTAL-WS

           MOVE REG-TBL-SUPPLIER (REG-IDX-WS) TO STL-SUPPLIER-OUT
           MOVE REG-TBL-NAME     (REG-IDX-WS) TO STL-NAME-OUT
           MOVE REG-TBL-VOUCHER  (REG-IDX-WS) TO STL-VOUCHER-OUT
           MOVE REG-TBL-INVOICE  (REG-IDX-WS) TO STL-INVOICE-OUT
           MOVE REG-TBL-PAY-DATE (REG-IDX-WS) TO STL-PAY-DATE-OUT
           MOVE REG-TBL-NET      (REG-IDX-WS) TO STL-NET-OUT
           MOVE AGE-DAYS-WS                   TO STL-AGE-OUT

           MOVE  STALE-DETAIL-LINE-SETUP TO RECON-LINE
           WRITE RECON-LINE AFTER 1
           ADD 1 TO REC-LINE-COUNT-WS.

      *****************************************************************
      *THE REVERSING ENTRY FOR THE DAY'S VOIDS UNDOES WHAT DSBPST8
      *BOOKED FOR THOSE PAYMENTS - DEBIT CASH FOR THE NET BACK IN THE
      *ACCOUNT, DEBIT DISCOUNTS EARNED FOR THE DISCOUNT NO LONGER
      *EARNED, AND CREDIT THE AP ACCRUAL FOR THE GROSS THAT IS OWED
      *AGAIN.  A RUN WITH NO VOIDS LEAVES AN EMPTY JOURNAL SO AN OLD
      *ONE CANNOT BE IMPORTED TWICE
      *****************************************************************
       700-BUILD-VOID-JOURNAL.

           OPEN OUTPUT VOID-JOURNAL-FILE

           IF VOID-COUNT-WS IS GREATER THAN ZERO
               THEN
                   MOVE SPACES TO AUDIT-LINE
                   WRITE AUDIT-LINE AFTER 2 LINES

                   MOVE CASH-ACCOUNT-WS         TO LINE-ACCOUNT-WS
                   MOVE 'DR'                    TO LINE-SIDE-WS
                   MOVE 'VOID - CASH RESTORED'  TO LINE-DESCRIPTION-WS
                   MOVE VOID-NET-WS             TO ENTRY-AMOUNT-WS
                   PERFORM 720-WRITE-JOURNAL-LINE

                   IF VOID-DISCOUNT-WS NOT = ZERO
                       THEN
                           MOVE DISCOUNT-ACCOUNT-WS TO LINE-ACCOUNT-WS
                           MOVE 'DR'                TO LINE-SIDE-WS
                           MOVE 'VOID - DISCOUNT REVERSED'
                                               TO LINE-DESCRIPTION-WS
                           MOVE VOID-DISCOUNT-WS    TO ENTRY-AMOUNT-WS
                           PERFORM 720-WRITE-JOURNAL-LINE
                   END-IF

                   MOVE ACCRUAL-ACCOUNT-WS      TO LINE-ACCOUNT-WS
                   MOVE 'CR'                    TO LINE-SIDE-WS
                   MOVE 'VOID - ACCRUAL RESTORED'
                                               TO LINE-DESCRIPTION-WS
                   MOVE VOID-GROSS-WS           TO ENTRY-AMOUNT-WS
                   PERFORM 720-WRITE-JOURNAL-LINE
           END-IF

           CLOSE VOID-JOURNAL-FILE

           IF DEBIT-TOTAL-WS NOT = CREDIT-TOTAL-WS
               THEN
                   MOVE 'NO' TO PROOF-OK-SW
                   MOVE 'VOID JOURNAL DEBITS DO NOT EQUAL CREDITS'
                                       TO REFUSAL-REASON-WS
           END-IF.

       720-WRITE-JOURNAL-LINE.

           MOVE JOURNAL-SOURCE-WS  TO JR-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO JR-ACCTG-PERIOD
           MOVE RUN-DATE-MDY-WS    TO JR-RUN-DATE
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
           MOVE PROOF-DETAIL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1
           ADD 1 TO AUD-LINE-COUNT-WS.

      *****************************************************************
      *BOTH NEW GENERATIONS ARE WRITTEN FROM THE TABLES.  A CLEARED
      *PAYMENT, OR A VOID ALREADY PAIRED WITH ITS REISSUE, DROPS OFF
      *THE REGISTER ONCE ITS STATUS DATE IS OLDER THAN THE RETENTION
      *ON THE PARAMETER CARD.  AN UNPAIRED VOID AND EVERYTHING
      *OUTSTANDING IS ALWAYS KEPT
      *****************************************************************
       800-WRITE-GENERATIONS.

           OPEN OUTPUT PAYMENT-REGISTER-NEW-FILE
           SET REG-IDX-WS TO 1
           PERFORM 810-WRITE-REGISTER-ENTRY
               REG-TABLE-COUNT-WS TIMES
           CLOSE PAYMENT-REGISTER-NEW-FILE

           OPEN OUTPUT OPEN-VOUCHER-NEW-FILE
           SET OPEN-IDX-WS TO 1
           PERFORM 830-WRITE-OPEN-ENTRY
               OPEN-TABLE-COUNT-WS TIMES
           CLOSE OPEN-VOUCHER-NEW-FILE

           IF VOID-COUNT-WS IS GREATER THAN ZERO
               THEN PERFORM 840-ENTER-ACCRUAL-LEDGER
           END-IF.

       810-WRITE-REGISTER-ENTRY.

           MOVE 'YES' TO KEEP-ENTRY-SW

           IF RETAIN-DAYS-WS IS GREATER THAN ZERO
              AND (REG-TBL-STATUS (REG-IDX-WS) = 'C'
                OR REG-TBL-STATUS (REG-IDX-WS) = 'M'
                OR (REG-TBL-STATUS (REG-IDX-WS) = 'V'
                    AND REG-TBL-REISSUE-SW (REG-IDX-WS) = 'R'))
               THEN
                   MOVE REG-TBL-STATUS-DATE (REG-IDX-WS)
                                       TO AGE-DATE-MDY-WS
                   PERFORM 620-AGE-FROM-DATE
                   IF DATE-VALID-WS
                      AND AGE-DAYS-WS IS GREATER THAN RETAIN-DAYS-WS
                       THEN MOVE 'NO' TO KEEP-ENTRY-SW
                   END-IF
           END-IF

           IF KEEP-ENTRY-WS
               THEN
                   MOVE REG-TBL-SUPPLIER    (REG-IDX-WS)
                                       TO RN-SUPPLIER-NUMBER
                   MOVE REG-TBL-NAME        (REG-IDX-WS)
                                       TO RN-SUPPLIER-NAME
                   MOVE REG-TBL-VOUCHER     (REG-IDX-WS)
                                       TO RN-VOUCHER-NUMBER
                   MOVE REG-TBL-INVOICE     (REG-IDX-WS)
                                       TO RN-INVOICE-NUMBER
                   MOVE REG-TBL-NET         (REG-IDX-WS)
                                       TO RN-NET-AMOUNT
                   MOVE REG-TBL-PAY-DATE    (REG-IDX-WS)
                                       TO RN-PAY-DATE
                   MOVE REG-TBL-GROSS       (REG-IDX-WS)
                                       TO RN-GROSS-AMOUNT
                   MOVE REG-TBL-DISCOUNT    (REG-IDX-WS)
                                       TO RN-DISCOUNT-AMOUNT
                   MOVE REG-TBL-STATUS      (REG-IDX-WS)
                                       TO RN-STATUS
                   MOVE REG-TBL-STATUS-DATE (REG-IDX-WS)
                                       TO RN-STATUS-DATE
                   MOVE REG-TBL-BANK-AMOUNT (REG-IDX-WS)
                                       TO RN-BANK-AMOUNT
                   MOVE REG-TBL-REISSUE-SW  (REG-IDX-WS)
                                       TO RN-REISSUE-SW
                   WRITE PAYMENT-REGISTER-NEW-RECORD
                   ADD 1 TO REGISTER-OUT-COUNT-WS
                   IF RN-NET-AMOUNT IS NUMERIC
                       THEN ADD RN-NET-AMOUNT TO REGISTER-OUT-TOTAL-WS
                   END-IF
               ELSE
                   ADD 1 TO REGISTER-DROP-COUNT-WS
           END-IF

           SET REG-IDX-WS UP BY 1.

       830-WRITE-OPEN-ENTRY.

           MOVE OVT-SUPPLIER  (OPEN-IDX-WS) TO ON-SUPPLIER-NUMBER
           MOVE OVT-VOUCHER   (OPEN-IDX-WS) TO ON-VOUCHER-NUMBER
           MOVE OVT-INVOICE   (OPEN-IDX-WS) TO ON-INVOICE-NUMBER
           MOVE OVT-ACCOUNT   (OPEN-IDX-WS) TO ON-ACCOUNT-NUMBER
           MOVE OVT-STORE     (OPEN-IDX-WS) TO ON-STORE-NUMBER
           MOVE OVT-DATE-IN   (OPEN-IDX-WS) TO ON-DATE-IN
           MOVE OVT-AMOUNT    (OPEN-IDX-WS) TO ON-AMOUNT
           MOVE OVT-PAID-SW   (OPEN-IDX-WS) TO ON-PAID-SW
           MOVE OVT-PAID-DATE (OPEN-IDX-WS) TO ON-PAID-DATE
           WRITE OPEN-VOUCHER-NEW-RECORD
           ADD 1 TO OPEN-OUT-COUNT-WS
           IF ON-AMOUNT IS NUMERIC
               THEN ADD ON-AMOUNT TO OPEN-OUT-TOTAL-WS
           END-IF

           SET OPEN-IDX-WS UP BY 1.

      *****************************************************************
      *THE ACCRUAL RESTORED BY THE VOIDS IS ENTERED ON THE AP
      *ACCRUAL LEDGER
      *****************************************************************
       840-ENTER-ACCRUAL-LEDGER.

           MOVE HOLD-DATE-WS       TO AL-POST-STAMP
           MOVE RUN-DATE-MDY-WS    TO AL-RUN-DATE
           MOVE 'VOID'             TO AL-JOURNAL-NAME
           MOVE JOURNAL-SOURCE-WS  TO AL-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO AL-ACCTG-PERIOD
           MOVE ACCRUAL-ACCOUNT-WS TO AL-ACCOUNT-NUMBER

           MOVE VOID-GROSS-WS      TO ENTRY-AMOUNT-WS
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

      *****************************************************************
      *THE JOURNAL AND BOTH NEW GENERATIONS ARE EMPTIED TOGETHER SO
      *NEITHER A VOID REVERSAL NOR A REOPENED VOUCHER CAN REACH THE
      *GL OR THE NEXT PAYMENT RUN WITHOUT THE OTHER
      *****************************************************************
       850-WITHDRAW-GENERATIONS.

           OPEN OUTPUT VOID-JOURNAL-FILE
           CLOSE VOID-JOURNAL-FILE
           OPEN OUTPUT PAYMENT-REGISTER-NEW-FILE
           CLOSE PAYMENT-REGISTER-NEW-FILE
           OPEN OUTPUT OPEN-VOUCHER-NEW-FILE
           CLOSE OPEN-VOUCHER-NEW-FILE

           MOVE  REFUSAL-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES
           MOVE REFUSAL-REASON-WS TO REFUSAL-REASON-OUT
           MOVE  REFUSAL-REASON-LINE-SETUP TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 12 TO RETURN-CODE.

       900-CLOSE.

           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE AFTER 2 LINES

           MOVE 'BANK PAID ITEMS READ:'      TO COUNT-LABEL-OUT
           MOVE BANK-IN-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'CLEARED AS ISSUED:'         TO TOTAL-LABEL-OUT
           MOVE CLEARED-COUNT-WS             TO TOTAL-COUNT-OUT
           MOVE CLEARED-TOTAL-WS             TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'CLEARED - AMOUNT MISMATCH:' TO TOTAL-LABEL-OUT
           MOVE MISMATCH-COUNT-WS            TO TOTAL-COUNT-OUT
           MOVE MISMATCH-TOTAL-WS            TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'PAID BY BANK - NOT ISSUED:' TO TOTAL-LABEL-OUT
           MOVE NOT-ISSUED-COUNT-WS          TO TOTAL-COUNT-OUT
           MOVE NOT-ISSUED-TOTAL-WS          TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'STILL OUTSTANDING:'         TO TOTAL-LABEL-OUT
           MOVE OUTSTANDING-COUNT-WS         TO TOTAL-COUNT-OUT
           MOVE OUTSTANDING-TOTAL-WS         TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'OUTSTANDING PAST STALE AGE:' TO TOTAL-LABEL-OUT
           MOVE STALE-COUNT-WS               TO TOTAL-COUNT-OUT
           MOVE STALE-TOTAL-WS               TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'REGISTER ENTRIES READ:'     TO COUNT-LABEL-OUT
           MOVE REGISTER-IN-COUNT-WS         TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 2 LINES

           MOVE 'REGISTER ENTRIES KEPT:'     TO COUNT-LABEL-OUT
           MOVE REGISTER-OUT-COUNT-WS        TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE 'REGISTER ENTRIES RETIRED:'  TO COUNT-LABEL-OUT
           MOVE REGISTER-DROP-COUNT-WS       TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO RECON-LINE
           WRITE RECON-LINE AFTER 1

           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 2 LINES

           MOVE 'VOID TRANSACTIONS READ:'    TO COUNT-LABEL-OUT
           MOVE VOID-IN-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'PAYMENTS VOIDED:'           TO TOTAL-LABEL-OUT
           MOVE VOID-COUNT-WS                TO TOTAL-COUNT-OUT
           MOVE VOID-GROSS-WS                TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'VOIDS REJECTED:'            TO COUNT-LABEL-OUT
           MOVE VOID-REJECT-COUNT-WS         TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'REISSUES OF VOIDED PAYMENTS:' TO COUNT-LABEL-OUT
           MOVE REISSUE-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

           MOVE 'VOID JOURNAL LINES WRITTEN:' TO COUNT-LABEL-OUT
           MOVE JOURNAL-LINES-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-LINE
           WRITE AUDIT-LINE AFTER 1

      *****************************************************************
      *ANYTHING THE BANK OR THE VOIDS LEFT FOR SOMEONE TO ANSWER -
      *A MISMATCH, AN ITEM WE NEVER ISSUED, A STALE PAYMENT OR A
      *REFUSED VOID - ENDS THE RUN WITH A WARNING CODE
      *****************************************************************
           IF RETURN-CODE = ZERO
              AND (MISMATCH-COUNT-WS    IS GREATER THAN ZERO
                OR NOT-ISSUED-COUNT-WS  IS GREATER THAN ZERO
                OR STALE-COUNT-WS       IS GREATER THAN ZERO
                OR VOID-REJECT-COUNT-WS IS GREATER THAN ZERO)
               THEN MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE BNK-PARM-FILE  BANK-PAID-FILE  VOID-TRANS-FILE
                 RECON-REPORT-FILE  VOID-AUDIT-FILE

           PERFORM 960-LOG-GENERATIONS.

      *****************************************************************
      *ENTERS BOTH NEW GENERATIONS ON THE RUN-CONTROL LOG WITH THE
      *CONDITION CODE THE RUN IS ENDING WITH.  A WITHDRAWN RUN EMPTIED
      *THEM AND ENDS AT 12, SO GENPRO8 WILL PROMOTE NEITHER
      *****************************************************************
       960-LOG-GENERATIONS.

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
           MOVE 'BNKREC8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON

           OPEN EXTEND RUN-LOG-FILE

           MOVE 'PAYREGN8.DAT'       TO RL-GEN-FILE
           MOVE REGISTER-OUT-COUNT-WS TO RL-GEN-RECORDS
           MOVE REGISTER-OUT-TOTAL-WS TO RL-GEN-TOTAL
           MOVE REGISTER-IN-COUNT-WS TO RL-GEN-LIVE-RECORDS
           MOVE REGISTER-IN-TOTAL-WS TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD

           MOVE 'OPNNEW8.DAT'        TO RL-GEN-FILE
           MOVE OPEN-OUT-COUNT-WS    TO RL-GEN-RECORDS
           MOVE OPEN-OUT-TOTAL-WS    TO RL-GEN-TOTAL
           MOVE OPEN-IN-COUNT-WS     TO RL-GEN-LIVE-RECORDS
           MOVE OPEN-IN-TOTAL-WS     TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD

           CLOSE RUN-LOG-FILE.

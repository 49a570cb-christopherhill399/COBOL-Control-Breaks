       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APTBAL8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL TB-PARM-FILE ASSIGN TO 'APTPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-ITEM-SORT-FILE ASSIGN TO 'SORTWK8'.

           SELECT OPEN-ITEM-SORTED-FILE ASSIGN TO 'APTSRT8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE ASSIGN TO
           'VHSTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VH-HIST-KEY.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPLR8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-REGISTER-FILE ASSIGN TO
           'PAYREG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-LEDGER-FILE ASSIGN TO 'ACRLDG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-HIST-FILE ASSIGN TO 'ACTPER8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO 'APTBAL8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - THE AP ACCRUAL ACCOUNT, THE ACCRUAL
      *BALANCE CARRIED BEFORE THE ACCRUAL LEDGER WAS STARTED (BLANK
      *FOR NONE) AND AN AS-OF DATE FOR THE AGING (MMDDYYYY, BLANK FOR
      *THE RUN DATE)
      *****************************************************************
       FD  TB-PARM-FILE RECORDING MODE IS F.
       01  TB-PARM-RECORD.
           05  TP-ACCRUAL-ACCOUNT      PIC X(4).
           05  TP-OPENING-BALANCE      PIC S9(9)V99.
           05  TP-AS-OF-DATE           PIC X(8).

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
      *THE OPEN-VOUCHER FILE RESORTED TO SUPPLIER SEQUENCE FOR THE
      *SUPPLIER SUBTOTALS
      *****************************************************************
       SD  OPEN-ITEM-SORT-FILE.
       01  OPEN-ITEM-SORT-RECORD.
           05  OS-SUPPLIER-NUMBER      PIC X(5).
           05  OS-VOUCHER-NUMBER       PIC X(6).
           05  OS-INVOICE-NUMBER       PIC X(8).
           05  OS-ACCOUNT-NUMBER       PIC X(4).
           05  OS-STORE-NUMBER         PIC X(3).
           05  OS-DATE-IN              PIC X(8).
           05  OS-AMOUNT               PIC S9(6)V99.
           05  OS-PAID-SW              PIC X.
           05  OS-PAID-DATE            PIC X(8).

       FD  OPEN-ITEM-SORTED-FILE RECORDING MODE IS F.
       01  OPEN-ITEM-SORTED-RECORD.
           05  OT-SUPPLIER-NUMBER      PIC X(5).
           05  OT-VOUCHER-NUMBER       PIC X(6).
           05  OT-INVOICE-NUMBER       PIC X(8).
           05  OT-ACCOUNT-NUMBER       PIC X(4).
           05  OT-STORE-NUMBER         PIC X(3).
           05  OT-DATE-IN              PIC X(8).
           05  OT-AMOUNT               PIC S9(6)V99.
           05  OT-PAID-SW              PIC X.
           05  OT-PAID-DATE            PIC X(8).

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

       FD  SUPPLIER-MASTER-FILE RECORDING MODE IS F.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

      *****************************************************************
      *ISSUED-PAYMENT REGISTER AS DSBPST8 AND BNKREC8 KEEP IT - A
      *PAYMENT POSTED AND NOT VOIDED HAS ALREADY COME OFF THE ACCRUAL
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
      *AP ACCRUAL LEDGER - ONE ENTRY FOR EVERY PROVED JOURNAL THAT
      *POSTED TO THE AP ACCRUAL ACCOUNT: GLPOST8 INVOICE OFFSETS,
      *DSBPST8 PAYMENTS, BNKREC8 VOIDS AND VCHCAN8 CANCELLATIONS
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
      *PERIOD CLOSE HISTORY AS PERCLS8 WRITES IT - READ ONLY FOR THE
      *DATE OF THE LAST CLOSE
      *****************************************************************
       FD  PERIOD-HIST-FILE RECORDING MODE IS F.
       01  PERIOD-HIST-RECORD.
           05  PH-CLOSE-TYPE           PIC X.
           05  PH-CLOSE-PERIOD         PIC X(6).
           05  PH-ACCOUNT-NUMBER       PIC X(4).
           05  PH-STORE-NUMBER         PIC X(3).
           05  PH-PTD-DOLLARS          PIC S9(9)V99.
           05  PH-PTD-RECORDS          PIC 9(7).
           05  PH-YTD-DOLLARS          PIC S9(9)V99.
           05  PH-YTD-RECORDS          PIC 9(7).
           05  PH-CLOSE-DATE           PIC X(8).

      *****************************************************************
      *RUN-CONTROL LOG - READ ONLY FOR THE GENERATIONS GENPRO8 HAS
      *DISCARDED OR ROLLED BACK.  BOTH ENTRIES CARRY THE RUN STAMP OF
      *THE RUN THAT WROTE THE GENERATION
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

       FD  TRIAL-BALANCE-FILE RECORDING MODE IS F.
       01  TRIAL-BALANCE-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  ACCRUAL-ACCOUNT-WS      PIC X(4)        VALUE SPACES.
           05  OPENING-BALANCE-WS      PIC S9(9)V99    VALUE ZERO.
           05  PARM-ERROR-WS           PIC X(50)       VALUE SPACES.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.

           05  AS-OF-DATE-WS           PIC X(8)        VALUE SPACES.
           05  AS-OF-MM-WS             PIC 9(2)        VALUE ZERO.
           05  AS-OF-DD-WS             PIC 9(2)        VALUE ZERO.
           05  AS-OF-YMD-WS            PIC X(8)        VALUE SPACES.
           05  AS-OF-NUM-WS            PIC 9(8)        VALUE ZERO.
           05  AS-OF-INT-WS            PIC S9(9)       VALUE ZERO.

           05  DATE-IN-YMD-WS          PIC X(8)        VALUE SPACES.
           05  DATE-IN-NUM-WS          PIC 9(8)        VALUE ZERO.
           05  DATE-IN-INT-WS          PIC S9(9)       VALUE ZERO.
           05  AGE-DAYS-WS             PIC S9(5)       VALUE ZERO.

           05  CLOSE-DATE-YMD-WS       PIC X(8)        VALUE SPACES.
           05  LAST-CLOSE-YMD-WS       PIC X(8)        VALUE SPACES.
           05  POST-DATE-YMD-WS        PIC X(8)        VALUE SPACES.
           05  LEDGER-RUN-YMD-WS       PIC X(8)        VALUE SPACES.
           05  LAST-INVOICE-YMD-WS     PIC X(8)        VALUE SPACES.
           05  VOUCHER-RUN-YMD-WS      PIC X(8)        VALUE SPACES.
           05  PAID-DATE-YMD-WS        PIC X(8)        VALUE SPACES.

           05  OPEN-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  PAID-SKIP-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  OPEN-ITEM-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  NO-HISTORY-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  NO-SUPPLIER-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  BAD-DATE-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  LEDGER-IN-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  LEDGER-OTHER-COUNT-WS   PIC 9(7)        VALUE ZERO.
           05  LEDGER-DISCARD-COUNT-WS PIC 9(7)        VALUE ZERO.

      *****************************************************************
      *AGING BUCKETS - SUBSCRIPT 1 CURRENT (0-30 DAYS), 2 31-60,
      *3 61-90, 4 OVER 90.  A DATE-IN THAT IS NOT A REAL DATE CANNOT
      *BE AGED AND IS CARRIED IN THE OLDEST BUCKET WHERE IT WILL BE
      *LOOKED AT
      *****************************************************************
           05  BUCKET-SUB-WS           PIC 9           VALUE ZERO.

           05  SUP-BUCKETS-WS.
               10  SUP-BUCKET-AMT-WS   PIC S9(9)V99 OCCURS 4 TIMES.
           05  SUP-TOTAL-WS            PIC S9(9)V99    VALUE ZERO.
           05  SUP-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  GRAND-BUCKETS-WS.
               10  GRAND-BUCKET-AMT-WS PIC S9(11)V99 OCCURS 4 TIMES.
           05  GRAND-TOTAL-WS          PIC S9(11)V99   VALUE ZERO.
           05  SUPPLIER-COUNT-WS       PIC 9(5)        VALUE ZERO.

           05  SUPPLIER-HOLD-WS        PIC X(5)        VALUE SPACES.
           05  SUPPLIER-NAME-WS        PIC X(23)       VALUE SPACES.

      *****************************************************************
      *THE AP ACCRUAL BALANCE, CREDIT POSITIVE - WHAT WAS THERE AT THE
      *LAST CLOSE PLUS EACH JOURNAL'S ACTIVITY SINCE
      *****************************************************************
           05  BROUGHT-FORWARD-WS      PIC S9(11)V99   VALUE ZERO.
           05  INVOICE-ACTIVITY-WS     PIC S9(11)V99   VALUE ZERO.
           05  PAYMENT-ACTIVITY-WS     PIC S9(11)V99   VALUE ZERO.
           05  VOID-ACTIVITY-WS        PIC S9(11)V99   VALUE ZERO.
           05  CANCEL-ACTIVITY-WS      PIC S9(11)V99   VALUE ZERO.
           05  OTHER-ACTIVITY-WS       PIC S9(11)V99   VALUE ZERO.
           05  INVOICE-ENTRIES-WS      PIC 9(5)        VALUE ZERO.
           05  PAYMENT-ENTRIES-WS      PIC 9(5)        VALUE ZERO.
           05  VOID-ENTRIES-WS         PIC 9(5)        VALUE ZERO.
           05  CANCEL-ENTRIES-WS       PIC 9(5)        VALUE ZERO.
           05  OTHER-ENTRIES-WS        PIC 9(5)        VALUE ZERO.
           05  LEDGER-AMOUNT-WS        PIC S9(11)V99   VALUE ZERO.
           05  ACCRUAL-BALANCE-WS      PIC S9(11)V99   VALUE ZERO.
           05  DIFFERENCE-WS           PIC S9(11)V99   VALUE ZERO.
           05  EXPLAINED-TOTAL-WS      PIC S9(11)V99   VALUE ZERO.
           05  UNEXPLAINED-WS          PIC S9(11)V99   VALUE ZERO.
           05  EXPLAIN-COUNT-WS        PIC 9(7)        VALUE ZERO.

           05  HISTORY-FLAG-WS         PIC X(30)       VALUE SPACES.
           05  EXPLAIN-REASON-WS       PIC X(30)       VALUE SPACES.
           05  EXPLAIN-EFFECT-WS       PIC S9(9)V99    VALUE ZERO.

           05  SUPPLIER-FOUND-SW       PIC X(3)        VALUE 'NO'.
               88  SUPPLIER-FOUND-WS           VALUE 'YES'.
           05  HISTORY-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  HISTORY-FOUND-WS            VALUE 'YES'.
           05  PAYMENT-POSTED-SW       PIC X(3)        VALUE 'NO'.
               88  PAYMENT-POSTED-WS           VALUE 'YES'.
           05  DATE-VALID-SW           PIC X(3)        VALUE 'NO'.
               88  DATE-VALID-WS               VALUE 'YES'.

           05  SUPPLIER-OVFL-SW        PIC X(3)        VALUE 'NO'.
               88  SUPPLIER-OVFL-WS            VALUE 'YES'.
           05  REGISTER-OVFL-SW        PIC X(3)        VALUE 'NO'.
               88  REGISTER-OVFL-WS            VALUE 'YES'.
           05  PAY-DATE-OVFL-SW        PIC X(3)        VALUE 'NO'.
               88  PAY-DATE-OVFL-WS            VALUE 'YES'.
           05  DISCARD-OVFL-SW         PIC X(3)        VALUE 'NO'.
               88  DISCARD-OVFL-WS             VALUE 'YES'.
           05  DISCARDED-RUN-SW        PIC X(3)        VALUE 'NO'.
               88  DISCARDED-RUN-WS            VALUE 'YES'.

           05  TB-LINE-COUNT-WS        PIC 999         VALUE ZERO.
           05  TB-PAGE-NUMBER-WS       PIC 9(4)        VALUE ZERO.
           05  SECTION-NAME-WS         PIC X(8)        VALUE SPACES.

       01  EOF-WS.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-SORTED-WS           PIC X(3) VALUE 'NO'.
           05  EOF-SUPPLIER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-LEDGER-WS           PIC X(3) VALUE 'NO'.
           05  EOF-PERIOD-WS           PIC X(3) VALUE 'NO'.
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

       01  SUPPLIER-TABLE-WS.
           05  SUPPLIER-TABLE-COUNT-WS PIC 9(4)        VALUE ZERO.
           05  SUPPLIER-TABLE-ENTRY    OCCURS 5000 TIMES
                                       INDEXED BY SUPPLIER-IDX-WS.
               10  SUP-TBL-NUMBER      PIC X(5).
               10  SUP-TBL-NAME        PIC X(23).

      *****************************************************************
      *EVERY PAYMENT ON THE REGISTER THAT HAS NOT BEEN VOIDED
      *****************************************************************
       01  REGISTER-TABLE-WS.
           05  REG-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  REG-TABLE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY REG-IDX-WS.
               10  REG-TBL-SUPPLIER    PIC X(5).
               10  REG-TBL-VOUCHER     PIC X(6).
               10  REG-TBL-PAY-DATE    PIC X(8).

      *****************************************************************
      *EVERY PAY DATE THE LEDGER SHOWS A PAYMENT FILE POSTED FOR
      *****************************************************************
       01  PAY-DATE-TABLE-WS.
           05  PAY-DATE-COUNT-WS       PIC 9(4)        VALUE ZERO.
           05  PAY-DATE-ENTRY          OCCURS 2000 TIMES
                                       INDEXED BY PAY-DATE-IDX-WS.
               10  PDT-PAY-DATE        PIC X(8).

      *****************************************************************
      *THE RUN STAMP OF EVERY BANK RECONCILIATION RUN WHOSE PAYMENT
      *REGISTER OR OPEN-VOUCHER GENERATION GENPRO8 DISCARDED OR
      *ROLLED BACK
      *****************************************************************
       01  DISCARD-TABLE-WS.
           05  DISCARD-COUNT-WS        PIC 9(4)        VALUE ZERO.
           05  DISCARD-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY DISCARD-IDX-WS.
               10  DSC-RUN-STAMP       PIC X(14).

      *****************************************************************
      *ITEMS THAT EXPLAIN A DIFFERENCE BETWEEN THE OPEN ITEMS AND THE
      *ACCRUAL - HELD UNTIL THE RECONCILIATION SHOWS WHETHER THERE IS
      *ONE TO EXPLAIN.  THE EFFECT IS WHAT THE ITEM PUTS BETWEEN THE
      *OPEN-ITEM TOTAL AND THE ACCRUAL BALANCE, ACCRUAL SIDE POSITIVE
      *****************************************************************
       01  EXPLAIN-TABLE-WS.
           05  EXP-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  EXP-TABLE-ENTRY         OCCURS 2000 TIMES
                                       INDEXED BY EXP-IDX-WS.
               10  EXP-SUPPLIER        PIC X(5).
               10  EXP-VOUCHER         PIC X(6).
               10  EXP-INVOICE         PIC X(8).
               10  EXP-DATE-IN         PIC X(8).
               10  EXP-AMOUNT          PIC S9(6)V99.
               10  EXP-EFFECT          PIC S9(9)V99.
               10  EXP-REASON          PIC X(30).

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
           'OPEN ACCOUNTS PAYABLE TRIAL BALANCE'.

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
           05                          PIC X(12) VALUE 'AGED AS OF: '.
           05  ECHO-AS-OF-OUT          PIC XX/XX/XXXX.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(12) VALUE 'AP ACCRUAL: '.
           05  ECHO-ACCRUAL-OUT        PIC X(4).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(12) VALUE 'LAST CLOSE: '.
           05  ECHO-CLOSE-OUT          PIC X(10).

       01  SECTION-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SECTION-TITLE-OUT       PIC X(60).

       01  ITEM-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'DATE IN'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE ' DAYS'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(15) VALUE '   CURRENT 0-30'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(15) VALUE '      31-60'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(15) VALUE '      61-90'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(15) VALUE '    OVER 90'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(15) VALUE '          TOTAL'.

       01  SUPPLIER-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'SUPPLIER: '.
           05  SUPH-NUMBER-OUT         PIC X(5).
           05                          PIC X(2)  VALUE SPACES.
           05  SUPH-NAME-OUT           PIC X(40).

       01  ITEM-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  ITM-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ITM-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ITM-DATE-IN-OUT         PIC XX/XX/XXXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ITM-DAYS-OUT            PIC ZZZZ9.
           05  ITM-BUCKET-OUT          OCCURS 4 TIMES.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  ITM-AMOUNT-OUT      PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ITM-TOTAL-OUT           PIC $$$$,$$$,$$9.99-.

      *****************************************************************
      *FLAG PRINTED UNDER AN OPEN ITEM'S DETAIL LINE
      *****************************************************************
       01  ITEM-FLAG-LINE-SETUP.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05                          PIC X(4)  VALUE '*** '.
           05  ITEM-FLAG-OUT           PIC X(40) VALUE SPACES.

       01  SUBTOTAL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SUBT-LABEL-OUT          PIC X(28).
           05  SUBT-COUNT-OUT          PIC ZZZ,ZZ9.
           05  SUBT-BUCKET-OUT         OCCURS 4 TIMES.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  SUBT-AMOUNT-OUT     PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUBT-TOTAL-OUT          PIC $$$$,$$$,$$9.99-.

       01  RECON-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RCN-LABEL-OUT           PIC X(45).
           05  RCN-COUNT-OUT           PIC ZZ,ZZZ.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RCN-AMOUNT-OUT          PIC $$,$$$,$$$,$$9.99BCR.

       01  EXPLAIN-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SUPP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'DATE IN'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(13) VALUE '      VOUCHER'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(18) VALUE '   ACCRUAL EFFECT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(30) VALUE 'EXPLANATION'.

       01  EXPLAIN-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EXP-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-DATE-IN-OUT         PIC XX/XX/XXXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-AMOUNT-OUT          PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-EFFECT-OUT          PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXP-REASON-OUT          PIC X(30).

       01  MESSAGE-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MESSAGE-OUT             PIC X(70).

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-LIST-OPEN-ITEMS
           PERFORM 500-RECONCILE-ACCRUAL
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *THE PARAMETER CARD AND EVERY TABLE ARE PROVED BEFORE THE
      *REPORT IS OPENED - A TRIAL BALANCE BUILT ON HALF A SUPPLIER
      *FILE OR HALF A LEDGER WOULD TIE TO NOTHING
      *****************************************************************
       200-OPEN.

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 210-READ-PARM

           IF PARM-ERROR-WS NOT = SPACES
               THEN
                   DISPLAY 'APTPRM8 PARAMETER ERROR - ' PARM-ERROR-WS
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM 230-LOAD-SUPPLIER-MASTER
           PERFORM 240-LOAD-REGISTER
           PERFORM 260-FIND-LAST-CLOSE
           PERFORM 250-LOAD-DISCARDED-RUNS
           PERFORM 270-LOAD-LEDGER

           IF SUPPLIER-OVFL-WS
               THEN MOVE 'SUPPLIER MASTER EXCEEDS 5000-ENTRY TABLE'
                                       TO PARM-ERROR-WS
           END-IF
           IF REGISTER-OVFL-WS
               THEN MOVE 'PAYMENT REGISTER EXCEEDS 5000-ENTRY TABLE'
                                       TO PARM-ERROR-WS
           END-IF
           IF PAY-DATE-OVFL-WS
               THEN MOVE 'LEDGER PAY DATES EXCEED 2000-ENTRY TABLE'
                                       TO PARM-ERROR-WS
           END-IF
           IF DISCARD-OVFL-WS
               THEN MOVE 'WITHDRAWN RUNS EXCEED 500-ENTRY TABLE'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS NOT = SPACES
               THEN
                   DISPLAY 'APTBAL8 - ' PARM-ERROR-WS
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           OPEN INPUT  VOUCHER-HISTORY-FILE
           OPEN OUTPUT TRIAL-BALANCE-FILE

      ******************************************************************
           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

      *****************************************************************
      *ITEMS ARE AGED FROM THE AS-OF DATE WHEN ONE IS GIVEN, SO A
      *MONTH-END TRIAL BALANCE RUN A DAY LATE STILL AGES AS OF THE
      *MONTH END
      *****************************************************************
           IF AS-OF-DATE-WS = SPACES
               THEN
                   MOVE HOLD-YR-WS TO AS-OF-YMD-WS (1:4)
                   MOVE HOLD-MO-WS TO AS-OF-YMD-WS (5:2)
                   MOVE HOLD-DY-WS TO AS-OF-YMD-WS (7:2)
                   MOVE AS-OF-YMD-WS TO AS-OF-NUM-WS
                   COMPUTE AS-OF-INT-WS =
                       FUNCTION INTEGER-OF-DATE (AS-OF-NUM-WS)
                   MOVE HOLD-MO-WS TO AS-OF-DATE-WS (1:2)
                   MOVE HOLD-DY-WS TO AS-OF-DATE-WS (3:2)
                   MOVE HOLD-YR-WS TO AS-OF-DATE-WS (5:4)
           END-IF

           MOVE AS-OF-DATE-WS      TO ECHO-AS-OF-OUT
           MOVE ACCRUAL-ACCOUNT-WS TO ECHO-ACCRUAL-OUT
           IF LAST-CLOSE-YMD-WS = SPACES
               THEN MOVE 'NONE' TO ECHO-CLOSE-OUT
               ELSE
                   MOVE LAST-CLOSE-YMD-WS (5:2) TO ECHO-CLOSE-OUT (1:2)
                   MOVE '/'                     TO ECHO-CLOSE-OUT (3:1)
                   MOVE LAST-CLOSE-YMD-WS (7:2) TO ECHO-CLOSE-OUT (4:2)
                   MOVE '/'                     TO ECHO-CLOSE-OUT (6:1)
                   MOVE LAST-CLOSE-YMD-WS (1:4) TO ECHO-CLOSE-OUT (7:4)
           END-IF

           MOVE ZERO TO SUP-BUCKET-AMT-WS (1)  SUP-BUCKET-AMT-WS (2)
                        SUP-BUCKET-AMT-WS (3)  SUP-BUCKET-AMT-WS (4)
           MOVE ZERO TO GRAND-BUCKET-AMT-WS (1)
                        GRAND-BUCKET-AMT-WS (2)
                        GRAND-BUCKET-AMT-WS (3)
                        GRAND-BUCKET-AMT-WS (4)

           MOVE 'ITEMS' TO SECTION-NAME-WS
           MOVE 'UNPAID VOUCHERS BY SUPPLIER - AGED FROM DATE IN'
                                       TO SECTION-TITLE-OUT
           PERFORM 310-TRIAL-BALANCE-HEADER.

       210-READ-PARM.

           OPEN INPUT TB-PARM-FILE

           READ TB-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           CLOSE TB-PARM-FILE

           IF EOF-PARM-WS = 'NO'
               THEN MOVE 'YES' TO PARM-FOUND-SW
           END-IF

           IF NOT PARM-FOUND-WS
               THEN MOVE 'PARAMETER CARD APTPRM8 MISSING OR EMPTY'
                                       TO PARM-ERROR-WS
               ELSE
           IF TP-ACCRUAL-ACCOUNT = SPACES
               THEN MOVE 'AP ACCRUAL ACCOUNT MISSING'
                                       TO PARM-ERROR-WS
               ELSE
                   MOVE TP-ACCRUAL-ACCOUNT TO ACCRUAL-ACCOUNT-WS
           END-IF
           END-IF

           IF PARM-ERROR-WS = SPACES
              AND TP-OPENING-BALANCE (1:11) NOT = SPACES
               THEN
                   IF TP-OPENING-BALANCE IS NUMERIC
                       THEN MOVE TP-OPENING-BALANCE
                                       TO OPENING-BALANCE-WS
                       ELSE MOVE 'OPENING BALANCE NOT NUMERIC'
                                       TO PARM-ERROR-WS
                   END-IF
           END-IF

           IF PARM-ERROR-WS = SPACES AND TP-AS-OF-DATE NOT = SPACES
               THEN
                   IF TP-AS-OF-DATE IS NOT NUMERIC
                       THEN MOVE 'AS-OF DATE NOT NUMERIC'
                                TO PARM-ERROR-WS
                       ELSE
                           MOVE TP-AS-OF-DATE (1:2) TO AS-OF-MM-WS
                           MOVE TP-AS-OF-DATE (3:2) TO AS-OF-DD-WS
      *****************************************************************
      *THE DATE IS PROVED BY INTEGER-OF-DATE ITSELF, THE SAME WAY THE
      *REPORT RUN PROVES ITS AS-OF OVERRIDE - ZERO COMES BACK FOR A
      *DAY THE CALENDAR NEVER HAD
      *****************************************************************
                           MOVE TP-AS-OF-DATE (5:4)
                                    TO AS-OF-YMD-WS (1:4)
                           MOVE TP-AS-OF-DATE (1:2)
                                    TO AS-OF-YMD-WS (5:2)
                           MOVE TP-AS-OF-DATE (3:2)
                                    TO AS-OF-YMD-WS (7:2)
                           MOVE AS-OF-YMD-WS TO AS-OF-NUM-WS
                           COMPUTE AS-OF-INT-WS =
                               FUNCTION INTEGER-OF-DATE (AS-OF-NUM-WS)
                           IF AS-OF-MM-WS IS LESS THAN 1
                              OR AS-OF-MM-WS IS GREATER THAN 12
                              OR AS-OF-DD-WS IS LESS THAN 1
                              OR AS-OF-DD-WS IS GREATER THAN 31
                              OR AS-OF-INT-WS = ZERO
                               THEN MOVE 'AS-OF DATE IMPOSSIBLE'
                                        TO PARM-ERROR-WS
                               ELSE MOVE TP-AS-OF-DATE
                                        TO AS-OF-DATE-WS
                           END-IF
                   END-IF
           END-IF.

       230-LOAD-SUPPLIER-MASTER.

           OPEN INPUT SUPPLIER-MASTER-FILE

           PERFORM 235-READ-SUPPLIER-MASTER
               UNTIL EOF-SUPPLIER-WS = 'YES'

           CLOSE SUPPLIER-MASTER-FILE.

       235-READ-SUPPLIER-MASTER.

           READ SUPPLIER-MASTER-FILE
           AT END MOVE 'YES' TO EOF-SUPPLIER-WS
           END-READ

           IF EOF-SUPPLIER-WS = 'NO'
               THEN
                   IF SUPPLIER-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO SUPPLIER-TABLE-COUNT-WS
                           SET SUPPLIER-IDX-WS
                                  TO SUPPLIER-TABLE-COUNT-WS
                           MOVE SM-SUPPLIER-NUMBER
                                  TO SUP-TBL-NUMBER (SUPPLIER-IDX-WS)
                           MOVE SM-SUPPLIER-NAME
                                  TO SUP-TBL-NAME   (SUPPLIER-IDX-WS)
                       ELSE
                           MOVE 'YES' TO SUPPLIER-OVFL-SW
                   END-IF
           END-IF.

       240-LOAD-REGISTER.

           OPEN INPUT PAYMENT-REGISTER-FILE

           PERFORM 245-READ-REGISTER
               UNTIL EOF-REGISTER-WS = 'YES'

           CLOSE PAYMENT-REGISTER-FILE.

       245-READ-REGISTER.

           READ PAYMENT-REGISTER-FILE
           AT END MOVE 'YES' TO EOF-REGISTER-WS
           END-READ

           IF EOF-REGISTER-WS = 'NO' AND RG-STATUS NOT = 'V'
               THEN
                   IF REG-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO REG-TABLE-COUNT-WS
                           SET REG-IDX-WS TO REG-TABLE-COUNT-WS
                           MOVE RG-SUPPLIER-NUMBER
                                  TO REG-TBL-SUPPLIER (REG-IDX-WS)
                           MOVE RG-VOUCHER-NUMBER
                                  TO REG-TBL-VOUCHER  (REG-IDX-WS)
                           MOVE RG-PAY-DATE
                                  TO REG-TBL-PAY-DATE (REG-IDX-WS)
                       ELSE
                           MOVE 'YES' TO REGISTER-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *BNKREC8 APPENDS ITS VOID ENTRY TO THE LEDGER WHEN IT RUNS, NOT
      *WHEN ITS FILES ARE PROMOTED.  WHEN GENPRO8 DISCARDS OR ROLLS
      *BACK THE RUN'S PAYMENT REGISTER OR OPEN-VOUCHER GENERATION THE
      *VOIDS ARE WITHDRAWN AND THE RERUN WRITES THEM AGAIN, SO THE
      *ENTRY STAMPED WITH THAT RUN IS LEFT OUT OF THE ACCRUAL
      *****************************************************************
       250-LOAD-DISCARDED-RUNS.

           OPEN INPUT RUN-LOG-FILE

           PERFORM 255-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE.

       255-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND ((RL-GENERATION-DISCARDED
                AND (RL-GEN-FILE = 'PAYREGN8.DAT'
                  OR RL-GEN-FILE = 'OPNNEW8.DAT'))
               OR (RL-GENERATION-RESTORED
                AND (RL-GEN-FILE = 'PAYREG8.DAT'
                  OR RL-GEN-FILE = 'OPNVCH8.DAT')))
               THEN
                   IF DISCARD-COUNT-WS IS LESS THAN 500
                       THEN
                           ADD 1 TO DISCARD-COUNT-WS
                           MOVE RL-GEN-RUN-STAMP
                               TO DSC-RUN-STAMP (DISCARD-COUNT-WS)
                       ELSE MOVE 'YES' TO DISCARD-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *THE LATEST CLOSE OF EITHER KIND, YYYYMMDD SO IT COMPARES.  NO
      *CLOSE HISTORY MEANS EVERYTHING ON THE LEDGER IS ACTIVITY
      *****************************************************************
       260-FIND-LAST-CLOSE.

           OPEN INPUT PERIOD-HIST-FILE

           PERFORM 265-READ-CLOSE-ENTRY
               UNTIL EOF-PERIOD-WS = 'YES'

           CLOSE PERIOD-HIST-FILE.

       265-READ-CLOSE-ENTRY.

           READ PERIOD-HIST-FILE
           AT END MOVE 'YES' TO EOF-PERIOD-WS
           END-READ

           IF EOF-PERIOD-WS = 'NO'
              AND PH-CLOSE-DATE IS NUMERIC
               THEN
                   MOVE PH-CLOSE-DATE (5:4) TO CLOSE-DATE-YMD-WS (1:4)
                   MOVE PH-CLOSE-DATE (1:2) TO CLOSE-DATE-YMD-WS (5:2)
                   MOVE PH-CLOSE-DATE (3:2) TO CLOSE-DATE-YMD-WS (7:2)
                   IF LAST-CLOSE-YMD-WS = SPACES
                      OR CLOSE-DATE-YMD-WS > LAST-CLOSE-YMD-WS
                       THEN MOVE CLOSE-DATE-YMD-WS TO LAST-CLOSE-YMD-WS
                   END-IF
           END-IF.

      *****************************************************************
      *A LEDGER ENTRY POSTED AFTER THE DAY OF THE LAST CLOSE IS
      *ACTIVITY SINCE THE CLOSE; ANYTHING EARLIER, AND THE OPENING
      *BALANCE FROM THE CARD, MAKE UP THE BALANCE THE CLOSE CARRIED
      *FORWARD.  CREDITS ADD TO THE ACCRUAL AND DEBITS RELIEVE IT
      *****************************************************************
       270-LOAD-LEDGER.

           MOVE OPENING-BALANCE-WS TO BROUGHT-FORWARD-WS

           OPEN INPUT ACCRUAL-LEDGER-FILE

           PERFORM 275-READ-LEDGER-ENTRY
               UNTIL EOF-LEDGER-WS = 'YES'

           CLOSE ACCRUAL-LEDGER-FILE

           COMPUTE ACCRUAL-BALANCE-WS = BROUGHT-FORWARD-WS
               + INVOICE-ACTIVITY-WS + PAYMENT-ACTIVITY-WS
               + VOID-ACTIVITY-WS    + CANCEL-ACTIVITY-WS
               + OTHER-ACTIVITY-WS.

       275-READ-LEDGER-ENTRY.

           READ ACCRUAL-LEDGER-FILE
           AT END MOVE 'YES' TO EOF-LEDGER-WS
           END-READ

           IF EOF-LEDGER-WS = 'NO'
               THEN
                   ADD 1 TO LEDGER-IN-COUNT-WS
                   PERFORM 277-CHECK-DISCARDED-RUN
                   IF DISCARDED-RUN-WS
                       THEN ADD 1 TO LEDGER-DISCARD-COUNT-WS
                       ELSE
                   IF AL-ACCOUNT-NUMBER NOT = ACCRUAL-ACCOUNT-WS
                      OR AL-AMOUNT IS NOT NUMERIC
                       THEN ADD 1 TO LEDGER-OTHER-COUNT-WS
                       ELSE PERFORM 280-APPLY-LEDGER-ENTRY
                   END-IF
                   END-IF
           END-IF.

       277-CHECK-DISCARDED-RUN.

           MOVE 'NO' TO DISCARDED-RUN-SW

           IF AL-JOURNAL-NAME = 'VOID'
              AND DISCARD-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET DISCARD-IDX-WS TO 1
                   SEARCH DISCARD-ENTRY
                       AT END MOVE 'NO' TO DISCARDED-RUN-SW
                       WHEN DSC-RUN-STAMP (DISCARD-IDX-WS)
                            = AL-POST-STAMP
                           MOVE 'YES' TO DISCARDED-RUN-SW
                   END-SEARCH
           END-IF.

       280-APPLY-LEDGER-ENTRY.

           IF AL-DEBIT-CREDIT = 'DR'
               THEN COMPUTE LEDGER-AMOUNT-WS = 0 - AL-AMOUNT
               ELSE MOVE AL-AMOUNT TO LEDGER-AMOUNT-WS
           END-IF

           MOVE AL-POST-STAMP (1:8) TO POST-DATE-YMD-WS
           MOVE AL-RUN-DATE (5:4)   TO LEDGER-RUN-YMD-WS (1:4)
           MOVE AL-RUN-DATE (1:2)   TO LEDGER-RUN-YMD-WS (5:2)
           MOVE AL-RUN-DATE (3:2)   TO LEDGER-RUN-YMD-WS (7:2)

           IF AL-JOURNAL-NAME = 'INVOICE'
              AND (LAST-INVOICE-YMD-WS = SPACES
                OR LEDGER-RUN-YMD-WS > LAST-INVOICE-YMD-WS)
               THEN MOVE LEDGER-RUN-YMD-WS TO LAST-INVOICE-YMD-WS
           END-IF

           IF AL-JOURNAL-NAME = 'PAYMENT'
               THEN
                   IF PAY-DATE-COUNT-WS IS LESS THAN 2000
                       THEN
                           ADD 1 TO PAY-DATE-COUNT-WS
                           SET PAY-DATE-IDX-WS TO PAY-DATE-COUNT-WS
                           MOVE AL-RUN-DATE
                                  TO PDT-PAY-DATE (PAY-DATE-IDX-WS)
                       ELSE
                           MOVE 'YES' TO PAY-DATE-OVFL-SW
                   END-IF
           END-IF

           IF LAST-CLOSE-YMD-WS NOT = SPACES
              AND POST-DATE-YMD-WS NOT > LAST-CLOSE-YMD-WS
               THEN ADD LEDGER-AMOUNT-WS TO BROUGHT-FORWARD-WS
               ELSE
           IF AL-JOURNAL-NAME = 'INVOICE'
               THEN
                   ADD LEDGER-AMOUNT-WS TO INVOICE-ACTIVITY-WS
                   ADD 1 TO INVOICE-ENTRIES-WS
               ELSE
           IF AL-JOURNAL-NAME = 'PAYMENT'
               THEN
                   ADD LEDGER-AMOUNT-WS TO PAYMENT-ACTIVITY-WS
                   ADD 1 TO PAYMENT-ENTRIES-WS
               ELSE
           IF AL-JOURNAL-NAME = 'VOID'
               THEN
                   ADD LEDGER-AMOUNT-WS TO VOID-ACTIVITY-WS
                   ADD 1 TO VOID-ENTRIES-WS
               ELSE
           IF AL-JOURNAL-NAME = 'CANCEL'
               THEN
                   ADD LEDGER-AMOUNT-WS TO CANCEL-ACTIVITY-WS
                   ADD 1 TO CANCEL-ENTRIES-WS
               ELSE
                   ADD LEDGER-AMOUNT-WS TO OTHER-ACTIVITY-WS
                   ADD 1 TO OTHER-ENTRIES-WS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *THE WHOLE OPEN-VOUCHER FILE IS SORTED TO SUPPLIER SEQUENCE AND
      *READ ONCE - UNPAID VOUCHERS ARE THE TRIAL BALANCE, AND A PAID
      *ONE IS ONLY LOOKED AT FOR A PAYMENT THE LEDGER HAS NOT SEEN
      *****************************************************************
       300-LIST-OPEN-ITEMS.

           SORT OPEN-ITEM-SORT-FILE
               ON ASCENDING KEY OS-SUPPLIER-NUMBER
                                OS-VOUCHER-NUMBER
               USING  OPEN-VOUCHER-FILE
               GIVING OPEN-ITEM-SORTED-FILE

           OPEN INPUT OPEN-ITEM-SORTED-FILE

           PERFORM 320-READ-OPEN-ITEM
               UNTIL EOF-SORTED-WS = 'YES'

           IF SUPPLIER-HOLD-WS NOT = SPACES
               THEN PERFORM 360-SUPPLIER-TOTAL
           END-IF

           CLOSE OPEN-ITEM-SORTED-FILE

           PERFORM 370-GRAND-TOTAL.

       310-TRIAL-BALANCE-HEADER.

           ADD 1 TO TB-PAGE-NUMBER-WS
           MOVE TB-PAGE-NUMBER-WS TO HEADER-PAGE-OUT
           MOVE  REPORT-HEADER-LINE-SETUP TO TRIAL-BALANCE-LINE
           IF TB-PAGE-NUMBER-WS = 1
               THEN WRITE TRIAL-BALANCE-LINE AFTER 1
               ELSE WRITE TRIAL-BALANCE-LINE AFTER PAGE
           END-IF

           MOVE  PARM-ECHO-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 2 LINES

           MOVE  SECTION-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 2 LINES

           IF SECTION-NAME-WS = 'ITEMS'
               THEN
                   MOVE  ITEM-COLUMN-LINE-SETUP TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 2 LINES
           END-IF
           IF SECTION-NAME-WS = 'EXPLAIN'
               THEN
                   MOVE  EXPLAIN-COLUMN-LINE-SETUP TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 2 LINES
           END-IF
           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 8 TO TB-LINE-COUNT-WS.

       320-READ-OPEN-ITEM.

           READ OPEN-ITEM-SORTED-FILE
           AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ

           IF EOF-SORTED-WS = 'NO'
               THEN
                   ADD 1 TO OPEN-IN-COUNT-WS
                   IF OT-PAID-SW = 'P'
                       THEN
                           ADD 1 TO PAID-SKIP-COUNT-WS
                           PERFORM 350-CHECK-PAID-VOUCHER
                       ELSE
                           PERFORM 330-OPEN-ITEM-DETAIL
                   END-IF
           END-IF.

      *****************************************************************
      *ONE LINE PER UNPAID VOUCHER, ITS AMOUNT IN ITS AGING BUCKET,
      *WITH ANY FLAG PRINTED UNDER IT
      *****************************************************************
       330-OPEN-ITEM-DETAIL.

           IF OT-SUPPLIER-NUMBER NOT = SUPPLIER-HOLD-WS
               THEN
                   IF SUPPLIER-HOLD-WS NOT = SPACES
                       THEN PERFORM 360-SUPPLIER-TOTAL
                   END-IF
                   PERFORM 340-SUPPLIER-HEADER
           END-IF

           IF TB-LINE-COUNT-WS IS GREATER THAN 54
               THEN
                   PERFORM 310-TRIAL-BALANCE-HEADER
                   PERFORM 345-PRINT-SUPPLIER-LINE
           END-IF

           ADD 1 TO OPEN-ITEM-COUNT-WS
           ADD 1 TO SUP-COUNT-WS

           PERFORM 335-AGE-OPEN-ITEM

           MOVE OT-VOUCHER-NUMBER TO ITM-VOUCHER-OUT
           MOVE OT-INVOICE-NUMBER TO ITM-INVOICE-OUT
           MOVE OT-DATE-IN        TO ITM-DATE-IN-OUT
           MOVE SPACES TO ITM-BUCKET-OUT (1)  ITM-BUCKET-OUT (2)
                          ITM-BUCKET-OUT (3)  ITM-BUCKET-OUT (4)

           IF OT-AMOUNT IS NUMERIC
               THEN
                   MOVE OT-AMOUNT TO ITM-AMOUNT-OUT (BUCKET-SUB-WS)
                   MOVE OT-AMOUNT TO ITM-TOTAL-OUT
                   ADD OT-AMOUNT TO SUP-BUCKET-AMT-WS (BUCKET-SUB-WS)
                   ADD OT-AMOUNT TO SUP-TOTAL-WS
               ELSE
                   MOVE ZERO      TO ITM-TOTAL-OUT
           END-IF

           MOVE  ITEM-DETAIL-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS

           IF NOT DATE-VALID-WS
               THEN
                   ADD 1 TO BAD-DATE-COUNT-WS
                   MOVE 'DATE IN NOT VALID - CARRIED OVER 90'
                                       TO ITEM-FLAG-OUT
                   PERFORM 349-PRINT-ITEM-FLAG
           END-IF

           IF NOT SUPPLIER-FOUND-WS
               THEN
                   ADD 1 TO NO-SUPPLIER-COUNT-WS
                   MOVE 'SUPPLIER NO LONGER ON SUPPLR8'
                                       TO ITEM-FLAG-OUT
                   PERFORM 349-PRINT-ITEM-FLAG
           END-IF

           PERFORM 338-CHECK-HISTORY

           IF HISTORY-FLAG-WS NOT = SPACES
               THEN
                   ADD 1 TO NO-HISTORY-COUNT-WS
                   MOVE HISTORY-FLAG-WS TO ITEM-FLAG-OUT
                   PERFORM 349-PRINT-ITEM-FLAG
           END-IF

           PERFORM 339-CHECK-UNPAID-VOUCHER.

       335-AGE-OPEN-ITEM.

           MOVE 'NO' TO DATE-VALID-SW
           MOVE ZERO TO AGE-DAYS-WS
           MOVE 4    TO BUCKET-SUB-WS

           IF OT-DATE-IN IS NUMERIC
               THEN
                   MOVE OT-DATE-IN (5:4) TO DATE-IN-YMD-WS (1:4)
                   MOVE OT-DATE-IN (1:2) TO DATE-IN-YMD-WS (5:2)
                   MOVE OT-DATE-IN (3:2) TO DATE-IN-YMD-WS (7:2)
                   MOVE DATE-IN-YMD-WS TO DATE-IN-NUM-WS
                   COMPUTE DATE-IN-INT-WS =
                       FUNCTION INTEGER-OF-DATE (DATE-IN-NUM-WS)
                   IF DATE-IN-INT-WS IS GREATER THAN ZERO
                       THEN
                           MOVE 'YES' TO DATE-VALID-SW
                           COMPUTE AGE-DAYS-WS =
                               AS-OF-INT-WS - DATE-IN-INT-WS
                   END-IF
           END-IF

           IF DATE-VALID-WS
               THEN
                   IF AGE-DAYS-WS IS LESS THAN 31
                       THEN MOVE 1 TO BUCKET-SUB-WS
                       ELSE
                   IF AGE-DAYS-WS IS LESS THAN 61
                       THEN MOVE 2 TO BUCKET-SUB-WS
                       ELSE
                   IF AGE-DAYS-WS IS LESS THAN 91
                       THEN MOVE 3 TO BUCKET-SUB-WS
                   END-IF
                   END-IF
                   END-IF
           END-IF

           IF AGE-DAYS-WS IS LESS THAN ZERO
               THEN MOVE ZERO TO ITM-DAYS-OUT
               ELSE MOVE AGE-DAYS-WS TO ITM-DAYS-OUT
           END-IF.

      *****************************************************************
      *THE HISTORY ENTRY MUST BE THERE UNDER THE SUPPLIER AND INVOICE,
      *FOR THIS VOUCHER, AND NOT CANCELLED.  ITS RUN DATE IS KEPT FOR
      *THE ACCRUAL CHECK THAT FOLLOWS
      *****************************************************************
       338-CHECK-HISTORY.

           MOVE SPACES TO HISTORY-FLAG-WS
           MOVE SPACES TO VOUCHER-RUN-YMD-WS
           MOVE 'YES'  TO HISTORY-FOUND-SW

           MOVE OT-SUPPLIER-NUMBER TO VH-SUPPLIER-NUMBER
           MOVE OT-INVOICE-NUMBER  TO VH-INVOICE-NUMBER
           READ VOUCHER-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO' TO HISTORY-FOUND-SW
                   MOVE 'NO VOUCHER-HISTORY ENTRY' TO HISTORY-FLAG-WS
           END-READ

           IF HISTORY-FOUND-WS
               THEN
                   IF VH-VOUCHER-NUMBER NOT = OT-VOUCHER-NUMBER
                       THEN
                           STRING 'HISTORY ENTRY IS FOR VCHR '
                                  VH-VOUCHER-NUMBER
                                  DELIMITED BY SIZE
                                  INTO HISTORY-FLAG-WS
                           END-STRING
                       ELSE
                   IF VH-ENTRY-CANCELLED
                       THEN
                           MOVE 'HISTORY MARKED CANCELLED'
                                       TO HISTORY-FLAG-WS
                       ELSE
                   IF VH-RUN-DATE IS NUMERIC
                       THEN
                           MOVE VH-RUN-DATE (5:4)
                                       TO VOUCHER-RUN-YMD-WS (1:4)
                           MOVE VH-RUN-DATE (1:2)
                                       TO VOUCHER-RUN-YMD-WS (5:2)
                           MOVE VH-RUN-DATE (3:2)
                                       TO VOUCHER-RUN-YMD-WS (7:2)
                   END-IF
                   END-IF
                   END-IF
           END-IF.

      *****************************************************************
      *AN UNPAID VOUCHER IS IN THE OPEN ITEMS BUT IS NOT IN THE
      *ACCRUAL WHEN ITS VOUCHER RUN HAS NOT BEEN POSTED BY GLPOST8
      *YET, OR WHEN A PAYMENT FOR IT HAS BEEN POSTED AND NOT VOIDED
      *****************************************************************
       339-CHECK-UNPAID-VOUCHER.

           IF OT-AMOUNT IS NUMERIC
              AND VOUCHER-RUN-YMD-WS NOT = SPACES
              AND (LAST-INVOICE-YMD-WS = SPACES
                OR VOUCHER-RUN-YMD-WS > LAST-INVOICE-YMD-WS)
               THEN
                   MOVE 'VOUCHER RUN NOT POSTED BY GLPOST8'
                                       TO EXPLAIN-REASON-WS
                   COMPUTE EXPLAIN-EFFECT-WS = 0 - OT-AMOUNT
                   PERFORM 380-ADD-EXPLAINING-ITEM
           END-IF

           MOVE 'NO' TO PAYMENT-POSTED-SW
           IF REG-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET REG-IDX-WS TO 1
                   SEARCH REG-TABLE-ENTRY
                       AT END MOVE 'NO' TO PAYMENT-POSTED-SW
                       WHEN REG-TBL-SUPPLIER (REG-IDX-WS)
                                = OT-SUPPLIER-NUMBER
                        AND REG-TBL-VOUCHER (REG-IDX-WS)
                                = OT-VOUCHER-NUMBER
                           MOVE 'YES' TO PAYMENT-POSTED-SW
                   END-SEARCH
           END-IF

           IF PAYMENT-POSTED-WS AND OT-AMOUNT IS NUMERIC
               THEN
                   MOVE 'PAYMENT POSTED - VOUCHER UNPAID'
                                       TO EXPLAIN-REASON-WS
                   COMPUTE EXPLAIN-EFFECT-WS = 0 - OT-AMOUNT
                   PERFORM 380-ADD-EXPLAINING-ITEM
           END-IF.

       340-SUPPLIER-HEADER.

           MOVE OT-SUPPLIER-NUMBER TO SUPPLIER-HOLD-WS
           ADD 1 TO SUPPLIER-COUNT-WS
           MOVE ZERO TO SUP-COUNT-WS  SUP-TOTAL-WS
           MOVE ZERO TO SUP-BUCKET-AMT-WS (1)  SUP-BUCKET-AMT-WS (2)
                        SUP-BUCKET-AMT-WS (3)  SUP-BUCKET-AMT-WS (4)

           MOVE 'NO' TO SUPPLIER-FOUND-SW
           IF SUPPLIER-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET SUPPLIER-IDX-WS TO 1
                   SEARCH SUPPLIER-TABLE-ENTRY
                       AT END MOVE 'NO' TO SUPPLIER-FOUND-SW
                       WHEN SUP-TBL-NUMBER (SUPPLIER-IDX-WS)
                                = OT-SUPPLIER-NUMBER
                           MOVE 'YES' TO SUPPLIER-FOUND-SW
                   END-SEARCH
           END-IF

           IF SUPPLIER-FOUND-WS
               THEN MOVE SUP-TBL-NAME (SUPPLIER-IDX-WS)
                                       TO SUPPLIER-NAME-WS
               ELSE MOVE '*** NOT ON SUPPLR8 ***' TO SUPPLIER-NAME-WS
           END-IF

           IF TB-LINE-COUNT-WS IS GREATER THAN 50
               THEN PERFORM 310-TRIAL-BALANCE-HEADER
               ELSE
                   MOVE SPACES TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 1
                   ADD 1 TO TB-LINE-COUNT-WS
           END-IF

           PERFORM 345-PRINT-SUPPLIER-LINE.

       345-PRINT-SUPPLIER-LINE.

           MOVE SUPPLIER-HOLD-WS TO SUPH-NUMBER-OUT
           MOVE SUPPLIER-NAME-WS TO SUPH-NAME-OUT
           MOVE  SUPPLIER-HEADER-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS.

       349-PRINT-ITEM-FLAG.

           MOVE  ITEM-FLAG-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS.

      *****************************************************************
      *A VOUCHER FLAGGED PAID IS OUT OF THE OPEN ITEMS.  IF IT WAS
      *PAID SINCE THE LAST CLOSE AND THE LEDGER HAS NO PAYMENT POSTED
      *FOR ITS PAY DATE, DSBPST8 HAS NOT POSTED THAT PAYMENT FILE AND
      *THE VOUCHER IS STILL SITTING IN THE ACCRUAL
      *****************************************************************
       350-CHECK-PAID-VOUCHER.

           IF OT-PAID-DATE IS NUMERIC AND OT-AMOUNT IS NUMERIC
               THEN
                   MOVE OT-PAID-DATE (5:4) TO PAID-DATE-YMD-WS (1:4)
                   MOVE OT-PAID-DATE (1:2) TO PAID-DATE-YMD-WS (5:2)
                   MOVE OT-PAID-DATE (3:2) TO PAID-DATE-YMD-WS (7:2)
                   IF LAST-CLOSE-YMD-WS = SPACES
                      OR PAID-DATE-YMD-WS > LAST-CLOSE-YMD-WS
                       THEN
                           MOVE 'NO' TO PAYMENT-POSTED-SW
                           IF PAY-DATE-COUNT-WS IS GREATER THAN ZERO
                               THEN
                                   SET PAY-DATE-IDX-WS TO 1
                                   SEARCH PAY-DATE-ENTRY
                                       AT END
                                           MOVE 'NO'
                                               TO PAYMENT-POSTED-SW
                                       WHEN PDT-PAY-DATE
                                               (PAY-DATE-IDX-WS)
                                                = OT-PAID-DATE
                                           MOVE 'YES'
                                               TO PAYMENT-POSTED-SW
                                   END-SEARCH
                           END-IF
                           IF NOT PAYMENT-POSTED-WS
                               THEN
                                   MOVE 'PAID - PAYMENT NOT POSTED'
                                       TO EXPLAIN-REASON-WS
                                   MOVE OT-AMOUNT
                                       TO EXPLAIN-EFFECT-WS
                                   PERFORM 380-ADD-EXPLAINING-ITEM
                           END-IF
                   END-IF
           END-IF.

       360-SUPPLIER-TOTAL.

           MOVE 'SUPPLIER TOTAL'       TO SUBT-LABEL-OUT
           MOVE SUP-COUNT-WS           TO SUBT-COUNT-OUT
           MOVE SUP-BUCKET-AMT-WS (1)  TO SUBT-AMOUNT-OUT (1)
           MOVE SUP-BUCKET-AMT-WS (2)  TO SUBT-AMOUNT-OUT (2)
           MOVE SUP-BUCKET-AMT-WS (3)  TO SUBT-AMOUNT-OUT (3)
           MOVE SUP-BUCKET-AMT-WS (4)  TO SUBT-AMOUNT-OUT (4)
           MOVE SUP-TOTAL-WS           TO SUBT-TOTAL-OUT
           MOVE  SUBTOTAL-LINE-SETUP   TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS

           ADD SUP-BUCKET-AMT-WS (1) TO GRAND-BUCKET-AMT-WS (1)
           ADD SUP-BUCKET-AMT-WS (2) TO GRAND-BUCKET-AMT-WS (2)
           ADD SUP-BUCKET-AMT-WS (3) TO GRAND-BUCKET-AMT-WS (3)
           ADD SUP-BUCKET-AMT-WS (4) TO GRAND-BUCKET-AMT-WS (4)
           ADD SUP-TOTAL-WS          TO GRAND-TOTAL-WS.

       370-GRAND-TOTAL.

           IF TB-LINE-COUNT-WS IS GREATER THAN 52
               THEN PERFORM 310-TRIAL-BALANCE-HEADER
           END-IF

           MOVE 'GRAND TOTAL'            TO SUBT-LABEL-OUT
           MOVE OPEN-ITEM-COUNT-WS       TO SUBT-COUNT-OUT
           MOVE GRAND-BUCKET-AMT-WS (1)  TO SUBT-AMOUNT-OUT (1)
           MOVE GRAND-BUCKET-AMT-WS (2)  TO SUBT-AMOUNT-OUT (2)
           MOVE GRAND-BUCKET-AMT-WS (3)  TO SUBT-AMOUNT-OUT (3)
           MOVE GRAND-BUCKET-AMT-WS (4)  TO SUBT-AMOUNT-OUT (4)
           MOVE GRAND-TOTAL-WS           TO SUBT-TOTAL-OUT
           MOVE  SUBTOTAL-LINE-SETUP     TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 3 LINES
           ADD 3 TO TB-LINE-COUNT-WS.

       380-ADD-EXPLAINING-ITEM.

           ADD 1 TO EXPLAIN-COUNT-WS
           ADD EXPLAIN-EFFECT-WS TO EXPLAINED-TOTAL-WS

           IF EXP-TABLE-COUNT-WS IS LESS THAN 2000
               THEN
                   ADD 1 TO EXP-TABLE-COUNT-WS
                   SET EXP-IDX-WS TO EXP-TABLE-COUNT-WS
                   MOVE OT-SUPPLIER-NUMBER TO EXP-SUPPLIER (EXP-IDX-WS)
                   MOVE OT-VOUCHER-NUMBER  TO EXP-VOUCHER  (EXP-IDX-WS)
                   MOVE OT-INVOICE-NUMBER  TO EXP-INVOICE  (EXP-IDX-WS)
                   MOVE OT-DATE-IN         TO EXP-DATE-IN  (EXP-IDX-WS)
                   MOVE OT-AMOUNT          TO EXP-AMOUNT   (EXP-IDX-WS)
                   MOVE EXPLAIN-EFFECT-WS  TO EXP-EFFECT   (EXP-IDX-WS)
                   MOVE EXPLAIN-REASON-WS  TO EXP-REASON   (EXP-IDX-WS)
           END-IF.

      *****************************************************************
      *THE OPEN-ITEM GRAND TOTAL AGAINST THE AP ACCRUAL BALANCE.  A
      *DIFFERENCE PRINTS AS AN OUT-OF-BALANCE LINE FOLLOWED BY THE
      *ITEMS FOUND THAT EXPLAIN IT AND WHATEVER THEY LEAVE UNEXPLAINED
      *****************************************************************
       500-RECONCILE-ACCRUAL.

           MOVE 'RECON' TO SECTION-NAME-WS
           MOVE 'OPEN ITEMS TIED TO THE AP ACCRUAL ACCOUNT'
                                       TO SECTION-TITLE-OUT
           PERFORM 310-TRIAL-BALANCE-HEADER

           MOVE 'ACCRUAL BALANCE AT LAST CLOSE' TO RCN-LABEL-OUT
           MOVE ZERO                    TO RCN-COUNT-OUT
           MOVE BROUGHT-FORWARD-WS      TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           MOVE 'INVOICES POSTED SINCE CLOSE (GLPOST8)'
                                        TO RCN-LABEL-OUT
           MOVE INVOICE-ENTRIES-WS      TO RCN-COUNT-OUT
           MOVE INVOICE-ACTIVITY-WS     TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           MOVE 'PAYMENTS POSTED SINCE CLOSE (DSBPST8)'
                                        TO RCN-LABEL-OUT
           MOVE PAYMENT-ENTRIES-WS      TO RCN-COUNT-OUT
           MOVE PAYMENT-ACTIVITY-WS     TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           MOVE 'PAYMENTS VOIDED SINCE CLOSE (BNKREC8)'
                                        TO RCN-LABEL-OUT
           MOVE VOID-ENTRIES-WS         TO RCN-COUNT-OUT
           MOVE VOID-ACTIVITY-WS        TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           MOVE 'VOUCHERS CANCELLED SINCE CLOSE (VCHCAN8)'
                                        TO RCN-LABEL-OUT
           MOVE CANCEL-ENTRIES-WS       TO RCN-COUNT-OUT
           MOVE CANCEL-ACTIVITY-WS      TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           IF OTHER-ENTRIES-WS IS GREATER THAN ZERO
               THEN
                   MOVE 'OTHER LEDGER ENTRIES SINCE CLOSE'
                                        TO RCN-LABEL-OUT
                   MOVE OTHER-ENTRIES-WS  TO RCN-COUNT-OUT
                   MOVE OTHER-ACTIVITY-WS TO RCN-AMOUNT-OUT
                   PERFORM 590-PRINT-RECON-LINE
           END-IF

           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'AP ACCRUAL BALANCE'    TO RCN-LABEL-OUT
           MOVE ZERO                    TO RCN-COUNT-OUT
           MOVE ACCRUAL-BALANCE-WS      TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           MOVE 'OPEN ITEM GRAND TOTAL' TO RCN-LABEL-OUT
           MOVE OPEN-ITEM-COUNT-WS      TO RCN-COUNT-OUT
           MOVE GRAND-TOTAL-WS          TO RCN-AMOUNT-OUT
           PERFORM 590-PRINT-RECON-LINE

           COMPUTE DIFFERENCE-WS = ACCRUAL-BALANCE-WS - GRAND-TOTAL-WS

           IF DIFFERENCE-WS = ZERO
               THEN
                   MOVE 'OPEN ITEMS AGREE TO THE AP ACCRUAL BALANCE'
                                        TO MESSAGE-OUT
                   MOVE  MESSAGE-LINE-SETUP TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 2 LINES
               ELSE
                   PERFORM 550-PRINT-OUT-OF-BALANCE
           END-IF.

       550-PRINT-OUT-OF-BALANCE.

           MOVE '*** OUT OF BALANCE - ACCRUAL LESS OPEN ITEMS'
                                        TO RCN-LABEL-OUT
           MOVE ZERO                    TO RCN-COUNT-OUT
           MOVE DIFFERENCE-WS           TO RCN-AMOUNT-OUT
           MOVE  RECON-LINE-SETUP       TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 2 LINES

           MOVE 'EXPLAIN' TO SECTION-NAME-WS
           MOVE 'ITEMS EXPLAINING THE OUT-OF-BALANCE'
                                       TO SECTION-TITLE-OUT
           PERFORM 310-TRIAL-BALANCE-HEADER

           IF EXP-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET EXP-IDX-WS TO 1
                   PERFORM 560-PRINT-EXPLAINING-ITEM
                       EXP-TABLE-COUNT-WS TIMES
               ELSE
                   MOVE 'NO ITEMS FOUND ON THE OPEN-VOUCHER FILE'
                                        TO MESSAGE-OUT
                   MOVE  MESSAGE-LINE-SETUP TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 1
           END-IF

           IF EXPLAIN-COUNT-WS IS GREATER THAN EXP-TABLE-COUNT-WS
               THEN
                   MOVE
                   'MORE THAN 2000 ITEMS - 2000 LISTED, ALL IN TOTAL'
                                        TO MESSAGE-OUT
                   MOVE  MESSAGE-LINE-SETUP TO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE AFTER 1
           END-IF

           COMPUTE UNEXPLAINED-WS = DIFFERENCE-WS - EXPLAINED-TOTAL-WS

           MOVE 'ITEMS EXPLAINED'       TO RCN-LABEL-OUT
           MOVE EXPLAIN-COUNT-WS        TO RCN-COUNT-OUT
           MOVE EXPLAINED-TOTAL-WS      TO RCN-AMOUNT-OUT
           MOVE  RECON-LINE-SETUP       TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 2 LINES

           MOVE 'DIFFERENCE NOT EXPLAINED BY ANY ITEM'
                                        TO RCN-LABEL-OUT
           MOVE ZERO                    TO RCN-COUNT-OUT
           MOVE UNEXPLAINED-WS          TO RCN-AMOUNT-OUT
           MOVE  RECON-LINE-SETUP       TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1.

       560-PRINT-EXPLAINING-ITEM.

           IF TB-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-TRIAL-BALANCE-HEADER
           END-IF

           MOVE EXP-SUPPLIER (EXP-IDX-WS) TO EXP-SUPPLIER-OUT
           MOVE EXP-VOUCHER  (EXP-IDX-WS) TO EXP-VOUCHER-OUT
           MOVE EXP-INVOICE  (EXP-IDX-WS) TO EXP-INVOICE-OUT
           MOVE EXP-DATE-IN  (EXP-IDX-WS) TO EXP-DATE-IN-OUT
           MOVE EXP-AMOUNT   (EXP-IDX-WS) TO EXP-AMOUNT-OUT
           MOVE EXP-EFFECT   (EXP-IDX-WS) TO EXP-EFFECT-OUT
           MOVE EXP-REASON   (EXP-IDX-WS) TO EXP-REASON-OUT
           MOVE  EXPLAIN-DETAIL-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS

           SET EXP-IDX-WS UP BY 1.

       590-PRINT-RECON-LINE.

           MOVE  RECON-LINE-SETUP TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1
           ADD 1 TO TB-LINE-COUNT-WS.

       900-CLOSE.

           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 2 LINES

           MOVE 'OPEN-VOUCHER RECORDS READ:'  TO COUNT-LABEL-OUT
           MOVE OPEN-IN-COUNT-WS              TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'PAID VOUCHERS NOT LISTED:'   TO COUNT-LABEL-OUT
           MOVE PAID-SKIP-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'SUPPLIERS WITH OPEN ITEMS:'  TO COUNT-LABEL-OUT
           MOVE SUPPLIER-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'ITEMS WITHOUT HISTORY ENTRY:' TO COUNT-LABEL-OUT
           MOVE NO-HISTORY-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'ITEMS FOR SUPPLIERS NOT ON FILE:'
                                              TO COUNT-LABEL-OUT
           MOVE NO-SUPPLIER-COUNT-WS          TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'ITEMS WITH DATE IN NOT VALID:' TO COUNT-LABEL-OUT
           MOVE BAD-DATE-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'LEDGER ENTRIES READ:'        TO COUNT-LABEL-OUT
           MOVE LEDGER-IN-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'LEDGER ENTRIES NOT FOR ACCRUAL:' TO COUNT-LABEL-OUT
           MOVE LEDGER-OTHER-COUNT-WS         TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

           MOVE 'VOIDS OF WITHDRAWN RUNS:'    TO COUNT-LABEL-OUT
           MOVE LEDGER-DISCARD-COUNT-WS       TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP              TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE AFTER 1

      *****************************************************************
      *AN OUT-OF-BALANCE OR ANY FLAGGED ITEM IS A WARNING FOR THE
      *CONTROLLER - THE REPORT ITSELF IS STILL COMPLETE
      *****************************************************************
           IF DIFFERENCE-WS NOT = ZERO
              OR NO-HISTORY-COUNT-WS IS GREATER THAN ZERO
              OR NO-SUPPLIER-COUNT-WS IS GREATER THAN ZERO
              OR BAD-DATE-COUNT-WS IS GREATER THAN ZERO
               THEN MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE VOUCHER-HISTORY-FILE  TRIAL-BALANCE-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VCHCAN8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL CAN-PARM-FILE ASSIGN TO 'CANPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANCEL-TRANS-FILE ASSIGN TO 'CANTRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-VOUCHER-NEW-FILE ASSIGN TO 'OPNNEW8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-DIST-FILE ASSIGN TO 'VCHDST8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE ASSIGN TO
           'VHSTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VH-HIST-KEY.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AM-MASTER-KEY.

           SELECT OPTIONAL PERIOD-HIST-FILE ASSIGN TO 'ACTPER8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUPPLIER-SPEND-FILE ASSIGN TO 'SUPSPD8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIER-SPEND-NEW-FILE ASSIGN TO 'SPDNEW8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANCEL-JOURNAL-FILE ASSIGN TO 'CANJRN8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-LEDGER-FILE ASSIGN TO 'ACRLDG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANCEL-REGISTER-FILE ASSIGN TO 'CANREG8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - JOURNAL SOURCE CODE AND ACCOUNTING
      *PERIOD (YYYYMM) FOR THE REVERSING ENTRIES, AND THE SAME AP
      *ACCRUAL ACCOUNT GLPOST8 OFFSET THE VOUCHERS TO
      *****************************************************************
       FD  CAN-PARM-FILE RECORDING MODE IS F.
       01  CAN-PARM-RECORD.
           05  CP-JOURNAL-SOURCE       PIC XX.
           05  CP-ACCTG-PERIOD         PIC X(6).
           05  CP-ACCRUAL-ACCOUNT      PIC X(4).

      *****************************************************************
      *CANCELLATION TRANSACTIONS - A 'C' RECORD NAMES THE VOUCHER TO
      *CANCEL AND WHY.  A SPLIT VOUCHER IS BACKED OUT OF THE LINES
      *TSTPROB8 KEPT FOR IT ON THE DISTRIBUTION FILE, AND NEEDS NO
      *LINES HERE.  ONE RELEASED BEFORE THAT FILE WAS KEPT MUST BE
      *FOLLOWED BY ONE 'L' RECORD PER DISTRIBUTION LINE (ACCOUNT,
      *STORE, AMOUNT) AS IT WAS ORIGINALLY KEYED, AND THE LINES MUST
      *FOOT TO THE VOUCHER.  ANY OTHER 'C' WITH NO LINES BACKS THE
      *WHOLE AMOUNT OUT OF THE ACCOUNT/STORE ON THE OPEN VOUCHER
      *****************************************************************
       FD  CANCEL-TRANS-FILE RECORDING MODE IS F.
       01  CANCEL-TRANS-RECORD.
           05  CT-TRANS-TYPE           PIC X.
           05  CT-VOUCHER-NUMBER       PIC X(6).
           05  CT-ACCOUNT-NUMBER       PIC X(4).
           05  CT-STORE-NUMBER         PIC X(3).
           05  CT-AMOUNT               PIC S9(6)V99.
           05  CT-REASON               PIC X(20).

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
      *NEW GENERATION OF THE OPEN-VOUCHER FILE WITHOUT THE CANCELLED
      *VOUCHERS.  OPNVCH8.DAT IS NEVER TOUCHED - GENPRO8 PROMOTES
      *THIS GENERATION AFTER A CLEAN RUN, THE SAME WAY IT DOES FOR
      *PAYSEL8 AND BNKREC8
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
      *SPLIT-VOUCHER DISTRIBUTION FILE AS TSTPROB8 WRITES IT - ONE
      *RECORD PER LINE, WHERE THE VOUCHER'S MONEY ACTUALLY POSTED.
      *READ ONLY
      *****************************************************************
       FD  VOUCHER-DIST-FILE RECORDING MODE IS F.
       01  VOUCHER-DIST-RECORD.
           05  VD-SUPPLIER-NUMBER      PIC X(5).
           05  VD-VOUCHER-NUMBER       PIC X(6).
           05  VD-INVOICE-NUMBER       PIC X(8).
           05  VD-ACCOUNT-NUMBER       PIC X(4).
           05  VD-STORE-NUMBER         PIC X(3).
           05  VD-AMOUNT               PIC S9(6)V99.
           05  VD-RUN-DATE             PIC X(8).

      *****************************************************************
      *THE DUPLICATE-INVOICE HISTORY.  A CANCELLED VOUCHER'S ENTRY IS
      *KEPT BUT FLAGGED 'C' WITH THE DATE, SO THE INVOICE CAN BE
      *ENTERED AGAIN AND A SECOND CANCELLATION OF IT IS REFUSED
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

      *****************************************************************
      *PERIOD CLOSE HISTORY AS PERCLS8 WRITES IT - READ ONLY FOR THE
      *DATES OF THE LAST CLOSE AND THE LAST YEAR-END CLOSE, WHICH SAY
      *WHICH MASTER BUCKETS A VOUCHER'S DOLLARS ARE STILL SITTING IN
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

       FD  SUPPLIER-SPEND-FILE RECORDING MODE IS F.
       01  SUPPLIER-SPEND-RECORD.
           05  SS-SUPPLIER-NUMBER      PIC X(5).
           05  SS-SPEND-YEAR           PIC X(4).
           05  SS-YTD-DOLLARS          PIC S9(9)V99.
           05  SS-YTD-VOUCHERS         PIC 9(7).

      *****************************************************************
      *NEW GENERATION OF THE SPEND HISTORY WITH THE CANCELLED
      *VOUCHERS TAKEN BACK OUT OF THE 1099 FIGURES - SWAPPED IN BY
      *THE JOB STREAM THE SAME WAY AS TSTPROB8'S
      *****************************************************************
       FD  SUPPLIER-SPEND-NEW-FILE RECORDING MODE IS F.
       01  SUPPLIER-SPEND-NEW-RECORD.
           05  SN-SUPPLIER-NUMBER      PIC X(5).
           05  SN-SPEND-YEAR           PIC X(4).
           05  SN-YTD-DOLLARS          PIC S9(9)V99.
           05  SN-YTD-VOUCHERS         PIC 9(7).

      *****************************************************************
      *FIXED-FORMAT JOURNAL TRANSACTION LAYOUT THE GL PACKAGE IMPORTS -
      *THE SAME LAYOUT GLPOST8 WRITES TO GLJRNL8.TXT
      *****************************************************************
       FD  CANCEL-JOURNAL-FILE RECORDING MODE IS F.
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
      *TOTAL WRITTEN (YEAR-TO-DATE DOLLARS FOR THE SPEND HISTORY), WHAT
      *THE LIVE FILE HELD WHEN IT WAS READ, AND THE CONDITION CODE.
      *GENPRO8 WILL NOT SWAP EITHER FILE IN WITHOUT IT
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

       FD  CANCEL-REGISTER-FILE RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  TRANS-IN-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  REQUEST-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  REFUSED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  APPLIED-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  APPLIED-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  BACKOUT-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  REAPPLIED-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  OPEN-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  OPEN-OUT-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  SPEND-IN-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  SPEND-OUT-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  OPEN-IN-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  OPEN-OUT-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  SPEND-IN-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  SPEND-OUT-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.
           05  LINES-FOOT-WS           PIC S9(9)V99    VALUE ZERO.

           05  JOURNAL-LINES-WS        PIC 9(5)        VALUE ZERO.
           05  DEBIT-TOTAL-WS          PIC S9(11)V99   VALUE ZERO.
           05  CREDIT-TOTAL-WS         PIC S9(11)V99   VALUE ZERO.
           05  ENTRY-AMOUNT-WS         PIC S9(11)V99   VALUE ZERO.
           05  ACCRUAL-AMOUNT-WS       PIC S9(11)V99   VALUE ZERO.

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

           05  RUN-DATE-MDY-WS         PIC X(8)        VALUE SPACES.
           05  VOUCHER-RUN-YMD-WS      PIC X(8)        VALUE SPACES.
           05  CLOSE-DATE-YMD-WS       PIC X(8)        VALUE SPACES.
           05  LAST-CLOSE-YMD-WS       PIC X(8)        VALUE SPACES.
           05  LAST-YEAR-CLOSE-YMD-WS  PIC X(8)        VALUE SPACES.

      *****************************************************************
      *WHERE A VOUCHER'S DOLLARS STILL SIT ON THE ACCOUNT/STORE
      *MASTER - 'P' ENTERED SINCE THE LAST CLOSE, SO IN BOTH THE
      *PERIOD AND THE YEAR; 'Y' ENTERED IN A PERIOD ALREADY CLOSED
      *THIS YEAR, SO IN THE YEAR ONLY; 'N' ENTERED IN A YEAR ALREADY
      *CLOSED, SO IN NEITHER
      *****************************************************************
           05  BACKOUT-SW              PIC X           VALUE SPACE.

      *****************************************************************
      *A VOUCHER WHOSE HISTORY IS ALREADY FLAGGED CANCELLED BUT WHICH
      *IS STILL OPEN AND UNPAID WAS CANCELLED BY AN EARLIER RUN WHOSE
      *NEW GENERATIONS NEVER WENT IN.  THE GL, THE LEDGER, THE MASTER
      *AND THE HISTORY ALREADY CARRY THAT CANCELLATION - ONLY THE
      *OPEN-VOUCHER AND SPEND GENERATIONS HAVE TO BE BUILT AGAIN
      *****************************************************************
           05  REAPPLY-SW              PIC X(3)        VALUE 'NO'.
               88  REAPPLY-WS                  VALUE 'YES'.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.

           05  PROOF-OK-SW             PIC X(3)        VALUE 'YES'.
               88  PROOF-OK-WS                 VALUE 'YES'.

           05  PENDING-SW              PIC X(3)        VALUE 'NO'.
               88  CANCEL-PENDING-WS           VALUE 'YES'.

           05  LINES-OVFL-SW           PIC X(3)        VALUE 'NO'.
               88  LINES-OVFL-WS               VALUE 'YES'.

           05  OPEN-VOUCHER-OVFL-SW    PIC X(3)        VALUE 'NO'.
               88  OPEN-VOUCHER-OVFL-WS        VALUE 'YES'.

           05  SPEND-OVFL-SW           PIC X(3)        VALUE 'NO'.
               88  SPEND-OVFL-WS               VALUE 'YES'.

           05  VOUCHER-FOUND-SW        PIC X(3)        VALUE 'NO'.
               88  VOUCHER-FOUND-WS            VALUE 'YES'.

           05  SPEND-FOUND-SW          PIC X(3)        VALUE 'NO'.
               88  SPEND-FOUND-WS              VALUE 'YES'.

           05  REFUSAL-REASON-WS       PIC X(55)       VALUE SPACES.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACES.
           05  SECTION-NAME-WS         PIC X(8)        VALUE SPACES.

           05  REG-LINE-COUNT-WS       PIC 999         VALUE ZERO.
           05  REG-PAGE-NUMBER-WS      PIC 9(4)        VALUE ZERO.

      *****************************************************************
      *BEFORE AND AFTER FIGURES FOR THE REGISTER LINE BEING PRINTED
      *****************************************************************
           05  BEFORE-PTD-WS           PIC S9(9)V99    VALUE ZERO.
           05  BEFORE-YTD-WS           PIC S9(9)V99    VALUE ZERO.
           05  BEFORE-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05  OPEN-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  OPEN-GEN-PENDING-WS         VALUE 'YES'.
           05  SPEND-GEN-PENDING-SW    PIC X(3)        VALUE 'NO'.
               88  SPEND-GEN-PENDING-WS        VALUE 'YES'.
           05  HIST-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  HIST-GEN-PENDING-WS         VALUE 'YES'.
           05  RECORDED-LINES-WS       PIC 9(4)        VALUE ZERO.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-TRANS-WS            PIC X(3) VALUE 'NO'.
           05  EOF-OPEN-WS             PIC X(3) VALUE 'NO'.
           05  EOF-PERIOD-WS           PIC X(3) VALUE 'NO'.
           05  EOF-SPEND-WS            PIC X(3) VALUE 'NO'.
           05  EOF-DIST-WS             PIC X(3) VALUE 'NO'.

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
      *THE CANCELLATION BEING GATHERED - THE 'C' RECORD AND UP TO 99
      *DISTRIBUTION LINES FOLLOWING IT.  IT IS ONLY CHECKED ONCE THE
      *NEXT 'C' RECORD OR END OF FILE SHOWS ALL ITS LINES ARE IN
      *****************************************************************
       01  PENDING-CANCEL-WS.
           05  PND-VOUCHER             PIC X(6)        VALUE SPACES.
           05  PND-REASON              PIC X(20)       VALUE SPACES.
           05  PND-LINE-COUNT-WS       PIC 999         VALUE ZERO.
           05  PND-LINE-ENTRY          OCCURS 99 TIMES
                                       INDEXED BY PND-IDX-WS.
               10  PND-ACCOUNT         PIC X(4).
               10  PND-STORE           PIC X(3).
               10  PND-AMOUNT          PIC S9(6)V99.

      *****************************************************************
      *THE WHOLE OPEN-VOUCHER FILE, HELD THE SAME WAY PAYSEL8 HOLDS
      *IT.  A VOUCHER ACCEPTED FOR CANCELLATION IS FLAGGED HERE AND
      *LEFT OUT OF THE NEW GENERATION
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
               10  OVT-CANCEL-SW       PIC X.

      *****************************************************************
      *THE SPEND HISTORY, HELD SO CANCELLED VOUCHERS CAN COME OUT OF
      *THEIR SUPPLIER'S FIGURES BEFORE THE NEW GENERATION IS WRITTEN
      *****************************************************************
       01  SPEND-TABLE-WS.
           05  SPEND-TABLE-COUNT-WS    PIC 9(4)        VALUE ZERO.
           05  SPEND-TABLE-ENTRY       OCCURS 5000 TIMES
                                       INDEXED BY SPD-IDX-WS.
               10  SPD-TBL-SUPPLIER    PIC X(5).
               10  SPD-TBL-YEAR        PIC X(4).
               10  SPD-TBL-DOLLARS     PIC S9(9)V99.
               10  SPD-TBL-VOUCHERS    PIC 9(7).

      *****************************************************************
      *CANCELLATIONS THAT PASSED EVERY CHECK.  NOTHING IS CHANGED
      *UNTIL THE WHOLE RUN HAS BEEN CHECKED AND ITS REVERSING JOURNAL
      *PROVED, THEN EACH IS APPLIED FROM HERE.  EACH POINTS AT ITS
      *OPEN VOUCHER AND AT ITS DISTRIBUTION LINES
      *****************************************************************
       01  CANCEL-TABLE-WS.
           05  CAN-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  CAN-TABLE-ENTRY         OCCURS 1000 TIMES
                                       INDEXED BY CAN-IDX-WS.
               10  CAN-OPEN-SUB        PIC 9(4).
               10  CAN-REASON          PIC X(20).
               10  CAN-RUN-DATE        PIC X(8).
               10  CAN-BACKOUT-SW      PIC X.
               10  CAN-REAPPLY-SW      PIC X.
               10  CAN-CANCEL-DATE     PIC X(8).
               10  CAN-FIRST-DIST      PIC 9(4).
               10  CAN-DIST-COUNT      PIC 999.

       01  DISTRIBUTION-TABLE-WS.
           05  DST-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  DST-TABLE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY DST-IDX-WS.
               10  DST-ACCOUNT         PIC X(4).
               10  DST-STORE           PIC X(3).
               10  DST-AMOUNT          PIC S9(6)V99.

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
           'VOUCHER CANCELLATION REGISTER'.

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
           05                          PIC X(14) VALUE
           'AP ACCRUAL:  '.
           05  ECHO-ACCRUAL-OUT        PIC X(4).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(13) VALUE
           'LAST CLOSE: '.
           05  ECHO-CLOSE-OUT          PIC X(10).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(18) VALUE
           'LAST YEAR CLOSE: '.
           05  ECHO-YEAR-CLOSE-OUT     PIC X(10).

       01  SECTION-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SECTION-TITLE-OUT       PIC X(60).

       01  REFUSED-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'SUPP'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'VCHR'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(10) VALUE 'DATE IN'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'AMOUNT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(20) VALUE 'CANCEL REASON'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(30) VALUE 'REFUSED BECAUSE'.

       01  REFUSED-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-DATE-IN-OUT         PIC XX/XX/XXXX.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-AMOUNT-OUT          PIC $$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-REASON-OUT          PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RFS-REFUSAL-OUT         PIC X(30).

       01  APPLIED-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'FILE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(14) VALUE 'KEY'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(15) VALUE '  PERIOD BEFORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(15) VALUE '   PERIOD AFTER'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(15) VALUE '    YEAR BEFORE'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(15) VALUE '     YEAR AFTER'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(30) VALUE 'NOTE'.

      *****************************************************************
      *ONE LINE PER CANCELLED VOUCHER, FOLLOWED BY ONE LINE FOR EACH
      *FILE IT TOUCHED SHOWING WHAT WAS THERE AND WHAT IS THERE NOW
      *****************************************************************
       01  VOUCHER-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'CANCELLED '.
           05                          PIC X(6)  VALUE 'SUPP: '.
           05  VCL-SUPPLIER-OUT        PIC X(5).
           05                          PIC X(8)  VALUE '  VCHR: '.
           05  VCL-VOUCHER-OUT         PIC X(6).
           05                          PIC X(11) VALUE '  INVOICE: '.
           05  VCL-INVOICE-OUT         PIC X(8).
           05                          PIC X(11) VALUE '  DATE IN: '.
           05  VCL-DATE-IN-OUT         PIC XX/XX/XXXX.
           05                          PIC X(2)  VALUE SPACES.
           05  VCL-AMOUNT-OUT          PIC $$$$,$$9.99-.
           05                          PIC X(2)  VALUE SPACES.
           05  VCL-REASON-OUT          PIC X(20).

       01  FIGURE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FIG-FILE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FIG-KEY-OUT             PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FIG-PTD-BEFORE-OUT      PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FIG-PTD-AFTER-OUT       PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FIG-YTD-BEFORE-OUT      PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FIG-YTD-AFTER-OUT       PIC $$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FIG-NOTE-OUT            PIC X(30).

       01  STATUS-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  STS-FILE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STS-KEY-OUT             PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STS-BEFORE-OUT          PIC X(33).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STS-AFTER-OUT           PIC X(33).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STS-NOTE-OUT            PIC X(30).

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
           05                          PIC X(60)       VALUE
           '*** NOTHING CANCELLED - NO FILES CHANGED - REASON:'.

       01  REFUSAL-REASON-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  REFUSAL-REASON-OUT      PIC X(55).




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-READ-TRANSACTION
               UNTIL EOF-TRANS-WS = 'YES'
           PERFORM 600-BUILD-JOURNAL
           IF PROOF-OK-WS
               THEN
                   PERFORM 700-APPLY-CANCELLATIONS
                   PERFORM 800-WRITE-GENERATIONS
               ELSE
                   PERFORM 850-WITHDRAW-GENERATIONS
           END-IF
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *THE PARAMETER CARD, THE OPEN-VOUCHER FILE AND THE SPEND
      *HISTORY ARE PROVED BEFORE ANY OUTPUT IS OPENED - A MISSING
      *ACCOUNT OR A FILE BIGGER THAN ITS TABLE STOPS THE RUN WITH
      *EVERY FILE LEFT AS IT WAS
      *****************************************************************
       200-OPEN.

           OPEN INPUT  CAN-PARM-FILE
                       CANCEL-TRANS-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 210-READ-PARM

           IF NOT PARM-FOUND-WS
              OR JOURNAL-SOURCE-WS = SPACES
              OR ACCTG-PERIOD-WS IS NOT NUMERIC
              OR ACCRUAL-ACCOUNT-WS = SPACES
               THEN
                   DISPLAY 'VCHCAN8 - PARAMETER CARD CANPRM8 MISSING'
                       ' OR INCOMPLETE'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM 220-CHECK-PENDING-GENERATION

           PERFORM 230-LOAD-OPEN-VOUCHERS
           PERFORM 250-LOAD-SPEND-HISTORY
           PERFORM 270-FIND-LAST-CLOSES

           OPEN I-O    VOUCHER-HISTORY-FILE
                       ACCOUNT-MASTER-FILE
           OPEN OUTPUT CANCEL-REGISTER-FILE

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

           MOVE JOURNAL-SOURCE-WS  TO ECHO-SOURCE-OUT
           MOVE ACCTG-PERIOD-WS    TO ECHO-PERIOD-OUT
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
           IF LAST-YEAR-CLOSE-YMD-WS = SPACES
               THEN MOVE 'NONE' TO ECHO-YEAR-CLOSE-OUT
               ELSE
                   MOVE LAST-YEAR-CLOSE-YMD-WS (5:2)
                                       TO ECHO-YEAR-CLOSE-OUT (1:2)
                   MOVE '/'            TO ECHO-YEAR-CLOSE-OUT (3:1)
                   MOVE LAST-YEAR-CLOSE-YMD-WS (7:2)
                                       TO ECHO-YEAR-CLOSE-OUT (4:2)
                   MOVE '/'            TO ECHO-YEAR-CLOSE-OUT (6:1)
                   MOVE LAST-YEAR-CLOSE-YMD-WS (1:4)
                                       TO ECHO-YEAR-CLOSE-OUT (7:4)
           END-IF

           MOVE 'REFUSED' TO SECTION-NAME-WS
           MOVE 'CANCELLATIONS REFUSED' TO SECTION-TITLE-OUT
           PERFORM 310-REGISTER-HEADER.

       210-READ-PARM.

           READ CAN-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           IF EOF-PARM-WS = 'NO'
               THEN
                   MOVE 'YES'              TO PARM-FOUND-SW
                   MOVE CP-JOURNAL-SOURCE  TO JOURNAL-SOURCE-WS
                   MOVE CP-ACCTG-PERIOD    TO ACCTG-PERIOD-WS
                   MOVE CP-ACCRUAL-ACCOUNT TO ACCRUAL-ACCOUNT-WS
           END-IF.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER OPNNEW8.DAT OR SPDNEW8.DAT FROM AN
      *EARLIER RUN IS STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING
      *UNTIL A 'P' FOR THE LIVE FILE OR A 'D' FOR THE NEW FILE
      *FOLLOWS IT.  THIS RUN WOULD OVERWRITE THE WAITING GENERATION
      *AND ITS CHANGES WOULD BE LOST, SO IT STOPS BEFORE ANY OUTPUT
      *IS OPENED.  HSTMNT8'S VHKEEP8.DAT IS HELD BACK THE SAME WAY -
      *THIS RUN FLAGS VOUCHER HISTORY ENTRIES IN PLACE, AND THE
      *WAITING GENERATION WOULD NOT CARRY THE FLAGS
      *****************************************************************
       220-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO OPEN-GEN-PENDING-SW
           MOVE 'NO' TO SPEND-GEN-PENDING-SW
           MOVE 'NO' TO HIST-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 225-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF OPEN-GEN-PENDING-WS
               THEN
                   DISPLAY 'VCHCAN8 - OPNNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF SPEND-GEN-PENDING-WS
               THEN
                   DISPLAY 'VCHCAN8 - SPDNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF HIST-GEN-PENDING-WS
               THEN
                   DISPLAY 'VCHCAN8 - VHKEEP8.DAT FROM AN EARLIER RUN'
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
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'SPDNEW8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO SPEND-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'SUPSPD8.DAT'
               THEN MOVE 'NO' TO SPEND-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'SPDNEW8.DAT'
               THEN MOVE 'NO' TO SPEND-GEN-PENDING-SW
           END-IF

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

       230-LOAD-OPEN-VOUCHERS.

           OPEN INPUT OPEN-VOUCHER-FILE

           PERFORM 235-READ-OPEN-VOUCHER
               UNTIL EOF-OPEN-WS = 'YES'

           CLOSE OPEN-VOUCHER-FILE

           IF OPEN-VOUCHER-OVFL-WS
               THEN
                   DISPLAY 'VCHCAN8 - OPEN-VOUCHER FILE HOLDS '
                       OPEN-IN-COUNT-WS
                       ' RECORDS, MORE THAN THE 5000 THE TABLE HOLDS'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       235-READ-OPEN-VOUCHER.

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
                           MOVE SPACE
                                  TO OVT-CANCEL-SW (OPEN-IDX-WS)
                       ELSE
                           MOVE 'YES' TO OPEN-VOUCHER-OVFL-SW
                   END-IF
           END-IF.

       250-LOAD-SPEND-HISTORY.

           OPEN INPUT SUPPLIER-SPEND-FILE

           PERFORM 255-READ-SPEND-ENTRY
               UNTIL EOF-SPEND-WS = 'YES'

           CLOSE SUPPLIER-SPEND-FILE

           IF SPEND-OVFL-WS
               THEN
                   DISPLAY 'VCHCAN8 - SPEND HISTORY HOLDS '
                       SPEND-IN-COUNT-WS
                       ' RECORDS, MORE THAN THE 5000 THE TABLE HOLDS'
                   DISPLAY 'RUN STOPPED - NO FILES WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       255-READ-SPEND-ENTRY.

           READ SUPPLIER-SPEND-FILE
           AT END MOVE 'YES' TO EOF-SPEND-WS
           END-READ

           IF EOF-SPEND-WS = 'NO'
               THEN
                   ADD 1 TO SPEND-IN-COUNT-WS
                   IF SS-YTD-DOLLARS IS NUMERIC
                       THEN ADD SS-YTD-DOLLARS TO SPEND-IN-TOTAL-WS
                   END-IF
                   IF SPEND-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO SPEND-TABLE-COUNT-WS
                           SET SPD-IDX-WS TO SPEND-TABLE-COUNT-WS
                           MOVE SS-SUPPLIER-NUMBER
                                  TO SPD-TBL-SUPPLIER (SPD-IDX-WS)
                           MOVE SS-SPEND-YEAR
                                  TO SPD-TBL-YEAR     (SPD-IDX-WS)
                           MOVE SS-YTD-DOLLARS
                                  TO SPD-TBL-DOLLARS  (SPD-IDX-WS)
                           MOVE SS-YTD-VOUCHERS
                                  TO SPD-TBL-VOUCHERS (SPD-IDX-WS)
                       ELSE
                           MOVE 'YES' TO SPEND-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *THE LATEST CLOSE OF EITHER KIND, AND THE LATEST YEAR-END
      *CLOSE, ARE TAKEN FROM THE CLOSE HISTORY (YYYYMMDD SO THEY
      *COMPARE).  NO HISTORY MEANS NOTHING HAS EVER BEEN CLOSED
      *****************************************************************
       270-FIND-LAST-CLOSES.

           OPEN INPUT PERIOD-HIST-FILE

           PERFORM 275-READ-CLOSE-ENTRY
               UNTIL EOF-PERIOD-WS = 'YES'

           CLOSE PERIOD-HIST-FILE.

       275-READ-CLOSE-ENTRY.

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
                   IF PH-CLOSE-TYPE = 'Y'
                      AND (LAST-YEAR-CLOSE-YMD-WS = SPACES
                        OR CLOSE-DATE-YMD-WS > LAST-YEAR-CLOSE-YMD-WS)
                       THEN
                           MOVE CLOSE-DATE-YMD-WS
                                       TO LAST-YEAR-CLOSE-YMD-WS
                   END-IF
           END-IF.

      *****************************************************************
      *A 'C' RECORD STARTS A NEW CANCELLATION, SO THE ONE BEING
      *GATHERED IS COMPLETE AND IS CHECKED FIRST.  'L' RECORDS ARE
      *GATHERED UNDER THE CANCELLATION THEY FOLLOW.  END OF FILE
      *CHECKS THE LAST ONE
      *****************************************************************
       300-READ-TRANSACTION.

           READ CANCEL-TRANS-FILE
           AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ

           IF EOF-TRANS-WS = 'YES'
               THEN
                   IF CANCEL-PENDING-WS
                       THEN PERFORM 400-CHECK-CANCELLATION
                   END-IF
               ELSE
                   ADD 1 TO TRANS-IN-COUNT-WS
                   PERFORM 320-SORT-OUT-TRANSACTION
           END-IF.

       310-REGISTER-HEADER.

           ADD 1 TO REG-PAGE-NUMBER-WS
           MOVE REG-PAGE-NUMBER-WS TO HEADER-PAGE-OUT
           MOVE  REPORT-HEADER-LINE-SETUP TO REGISTER-LINE
           IF REG-PAGE-NUMBER-WS = 1
               THEN WRITE REGISTER-LINE AFTER 1
               ELSE WRITE REGISTER-LINE AFTER PAGE
           END-IF

           IF REG-PAGE-NUMBER-WS = 1
               THEN
                   MOVE  PARM-ECHO-LINE-SETUP TO REGISTER-LINE
                   WRITE REGISTER-LINE AFTER 2 LINES
           END-IF

           MOVE  SECTION-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 2 LINES

           IF SECTION-NAME-WS = 'REFUSED'
               THEN MOVE REFUSED-COLUMN-LINE-SETUP TO REGISTER-LINE
               ELSE MOVE APPLIED-COLUMN-LINE-SETUP TO REGISTER-LINE
           END-IF
           IF SECTION-NAME-WS NOT = 'JOURNAL'
               THEN WRITE REGISTER-LINE AFTER 2 LINES
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 6 TO REG-LINE-COUNT-WS.

       320-SORT-OUT-TRANSACTION.

           IF CT-TRANS-TYPE = 'C'
               THEN
                   IF CANCEL-PENDING-WS
                       THEN PERFORM 400-CHECK-CANCELLATION
                   END-IF
                   MOVE 'YES'             TO PENDING-SW
                   MOVE 'NO'              TO LINES-OVFL-SW
                   MOVE CT-VOUCHER-NUMBER TO PND-VOUCHER
                   MOVE CT-REASON         TO PND-REASON
                   MOVE ZERO              TO PND-LINE-COUNT-WS
               ELSE
           IF CT-TRANS-TYPE = 'L' AND CANCEL-PENDING-WS
               THEN
                   IF PND-LINE-COUNT-WS IS LESS THAN 99
                       THEN
                           ADD 1 TO PND-LINE-COUNT-WS
                           SET PND-IDX-WS TO PND-LINE-COUNT-WS
                           MOVE CT-ACCOUNT-NUMBER
                                       TO PND-ACCOUNT (PND-IDX-WS)
                           MOVE CT-STORE-NUMBER
                                       TO PND-STORE   (PND-IDX-WS)
                           MOVE CT-AMOUNT
                                       TO PND-AMOUNT  (PND-IDX-WS)
                       ELSE
                           MOVE 'YES' TO LINES-OVFL-SW
                   END-IF
               ELSE
                   IF CT-TRANS-TYPE = 'L'
                       THEN
                           MOVE 'LINE WITHOUT CANCELLATION'
                                       TO REJECT-REASON-WS
                       ELSE
                           MOVE 'INVALID TRANSACTION TYPE'
                                       TO REJECT-REASON-WS
                   END-IF
                   MOVE CT-VOUCHER-NUMBER TO RFS-VOUCHER-OUT
                   MOVE CT-REASON         TO RFS-REASON-OUT
                   MOVE 'NO'              TO VOUCHER-FOUND-SW
                   PERFORM 490-PRINT-REFUSED
           END-IF
           END-IF.

      *****************************************************************
      *A CANCELLATION IS ONLY ACCEPTED FOR A VOUCHER STILL ON THE
      *OPEN-VOUCHER FILE AND NOT YET PAID - A PAID VOUCHER HAS GONE
      *TO THE BANK AND MUST BE VOIDED THROUGH BNKREC8 FIRST.  ITS
      *HISTORY ENTRY MUST BE THERE, AND EVERY ACCOUNT/STORE IT IS
      *BACKED OUT OF MUST BE ON THE MASTER.  A HISTORY ENTRY ALREADY
      *FLAGGED CANCELLED MARKS A RERUN AFTER THE EARLIER RUN'S
      *GENERATIONS WERE DISCARDED - THE VOUCHER IS TAKEN OFF AGAIN
      *WITHOUT A SECOND BACK-OUT, SO ITS LINES ARE NOT NEEDED
      *****************************************************************
       400-CHECK-CANCELLATION.

           MOVE 'NO'   TO PENDING-SW  REAPPLY-SW
           MOVE SPACES TO REJECT-REASON-WS
           ADD 1 TO REQUEST-COUNT-WS

           PERFORM 410-FIND-OPEN-VOUCHER

           IF NOT VOUCHER-FOUND-WS
               THEN
                   MOVE 'VOUCHER NOT ON OPNVCH8'  TO REJECT-REASON-WS
               ELSE
           IF OVT-CANCEL-SW (OPEN-IDX-WS) = 'C'
               THEN
                   MOVE 'CANCELLED EARLIER THIS RUN'
                                       TO REJECT-REASON-WS
               ELSE
           IF OVT-PAID-SW (OPEN-IDX-WS) = 'P'
               THEN
                   MOVE 'VOUCHER ALREADY PAID'    TO REJECT-REASON-WS
               ELSE
           IF OVT-AMOUNT (OPEN-IDX-WS) IS NOT NUMERIC
               THEN
                   MOVE 'VOUCHER AMOUNT NOT NUMERIC'
                                       TO REJECT-REASON-WS
               ELSE
           IF LINES-OVFL-WS
               THEN
                   MOVE 'TOO MANY DISTRIBUTION LINES'
                                       TO REJECT-REASON-WS
               ELSE
                   PERFORM 420-CHECK-HISTORY
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND NOT REAPPLY-WS
               THEN PERFORM 430-CHECK-DISTRIBUTION
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND (CAN-TABLE-COUNT-WS NOT LESS THAN 1000
                OR DST-TABLE-COUNT-WS + PND-LINE-COUNT-WS > 5000)
               THEN
                   MOVE 'CANCELLATION TABLE FULL' TO REJECT-REASON-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
               THEN PERFORM 450-ACCEPT-CANCELLATION
               ELSE
                   MOVE PND-VOUCHER TO RFS-VOUCHER-OUT
                   MOVE PND-REASON  TO RFS-REASON-OUT
                   PERFORM 490-PRINT-REFUSED
           END-IF.

       410-FIND-OPEN-VOUCHER.

           MOVE 'NO' TO VOUCHER-FOUND-SW

           IF OPEN-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET OPEN-IDX-WS TO 1
                   SEARCH OPEN-TABLE-ENTRY
                       AT END MOVE 'NO' TO VOUCHER-FOUND-SW
                       WHEN OVT-VOUCHER (OPEN-IDX-WS) = PND-VOUCHER
                           MOVE 'YES' TO VOUCHER-FOUND-SW
                   END-SEARCH
           END-IF.

      *****************************************************************
      *THE HISTORY ENTRY ALSO DATES THE VOUCHER - ITS RUN DATE AGAINST
      *THE LAST CLOSES SAYS WHICH MASTER BUCKETS STILL HOLD ITS
      *DOLLARS.  A RUN ON THE SAME DAY AS A CLOSE COUNTS AS BEFORE IT
      *****************************************************************
       420-CHECK-HISTORY.

           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO VH-SUPPLIER-NUMBER
           MOVE OVT-INVOICE  (OPEN-IDX-WS) TO VH-INVOICE-NUMBER
           READ VOUCHER-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO HISTORY ENTRY FOR VOUCHER'
                                       TO REJECT-REASON-WS
           END-READ

           IF REJECT-REASON-WS = SPACES
               THEN
                   IF VH-VOUCHER-NUMBER NOT = PND-VOUCHER
                       THEN
                           MOVE 'HISTORY IS FOR ANOTHER VOUCHER'
                                       TO REJECT-REASON-WS
                       ELSE
                   IF VH-RUN-DATE IS NOT NUMERIC
                       THEN
                           MOVE 'HISTORY RUN DATE NOT VALID'
                                       TO REJECT-REASON-WS
                   END-IF
                   END-IF
           END-IF

           IF REJECT-REASON-WS = SPACES
              AND VH-ENTRY-CANCELLED
               THEN
                   MOVE 'YES' TO REAPPLY-SW
                   MOVE ZERO  TO PND-LINE-COUNT-WS
           END-IF

           IF REJECT-REASON-WS = SPACES
               THEN
                   MOVE VH-RUN-DATE (5:4) TO VOUCHER-RUN-YMD-WS (1:4)
                   MOVE VH-RUN-DATE (1:2) TO VOUCHER-RUN-YMD-WS (5:2)
                   MOVE VH-RUN-DATE (3:2) TO VOUCHER-RUN-YMD-WS (7:2)
                   IF LAST-CLOSE-YMD-WS = SPACES
                      OR VOUCHER-RUN-YMD-WS > LAST-CLOSE-YMD-WS
                       THEN MOVE 'P' TO BACKOUT-SW
                       ELSE
                   IF LAST-YEAR-CLOSE-YMD-WS = SPACES
                      OR VOUCHER-RUN-YMD-WS > LAST-YEAR-CLOSE-YMD-WS
                       THEN MOVE 'Y' TO BACKOUT-SW
                       ELSE MOVE 'N' TO BACKOUT-SW
                   END-IF
                   END-IF
           END-IF.

      *****************************************************************
      *A SPLIT VOUCHER'S LINES ON THE DISTRIBUTION FILE ARE WHERE IT
      *POSTED, SO THEY REPLACE ANY KEYED ON THE TRANSACTION.  FAILING
      *THOSE, A CANCELLATION WITH NO LINES BACKS THE VOUCHER OUT OF
      *ITS OWN ACCOUNT/STORE.  EITHER WAY THE LINES MUST FOOT TO THE
      *VOUCHER, AND EVERY LINE'S ACCOUNT/STORE MUST BE ON THE MASTER
      *****************************************************************
       430-CHECK-DISTRIBUTION.

           PERFORM 435-FIND-RECORDED-LINES

           IF LINES-OVFL-WS
               THEN
                   MOVE 'TOO MANY DISTRIBUTION LINES'
                                       TO REJECT-REASON-WS
           END-IF

           IF PND-LINE-COUNT-WS = ZERO
               THEN
                   MOVE 1 TO PND-LINE-COUNT-WS
                   SET PND-IDX-WS TO 1
                   MOVE OVT-ACCOUNT (OPEN-IDX-WS)
                                       TO PND-ACCOUNT (PND-IDX-WS)
                   MOVE OVT-STORE   (OPEN-IDX-WS)
                                       TO PND-STORE   (PND-IDX-WS)
                   MOVE OVT-AMOUNT  (OPEN-IDX-WS)
                                       TO PND-AMOUNT  (PND-IDX-WS)
           END-IF

           MOVE ZERO TO LINES-FOOT-WS
           SET PND-IDX-WS TO 1
           PERFORM 440-CHECK-ONE-LINE
               PND-LINE-COUNT-WS TIMES

           IF REJECT-REASON-WS = SPACES
              AND LINES-FOOT-WS NOT = OVT-AMOUNT (OPEN-IDX-WS)
               THEN
                   MOVE 'LINES DO NOT FOOT TO VOUCHER'
                                       TO REJECT-REASON-WS
           END-IF.

      *****************************************************************
      *THE DISTRIBUTION FILE IS READ THROUGH FOR EACH CANCELLATION -
      *THERE ARE FEW OF THEM.  A LINE BELONGS TO THIS VOUCHER WHEN
      *SUPPLIER, VOUCHER, INVOICE AND RUN DATE ALL MATCH ITS HISTORY
      *ENTRY, SO LINES LEFT BY AN EARLIER CANCELLED ENTRY OF THE SAME
      *INVOICE ARE NOT TAKEN
      *****************************************************************
       435-FIND-RECORDED-LINES.

           MOVE ZERO TO RECORDED-LINES-WS
           MOVE 'NO' TO EOF-DIST-WS
           OPEN INPUT VOUCHER-DIST-FILE

           PERFORM 437-READ-RECORDED-LINE
               UNTIL EOF-DIST-WS = 'YES'

           CLOSE VOUCHER-DIST-FILE.

       437-READ-RECORDED-LINE.

           READ VOUCHER-DIST-FILE
           AT END MOVE 'YES' TO EOF-DIST-WS
           END-READ

           IF EOF-DIST-WS = 'NO'
              AND VD-SUPPLIER-NUMBER = OVT-SUPPLIER (OPEN-IDX-WS)
              AND VD-VOUCHER-NUMBER  = PND-VOUCHER
              AND VD-INVOICE-NUMBER  = OVT-INVOICE  (OPEN-IDX-WS)
              AND VD-RUN-DATE        = VH-RUN-DATE
               THEN
                   ADD 1 TO RECORDED-LINES-WS
                   IF RECORDED-LINES-WS = 1
                       THEN
                           MOVE ZERO TO PND-LINE-COUNT-WS
                           MOVE 'NO' TO LINES-OVFL-SW
                   END-IF
                   IF PND-LINE-COUNT-WS IS LESS THAN 99
                       THEN
                           ADD 1 TO PND-LINE-COUNT-WS
                           SET PND-IDX-WS TO PND-LINE-COUNT-WS
                           MOVE VD-ACCOUNT-NUMBER
                                       TO PND-ACCOUNT (PND-IDX-WS)
                           MOVE VD-STORE-NUMBER
                                       TO PND-STORE   (PND-IDX-WS)
                           MOVE VD-AMOUNT
                                       TO PND-AMOUNT  (PND-IDX-WS)
                       ELSE
                           MOVE 'YES' TO LINES-OVFL-SW
                   END-IF
           END-IF.

       440-CHECK-ONE-LINE.

           IF REJECT-REASON-WS = SPACES
               THEN
                   IF PND-AMOUNT (PND-IDX-WS) IS NOT NUMERIC
                       THEN
                           MOVE 'LINE AMOUNT NOT NUMERIC'
                                       TO REJECT-REASON-WS
                       ELSE
                           ADD PND-AMOUNT (PND-IDX-WS) TO LINES-FOOT-WS
                           MOVE PND-ACCOUNT (PND-IDX-WS)
                                       TO AM-ACCOUNT-NUMBER
                           MOVE PND-STORE   (PND-IDX-WS)
                                       TO AM-STORE-NUMBER
                           READ ACCOUNT-MASTER-FILE
                               INVALID KEY
                                   MOVE 'ACCOUNT/STORE NOT ON ACCTIX8'
                                       TO REJECT-REASON-WS
                           END-READ
                   END-IF
           END-IF

           SET PND-IDX-WS UP BY 1.

       450-ACCEPT-CANCELLATION.

           MOVE 'C' TO OVT-CANCEL-SW (OPEN-IDX-WS)

           ADD 1 TO CAN-TABLE-COUNT-WS
           SET CAN-IDX-WS TO CAN-TABLE-COUNT-WS
           SET CAN-OPEN-SUB (CAN-IDX-WS) TO OPEN-IDX-WS
           MOVE PND-REASON        TO CAN-REASON     (CAN-IDX-WS)
           MOVE VH-RUN-DATE       TO CAN-RUN-DATE   (CAN-IDX-WS)
           MOVE BACKOUT-SW        TO CAN-BACKOUT-SW (CAN-IDX-WS)
           MOVE VH-CANCEL-DATE    TO CAN-CANCEL-DATE (CAN-IDX-WS)
           IF REAPPLY-WS
               THEN MOVE 'R'   TO CAN-REAPPLY-SW (CAN-IDX-WS)
               ELSE
                   MOVE SPACE TO CAN-REAPPLY-SW (CAN-IDX-WS)
                   ADD 1 TO BACKOUT-COUNT-WS
           END-IF
           COMPUTE CAN-FIRST-DIST (CAN-IDX-WS) = DST-TABLE-COUNT-WS + 1
           MOVE PND-LINE-COUNT-WS TO CAN-DIST-COUNT (CAN-IDX-WS)

           SET PND-IDX-WS TO 1
           PERFORM 460-STORE-DISTRIBUTION
               PND-LINE-COUNT-WS TIMES.

       460-STORE-DISTRIBUTION.

           ADD 1 TO DST-TABLE-COUNT-WS
           SET DST-IDX-WS TO DST-TABLE-COUNT-WS
           MOVE PND-ACCOUNT (PND-IDX-WS) TO DST-ACCOUNT (DST-IDX-WS)
           MOVE PND-STORE   (PND-IDX-WS) TO DST-STORE   (DST-IDX-WS)
           MOVE PND-AMOUNT  (PND-IDX-WS) TO DST-AMOUNT  (DST-IDX-WS)

           SET PND-IDX-WS UP BY 1.

      *****************************************************************
      *A REFUSED CANCELLATION IS LISTED WITH WHATEVER OF THE VOUCHER
      *COULD BE FOUND - THERE MAY BE NO OPEN VOUCHER BEHIND IT.  THE
      *CALLER HAS ALREADY SET THE VOUCHER NUMBER AND KEYED REASON
      *****************************************************************
       490-PRINT-REFUSED.

           IF REG-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-REGISTER-HEADER
           END-IF

           ADD 1 TO REFUSED-COUNT-WS

           MOVE REJECT-REASON-WS TO RFS-REFUSAL-OUT

           IF VOUCHER-FOUND-WS
               THEN
                   MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO RFS-SUPPLIER-OUT
                   MOVE OVT-INVOICE  (OPEN-IDX-WS) TO RFS-INVOICE-OUT
                   MOVE OVT-DATE-IN  (OPEN-IDX-WS) TO RFS-DATE-IN-OUT
                   IF OVT-AMOUNT (OPEN-IDX-WS) IS NUMERIC
                       THEN MOVE OVT-AMOUNT (OPEN-IDX-WS)
                                       TO RFS-AMOUNT-OUT
                       ELSE MOVE ZERO TO RFS-AMOUNT-OUT
                   END-IF
               ELSE
                   MOVE SPACES TO RFS-SUPPLIER-OUT
                   MOVE SPACES TO RFS-INVOICE-OUT
                   MOVE SPACES TO RFS-DATE-IN-OUT
                   MOVE ZERO   TO RFS-AMOUNT-OUT
           END-IF

           MOVE  REFUSED-DETAIL-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1
           ADD 1 TO REG-LINE-COUNT-WS.

      *****************************************************************
      *THE REVERSING ENTRY UNDOES WHAT GLPOST8 BOOKED FOR EACH
      *CANCELLED VOUCHER - EACH DISTRIBUTION LINE IS CREDITED BACK
      *OUT OF ITS ACCOUNT AND THE AP ACCRUAL IS DEBITED FOR THE
      *WHOLE.  A RUN THAT CANCELS NOTHING LEAVES AN EMPTY JOURNAL SO
      *AN OLD ONE CANNOT BE IMPORTED TWICE.  A VOUCHER TAKEN OFF AGAIN
      *AFTER A DISCARDED RUN HAS NO LINES HERE - ITS REVERSAL WENT OUT
      *IN THAT RUN'S JOURNAL.  NOTHING HAS BEEN CHANGED
      *YET, SO A JOURNAL THAT DOES NOT FOOT REFUSES THE WHOLE RUN
      *****************************************************************
       600-BUILD-JOURNAL.

           MOVE 'JOURNAL' TO SECTION-NAME-WS
           MOVE 'REVERSING JOURNAL' TO SECTION-TITLE-OUT
           PERFORM 310-REGISTER-HEADER

           OPEN OUTPUT CANCEL-JOURNAL-FILE

           IF BACKOUT-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET CAN-IDX-WS TO 1
                   PERFORM 610-JOURNAL-ONE-CANCEL
                       CAN-TABLE-COUNT-WS TIMES

                   MOVE ACCRUAL-ACCOUNT-WS      TO LINE-ACCOUNT-WS
                   MOVE 'DR'                    TO LINE-SIDE-WS
                   MOVE 'AP ACCRUAL CANCELLED'  TO LINE-DESCRIPTION-WS
                   MOVE CREDIT-TOTAL-WS         TO ENTRY-AMOUNT-WS
                   SUBTRACT DEBIT-TOTAL-WS    FROM ENTRY-AMOUNT-WS
                   MOVE ENTRY-AMOUNT-WS         TO ACCRUAL-AMOUNT-WS
                   PERFORM 620-WRITE-JOURNAL-LINE
           END-IF

           CLOSE CANCEL-JOURNAL-FILE

           IF DEBIT-TOTAL-WS NOT = CREDIT-TOTAL-WS
               THEN
                   MOVE 'NO' TO PROOF-OK-SW
                   MOVE 'CANCEL JOURNAL DEBITS DO NOT EQUAL CREDITS'
                                       TO REFUSAL-REASON-WS
           END-IF.

       610-JOURNAL-ONE-CANCEL.

           SET OPEN-IDX-WS TO CAN-OPEN-SUB (CAN-IDX-WS)
           SET DST-IDX-WS  TO CAN-FIRST-DIST (CAN-IDX-WS)
           PERFORM 615-JOURNAL-ONE-LINE
               CAN-DIST-COUNT (CAN-IDX-WS) TIMES

           SET CAN-IDX-WS UP BY 1.

       615-JOURNAL-ONE-LINE.

           MOVE DST-ACCOUNT (DST-IDX-WS) TO LINE-ACCOUNT-WS
           MOVE 'CR'                     TO LINE-SIDE-WS
           MOVE 'CANCEL VOUCHER'         TO LINE-DESCRIPTION-WS
           MOVE OVT-VOUCHER (OPEN-IDX-WS)
                                       TO LINE-DESCRIPTION-WS (16:6)
           MOVE DST-AMOUNT  (DST-IDX-WS) TO ENTRY-AMOUNT-WS
           PERFORM 620-WRITE-JOURNAL-LINE

           SET DST-IDX-WS UP BY 1.

       620-WRITE-JOURNAL-LINE.

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

           IF REG-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-REGISTER-HEADER
           END-IF

           MOVE LINE-ACCOUNT-WS     TO PRF-ACCOUNT-OUT
           MOVE LINE-SIDE-WS        TO PRF-DR-CR-OUT
           MOVE ENTRY-AMOUNT-WS     TO PRF-AMOUNT-OUT
           MOVE LINE-DESCRIPTION-WS TO PRF-DESCRIPTION-OUT
           MOVE PROOF-DETAIL-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1
           ADD 1 TO REG-LINE-COUNT-WS.

      *****************************************************************
      *THE JOURNAL PROVED, SO EACH ACCEPTED CANCELLATION IS APPLIED
      *AND REGISTERED FILE BY FILE WITH WHAT WAS THERE BEFORE AND WHAT
      *IS THERE NOW - THE OPEN VOUCHER COMES OFF, THE HISTORY ENTRY IS
      *FLAGGED CANCELLED, EACH ACCOUNT/STORE IS BACKED OUT BY KEYED
      *REWRITE AND THE SUPPLIER'S SPEND IS TAKEN DOWN.  A VOUCHER
      *TAKEN OFF AGAIN AFTER A DISCARDED RUN LEAVES THE HISTORY AND
      *MASTER AS THAT RUN LEFT THEM - ONLY THE TWO GENERATIONS, WHICH
      *NEVER WENT IN, ARE BUILT AGAIN
      *****************************************************************
       700-APPLY-CANCELLATIONS.

           MOVE 'APPLIED' TO SECTION-NAME-WS
           MOVE 'CANCELLATIONS APPLIED - BEFORE AND AFTER'
                                       TO SECTION-TITLE-OUT
           PERFORM 310-REGISTER-HEADER

           SET CAN-IDX-WS TO 1
           PERFORM 710-APPLY-ONE-CANCEL
               CAN-TABLE-COUNT-WS TIMES.

       710-APPLY-ONE-CANCEL.

           SET OPEN-IDX-WS TO CAN-OPEN-SUB (CAN-IDX-WS)

           IF REG-LINE-COUNT-WS IS GREATER THAN 50
               THEN PERFORM 310-REGISTER-HEADER
           END-IF

           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO VCL-SUPPLIER-OUT
           MOVE OVT-VOUCHER  (OPEN-IDX-WS) TO VCL-VOUCHER-OUT
           MOVE OVT-INVOICE  (OPEN-IDX-WS) TO VCL-INVOICE-OUT
           MOVE OVT-DATE-IN  (OPEN-IDX-WS) TO VCL-DATE-IN-OUT
           MOVE OVT-AMOUNT   (OPEN-IDX-WS) TO VCL-AMOUNT-OUT
           MOVE CAN-REASON   (CAN-IDX-WS)  TO VCL-REASON-OUT
           MOVE  VOUCHER-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 2 LINES
           ADD 2 TO REG-LINE-COUNT-WS

           ADD 1 TO APPLIED-COUNT-WS
           ADD OVT-AMOUNT (OPEN-IDX-WS) TO APPLIED-TOTAL-WS

           MOVE 'OPNVCH8'                  TO STS-FILE-OUT
           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO STS-KEY-OUT
           MOVE OVT-VOUCHER  (OPEN-IDX-WS) TO STS-KEY-OUT (7:6)
           MOVE 'OPEN - NOT PAID'          TO STS-BEFORE-OUT
           MOVE 'REMOVED FROM NEW GENERATION'
                                           TO STS-AFTER-OUT
           MOVE SPACES                     TO STS-NOTE-OUT
           PERFORM 790-PRINT-STATUS-LINE

           IF CAN-REAPPLY-SW (CAN-IDX-WS) = 'R'
               THEN
                   ADD 1 TO REAPPLIED-COUNT-WS
                   PERFORM 740-NOTE-EARLIER-CANCEL
               ELSE
                   PERFORM 720-CANCEL-HISTORY
                   SET DST-IDX-WS TO CAN-FIRST-DIST (CAN-IDX-WS)
                   PERFORM 730-BACK-OUT-MASTER
                       CAN-DIST-COUNT (CAN-IDX-WS) TIMES
           END-IF

           PERFORM 750-BACK-OUT-SPEND

           SET CAN-IDX-WS UP BY 1.

       720-CANCEL-HISTORY.

           MOVE 'VHSTIX8'                  TO STS-FILE-OUT
           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO STS-KEY-OUT
           MOVE OVT-INVOICE  (OPEN-IDX-WS) TO STS-KEY-OUT (7:8)
           MOVE SPACES                     TO STS-NOTE-OUT

           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO VH-SUPPLIER-NUMBER
           MOVE OVT-INVOICE  (OPEN-IDX-WS) TO VH-INVOICE-NUMBER
           READ VOUCHER-HISTORY-FILE
               INVALID KEY
                   MOVE 'ENTRY GONE - NOT FLAGGED' TO STS-NOTE-OUT
           END-READ

           MOVE 'ACTIVE - RUN'             TO STS-BEFORE-OUT
           MOVE CAN-RUN-DATE (CAN-IDX-WS)  TO STS-BEFORE-OUT (14:8)
           MOVE SPACES                     TO STS-AFTER-OUT

           IF STS-NOTE-OUT = SPACES
               THEN
                   MOVE 'C'             TO VH-CANCEL-SW
                   MOVE RUN-DATE-MDY-WS TO VH-CANCEL-DATE
                   REWRITE VOUCHER-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO STS-NOTE-OUT
                   END-REWRITE
           END-IF

           IF STS-NOTE-OUT = SPACES
               THEN
                   MOVE 'CANCELLED'     TO STS-AFTER-OUT
                   MOVE RUN-DATE-MDY-WS TO STS-AFTER-OUT (11:8)
                   MOVE 'INVOICE MAY BE RE-ENTERED' TO STS-NOTE-OUT
           END-IF

           PERFORM 790-PRINT-STATUS-LINE.

      *****************************************************************
      *ONE DISTRIBUTION LINE COMES OFF ITS ACCOUNT/STORE - DOLLARS
      *AND ONE RECORD, FROM WHICHEVER BUCKETS STILL HOLD THEM
      *****************************************************************
       730-BACK-OUT-MASTER.

           MOVE 'ACCTIX8'                TO FIG-FILE-OUT
           MOVE DST-ACCOUNT (DST-IDX-WS) TO FIG-KEY-OUT
           MOVE DST-STORE   (DST-IDX-WS) TO FIG-KEY-OUT (6:3)
           MOVE SPACES                   TO FIG-NOTE-OUT

           MOVE DST-ACCOUNT (DST-IDX-WS) TO AM-ACCOUNT-NUMBER
           MOVE DST-STORE   (DST-IDX-WS) TO AM-STORE-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO AM-PTD-DOLLARS
                   MOVE ZERO TO AM-YTD-DOLLARS
                   MOVE 'ENTRY GONE - NOT CHANGED' TO FIG-NOTE-OUT
           END-READ

           MOVE AM-PTD-DOLLARS TO BEFORE-PTD-WS
           MOVE AM-YTD-DOLLARS TO BEFORE-YTD-WS

           IF FIG-NOTE-OUT = SPACES
               THEN
                   IF CAN-BACKOUT-SW (CAN-IDX-WS) = 'P'
                       THEN
                           SUBTRACT DST-AMOUNT (DST-IDX-WS)
                                       FROM AM-PTD-DOLLARS
                           IF AM-PTD-RECORDS IS GREATER THAN ZERO
                               THEN SUBTRACT 1 FROM AM-PTD-RECORDS
                           END-IF
                   END-IF
                   IF CAN-BACKOUT-SW (CAN-IDX-WS) = 'P'
                      OR CAN-BACKOUT-SW (CAN-IDX-WS) = 'Y'
                       THEN
                           SUBTRACT DST-AMOUNT (DST-IDX-WS)
                                       FROM AM-YTD-DOLLARS
                           IF AM-YTD-RECORDS IS GREATER THAN ZERO
                               THEN SUBTRACT 1 FROM AM-YTD-RECORDS
                           END-IF
                           REWRITE ACCOUNT-MASTER-RECORD
                               INVALID KEY
                                   MOVE BEFORE-PTD-WS TO AM-PTD-DOLLARS
                                   MOVE BEFORE-YTD-WS TO AM-YTD-DOLLARS
                                   MOVE 'REWRITE FAILED'
                                       TO FIG-NOTE-OUT
                           END-REWRITE
                   END-IF
                   IF CAN-BACKOUT-SW (CAN-IDX-WS) = 'Y'
                       THEN
                           MOVE 'PERIOD CLOSED - YEAR ONLY'
                                       TO FIG-NOTE-OUT
                   END-IF
                   IF CAN-BACKOUT-SW (CAN-IDX-WS) = 'N'
                       THEN
                           MOVE 'YEAR CLOSED - NOT CHANGED'
                                       TO FIG-NOTE-OUT
                   END-IF
           END-IF

           MOVE BEFORE-PTD-WS  TO FIG-PTD-BEFORE-OUT
           MOVE AM-PTD-DOLLARS TO FIG-PTD-AFTER-OUT
           MOVE BEFORE-YTD-WS  TO FIG-YTD-BEFORE-OUT
           MOVE AM-YTD-DOLLARS TO FIG-YTD-AFTER-OUT
           PERFORM 795-PRINT-FIGURE-LINE

           SET DST-IDX-WS UP BY 1.

       740-NOTE-EARLIER-CANCEL.

           MOVE 'VHSTIX8'                  TO STS-FILE-OUT
           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO STS-KEY-OUT
           MOVE OVT-INVOICE  (OPEN-IDX-WS) TO STS-KEY-OUT (7:8)
           MOVE 'CANCELLED'                TO STS-BEFORE-OUT
           MOVE CAN-CANCEL-DATE (CAN-IDX-WS)
                                           TO STS-BEFORE-OUT (11:8)
           MOVE 'UNCHANGED'                TO STS-AFTER-OUT
           MOVE 'GL AND MASTER DONE EARLIER'
                                           TO STS-NOTE-OUT
           PERFORM 790-PRINT-STATUS-LINE.

      *****************************************************************
      *THE VOUCHER COMES OUT OF ITS SUPPLIER'S 1099 SPEND ONLY WHEN
      *THE SPEND ENTRY IS STILL ACCUMULATING THE YEAR THE VOUCHER WAS
      *ENTERED IN - A YEAR ALREADY CLOSED IS ON THE SHELF AS FILED.
      *THE SPEND HISTORY CARRIES YEAR FIGURES ONLY
      *****************************************************************
       750-BACK-OUT-SPEND.

           MOVE 'SUPSPD8'                  TO FIG-FILE-OUT
           MOVE OVT-SUPPLIER (OPEN-IDX-WS) TO FIG-KEY-OUT
           MOVE SPACES                     TO FIG-NOTE-OUT
           MOVE 'NO' TO SPEND-FOUND-SW

           IF SPEND-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET SPD-IDX-WS TO 1
                   SEARCH SPEND-TABLE-ENTRY
                       AT END MOVE 'NO' TO SPEND-FOUND-SW
                       WHEN SPD-TBL-SUPPLIER (SPD-IDX-WS)
                                = OVT-SUPPLIER (OPEN-IDX-WS)
                        AND SPD-TBL-YEAR (SPD-IDX-WS)
                                = CAN-RUN-DATE (CAN-IDX-WS) (5:4)
                           MOVE 'YES' TO SPEND-FOUND-SW
                   END-SEARCH
           END-IF

           IF NOT SPEND-FOUND-WS
               THEN
                   MOVE ZERO TO BEFORE-YTD-WS
                   MOVE ZERO TO FIG-YTD-AFTER-OUT
                   MOVE 'NO SPEND FOR YEAR - UNCHANGED'
                                       TO FIG-NOTE-OUT
               ELSE
                   MOVE SPD-TBL-DOLLARS  (SPD-IDX-WS) TO BEFORE-YTD-WS
                   MOVE SPD-TBL-VOUCHERS (SPD-IDX-WS) TO BEFORE-COUNT-WS
                   SUBTRACT OVT-AMOUNT (OPEN-IDX-WS)
                       FROM SPD-TBL-DOLLARS (SPD-IDX-WS)
                   IF SPD-TBL-VOUCHERS (SPD-IDX-WS) IS GREATER THAN ZERO
                       THEN
                           SUBTRACT 1 FROM SPD-TBL-VOUCHERS (SPD-IDX-WS)
                   END-IF
                   MOVE 'VOUCHERS'      TO FIG-NOTE-OUT
                   MOVE BEFORE-COUNT-WS TO FIG-NOTE-OUT (10:7)
                   MOVE 'TO'            TO FIG-NOTE-OUT (18:2)
                   MOVE SPD-TBL-VOUCHERS (SPD-IDX-WS)
                                        TO FIG-NOTE-OUT (21:7)
                   MOVE SPD-TBL-DOLLARS (SPD-IDX-WS)
                                        TO FIG-YTD-AFTER-OUT
           END-IF

           MOVE ZERO          TO FIG-PTD-BEFORE-OUT
           MOVE ZERO          TO FIG-PTD-AFTER-OUT
           MOVE BEFORE-YTD-WS TO FIG-YTD-BEFORE-OUT
           PERFORM 795-PRINT-FIGURE-LINE.

       790-PRINT-STATUS-LINE.

           IF REG-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-REGISTER-HEADER
           END-IF

           MOVE  STATUS-DETAIL-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1
           ADD 1 TO REG-LINE-COUNT-WS.

       795-PRINT-FIGURE-LINE.

           IF REG-LINE-COUNT-WS IS GREATER THAN 55
               THEN PERFORM 310-REGISTER-HEADER
           END-IF

           MOVE  FIGURE-DETAIL-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1
           ADD 1 TO REG-LINE-COUNT-WS.

      *****************************************************************
      *BOTH NEW GENERATIONS ARE WRITTEN FROM THE TABLES - THE OPEN
      *VOUCHERS LESS THE ONES CANCELLED, AND THE SPEND HISTORY AS IT
      *NOW STANDS
      *****************************************************************
       800-WRITE-GENERATIONS.

           OPEN OUTPUT OPEN-VOUCHER-NEW-FILE
           SET OPEN-IDX-WS TO 1
           PERFORM 830-WRITE-OPEN-ENTRY
               OPEN-TABLE-COUNT-WS TIMES
           CLOSE OPEN-VOUCHER-NEW-FILE

           OPEN OUTPUT SUPPLIER-SPEND-NEW-FILE
           SET SPD-IDX-WS TO 1
           PERFORM 840-WRITE-SPEND-ENTRY
               SPEND-TABLE-COUNT-WS TIMES
           CLOSE SUPPLIER-SPEND-NEW-FILE

           IF BACKOUT-COUNT-WS IS GREATER THAN ZERO
               THEN PERFORM 845-ENTER-ACCRUAL-LEDGER
           END-IF.

       830-WRITE-OPEN-ENTRY.

           IF OVT-CANCEL-SW (OPEN-IDX-WS) NOT = 'C'
               THEN
                   MOVE OVT-SUPPLIER  (OPEN-IDX-WS)
                                       TO ON-SUPPLIER-NUMBER
                   MOVE OVT-VOUCHER   (OPEN-IDX-WS)
                                       TO ON-VOUCHER-NUMBER
                   MOVE OVT-INVOICE   (OPEN-IDX-WS)
                                       TO ON-INVOICE-NUMBER
                   MOVE OVT-ACCOUNT   (OPEN-IDX-WS)
                                       TO ON-ACCOUNT-NUMBER
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
           END-IF

           SET OPEN-IDX-WS UP BY 1.

       840-WRITE-SPEND-ENTRY.

           MOVE SPD-TBL-SUPPLIER (SPD-IDX-WS) TO SN-SUPPLIER-NUMBER
           MOVE SPD-TBL-YEAR     (SPD-IDX-WS) TO SN-SPEND-YEAR
           MOVE SPD-TBL-DOLLARS  (SPD-IDX-WS) TO SN-YTD-DOLLARS
           MOVE SPD-TBL-VOUCHERS (SPD-IDX-WS) TO SN-YTD-VOUCHERS
           WRITE SUPPLIER-SPEND-NEW-RECORD
           ADD 1 TO SPEND-OUT-COUNT-WS
           IF SN-YTD-DOLLARS IS NUMERIC
               THEN ADD SN-YTD-DOLLARS TO SPEND-OUT-TOTAL-WS
           END-IF

           SET SPD-IDX-WS UP BY 1.

      *****************************************************************
      *THE ACCRUAL CANCELLED IS ENTERED ON THE AP ACCRUAL LEDGER
      *****************************************************************
       845-ENTER-ACCRUAL-LEDGER.

           MOVE HOLD-DATE-WS       TO AL-POST-STAMP
           MOVE RUN-DATE-MDY-WS    TO AL-RUN-DATE
           MOVE 'CANCEL'           TO AL-JOURNAL-NAME
           MOVE JOURNAL-SOURCE-WS  TO AL-JOURNAL-SOURCE
           MOVE ACCTG-PERIOD-WS    TO AL-ACCTG-PERIOD
           MOVE ACCRUAL-ACCOUNT-WS TO AL-ACCOUNT-NUMBER

           MOVE ACCRUAL-AMOUNT-WS  TO ENTRY-AMOUNT-WS
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

      *****************************************************************
      *THE JOURNAL AND BOTH NEW GENERATIONS ARE EMPTIED TOGETHER AND
      *THE KEYED FILES WERE NEVER TOUCHED, SO NOTHING OF THE RUN CAN
      *REACH THE GL OR THE NEXT RUN
      *****************************************************************
       850-WITHDRAW-GENERATIONS.

           OPEN OUTPUT CANCEL-JOURNAL-FILE
           CLOSE CANCEL-JOURNAL-FILE
           OPEN OUTPUT OPEN-VOUCHER-NEW-FILE
           CLOSE OPEN-VOUCHER-NEW-FILE
           OPEN OUTPUT SUPPLIER-SPEND-NEW-FILE
           CLOSE SUPPLIER-SPEND-NEW-FILE

           MOVE ZERO TO CAN-TABLE-COUNT-WS

           MOVE  REFUSAL-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 2 LINES
           MOVE REFUSAL-REASON-WS TO REFUSAL-REASON-OUT
           MOVE  REFUSAL-REASON-LINE-SETUP TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 12 TO RETURN-CODE.

       900-CLOSE.

           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 2 LINES

           MOVE 'TRANSACTIONS READ:'         TO COUNT-LABEL-OUT
           MOVE TRANS-IN-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'CANCELLATIONS REQUESTED:'   TO COUNT-LABEL-OUT
           MOVE REQUEST-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'TRANSACTIONS REFUSED:'      TO COUNT-LABEL-OUT
           MOVE REFUSED-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'VOUCHERS CANCELLED:'        TO TOTAL-LABEL-OUT
           MOVE APPLIED-COUNT-WS             TO TOTAL-COUNT-OUT
           MOVE APPLIED-TOTAL-WS             TO TOTAL-AMOUNT-OUT
           MOVE TOTAL-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'TAKEN OFF AGAIN - NO BACK-OUT:' TO COUNT-LABEL-OUT
           MOVE REAPPLIED-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'JOURNAL LINES WRITTEN:'     TO COUNT-LABEL-OUT
           MOVE JOURNAL-LINES-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'OPEN VOUCHERS READ:'        TO COUNT-LABEL-OUT
           MOVE OPEN-IN-COUNT-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

           MOVE 'OPEN VOUCHERS WRITTEN:'     TO COUNT-LABEL-OUT
           MOVE OPEN-OUT-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER 1

      *****************************************************************
      *ANY REFUSED TRANSACTION IS A WARNING FOR THE CLERK WHO KEYED
      *IT; A REFUSED RUN HAS ALREADY SET ITS OWN SEVERE CODE
      *****************************************************************
           IF REFUSED-COUNT-WS IS GREATER THAN ZERO
              AND RETURN-CODE IS LESS THAN 4
               THEN MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CAN-PARM-FILE  CANCEL-TRANS-FILE
                 VOUCHER-HISTORY-FILE  ACCOUNT-MASTER-FILE
                 CANCEL-REGISTER-FILE

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
           MOVE 'VCHCAN8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON

           OPEN EXTEND RUN-LOG-FILE

           MOVE 'OPNNEW8.DAT'        TO RL-GEN-FILE
           MOVE OPEN-OUT-COUNT-WS    TO RL-GEN-RECORDS
           MOVE OPEN-OUT-TOTAL-WS    TO RL-GEN-TOTAL
           MOVE OPEN-IN-COUNT-WS     TO RL-GEN-LIVE-RECORDS
           MOVE OPEN-IN-TOTAL-WS     TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD

           MOVE 'SPDNEW8.DAT'        TO RL-GEN-FILE
           MOVE SPEND-OUT-COUNT-WS   TO RL-GEN-RECORDS
           MOVE SPEND-OUT-TOTAL-WS   TO RL-GEN-TOTAL
           MOVE SPEND-IN-COUNT-WS    TO RL-GEN-LIVE-RECORDS
           MOVE SPEND-IN-TOTAL-WS    TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD

           CLOSE RUN-LOG-FILE.

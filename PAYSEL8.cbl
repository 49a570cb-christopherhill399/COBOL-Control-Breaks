           SELECT OPTIONAL PAY-PARM-FILE ASSIGN TO 'PAYPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TERMS-TABLE-FILE ASSIGN TO 'TERMS8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-FILE ASSIGN TO 'PAYFIL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-REPORT-FILE ASSIGN TO 'PAYREM8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISCOUNT-REPORT-FILE ASSIGN TO 'PAYDSC8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.


      *****************************************************************
      *ONE-RECORD PARAMETER CARD - THE CUTOFF DATE (MMDDYYYY).  EVERY
      *UNPAID OPEN VOUCHER FALLING DUE ON OR BEFORE THE CUTOFF UNDER
      *ITS SUPPLIER'S TERMS IS SELECTED
      *****************************************************************
       FD  PAY-PARM-FILE RECORDING MODE IS F.
       01  PAY-PARM-RECORD.
           05  PP-CUTOFF-DATE          PIC X(8).

      *****************************************************************
      *PAYMENT TERMS TABLE - ONE RECORD PER TERMS CODE CARRIED ON THE
      *SUPPLIER MASTER.  A 2% 10 NET 30 SUPPLIER IS 0200 010 030:
      *THE DISCOUNT PERCENT (99V99), THE DAYS FROM DATE-IN THE
      *DISCOUNT IS GOOD FOR, AND THE DAYS FROM DATE-IN TO THE NET DUE
      *DATE.  A BLANK TERMS CODE ON THE SUPPLIER IS DUE ON RECEIPT
      *****************************************************************
       FD  TERMS-TABLE-FILE RECORDING MODE IS F.
       01  TERMS-TABLE-RECORD.
           05  TM-TERMS-CODE           PIC X(4).
           05  TM-DISCOUNT-PCT         PIC 99V99.
           05  TM-DISCOUNT-DAYS        PIC 9(3).
           05  TM-NET-DAYS             PIC 9(3).
           05  TM-TERMS-DESC           PIC X(20).

       FD  OPEN-VOUCHER-FILE RECORDING MODE IS F.
       01  OPEN-VOUCHER-RECORD.
           05  OV-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

      *****************************************************************
      *SELECTED VOUCHERS, RESORTED TO SUPPLIER SEQUENCE FOR THE
           05  PW-INVOICE-NUMBER       PIC X(8).
           05  PW-DATE-IN              PIC X(8).
           05  PW-AMOUNT               PIC S9(6)V99.
           05  PW-DUE-DATE             PIC X(8).
           05  PW-DISCOUNT-DATE        PIC X(8).
           05  PW-DISCOUNT-SW          PIC X.
           05  PW-DISCOUNT-AMOUNT      PIC S9(6)V99.

       SD  PAYMENT-SORT-FILE.
       01  PAYMENT-SORT-RECORD.
           05  PS-INVOICE-NUMBER      PIC X(8).
           05  PS-DATE-IN              PIC X(8).
           05  PS-AMOUNT               PIC S9(6)V99.
           05  PS-DUE-DATE             PIC X(8).
           05  PS-DISCOUNT-DATE        PIC X(8).
           05  PS-DISCOUNT-SW          PIC X.
           05  PS-DISCOUNT-AMOUNT      PIC S9(6)V99.

       FD  PAYMENT-SORTED-FILE RECORDING MODE IS F.
       01  PAYMENT-SORTED-RECORD.
           05  PT-INVOICE-NUMBER       PIC X(8).
           05  PT-DATE-IN              PIC X(8).
           05  PT-AMOUNT               PIC S9(6)V99.
           05  PT-DUE-DATE             PIC X(8).
           05  PT-DISCOUNT-DATE        PIC X(8).
           05  PT-DISCOUNT-SW          PIC X.
               88  PT-DISCOUNT-TAKEN           VALUE 'T'.
               88  PT-DISCOUNT-LOST            VALUE 'L'.
           05  PT-DISCOUNT-AMOUNT      PIC S9(6)V99.

      *****************************************************************
      *MACHINE-READABLE PAYMENT FILE FOR THE BANK PORTAL IMPORT - ONE
      *RECORD PER VOUCHER PAID.  ONLY RELEASED ONCE THE FILE TOTAL
      *HAS BEEN PROVED AGAINST THE SUM OF THE SELECTED VOUCHERS.
      *PY-NET-AMOUNT IS WHAT THE BANK PAYS - THE VOUCHER'S GROSS LESS
      *ANY DISCOUNT TAKEN - AND STAYS WHERE THE PORTAL IMPORT HAS
      *ALWAYS FOUND THE AMOUNT.  GROSS AND DISCOUNT FOLLOW THE PAY
      *DATE FOR THE DISBURSEMENTS POSTING
      *****************************************************************
       FD  PAYMENT-FILE RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PY-SUPPLIER-NAME        PIC X(23).
           05  PY-VOUCHER-NUMBER       PIC X(6).
           05  PY-INVOICE-NUMBER       PIC X(8).
           05  PY-NET-AMOUNT           PIC S9(6)V99.
           05  PY-PAY-DATE             PIC X(8).
           05  PY-GROSS-AMOUNT         PIC S9(6)V99.
           05  PY-DISCOUNT-AMOUNT      PIC S9(6)V99.

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THIS PROGRAM APPENDS
      *ONE 'G' ENTRY FOR THE NEW OPEN-VOUCHER GENERATION: VOUCHERS AND
      *AMOUNT TOTAL WRITTEN, WHAT OPNVCH8.DAT HELD WHEN IT WAS READ,
      *AND THE CONDITION CODE.  GENPRO8 WILL NOT SWAP OPNNEW8.DAT IN
      *WITHOUT IT
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

       FD  REMIT-REPORT-FILE RECORDING MODE IS F.
       01  REMIT-LINE                  PIC X(132).

      *****************************************************************
      *DISCOUNTS TAKEN AND LOST ON THE VOUCHERS PAID THIS RUN - A
      *DISCOUNT IS LOST WHEN A VOUCHER WHOSE TERMS OFFERED ONE IS
      *PAID AFTER ITS DISCOUNT DATE HAS GONE BY
      *****************************************************************
       FD  DISCOUNT-REPORT-FILE RECORDING MODE IS F.
       01  DISCOUNT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.
           05  DATE-IN-YMD-WS          PIC X(8)        VALUE SPACES.
           05  DATE-IN-NUM-WS          PIC 9(8)        VALUE ZERO.
           05  DATE-IN-INT-WS          PIC S9(9)       VALUE ZERO.
           05  RUN-DATE-YMD-WS         PIC X(8)        VALUE SPACES.
           05  RUN-DATE-NUM-WS         PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-INT-WS         PIC S9(9)       VALUE ZERO.

      *****************************************************************
      *TERMS PRICING FOR THE VOUCHER IN HAND - DUE AND DISCOUNT DATES
      *AS DAY NUMBERS, AND THE DISCOUNT THE TERMS OFFER ON IT
      *****************************************************************
           05  SUPPLIER-TERMS-WS       PIC X(4)        VALUE SPACES.
           05  DISCOUNT-PCT-WS         PIC 99V99       VALUE ZERO.
           05  DISCOUNT-DAYS-WS        PIC 9(3)        VALUE ZERO.
           05  NET-DAYS-WS             PIC 9(3)        VALUE ZERO.
           05  DUE-INT-WS              PIC S9(9)       VALUE ZERO.
           05  DISCOUNT-INT-WS         PIC S9(9)       VALUE ZERO.
           05  DISCOUNT-AMOUNT-WS      PIC S9(6)V99    VALUE ZERO.
           05  DISCOUNT-OFFERED-SW     PIC X(3)        VALUE 'NO'.
               88  DISCOUNT-OFFERED-WS         VALUE 'YES'.
           05  VOUCHER-DUE-SW          PIC X(3)        VALUE 'NO'.
               88  VOUCHER-DUE-WS              VALUE 'YES'.

           05  CONVERT-INT-WS          PIC S9(9)       VALUE ZERO.
           05  CONVERT-YMD-NUM-WS      PIC 9(8)        VALUE ZERO.
           05  CONVERT-YMD-WS          PIC X(8)        VALUE SPACES.
           05  CONVERT-MDY-WS          PIC X(8)        VALUE SPACES.

           05  TERMS-OVFL-SW           PIC X(3)        VALUE 'NO'.
               88  TERMS-OVFL-WS               VALUE 'YES'.
           05  TERMS-BAD-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  TERMS-FOUND-SW          PIC X(3)        VALUE 'NO'.
               88  TERMS-FOUND-WS              VALUE 'YES'.
           05  TERMS-UNKNOWN-COUNT-WS  PIC 9(7)        VALUE ZERO.

           05  OPEN-VOUCHER-OVFL-SW    PIC X(3)        VALUE 'NO'.
               88  OPEN-VOUCHER-OVFL-WS        VALUE 'YES'.
               88  SUPPLIER-OVFL-WS            VALUE 'YES'.

           05  OPEN-IN-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  OPEN-IN-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  OPEN-NEW-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  OPEN-NEW-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.
           05  ALREADY-PAID-COUNT-WS   PIC 9(7)        VALUE ZERO.
           05  NOT-DUE-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  ON-HOLD-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  SELECTED-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  PAYMENT-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  PAYMENT-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  SELECTED-DISCOUNT-WS    PIC S9(9)V99    VALUE ZERO.
           05  PAYMENT-DISCOUNT-WS     PIC S9(9)V99    VALUE ZERO.
           05  PAYMENT-NET-WS          PIC S9(9)V99    VALUE ZERO.
           05  NET-AMOUNT-WS           PIC S9(6)V99    VALUE ZERO.

           05  DISC-TAKEN-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  DISC-TAKEN-TOTAL-WS     PIC S9(9)V99    VALUE ZERO.
           05  DISC-LOST-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  DISC-LOST-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  DSC-LINE-COUNT-WS       PIC 999         VALUE ZERO.
           05  DSC-PAGE-NUMBER-WS      PIC 9(4)        VALUE ZERO.

           05  PROOF-OK-SW             PIC X(3)        VALUE 'YES'.
               88  PROOF-OK-WS                 VALUE 'YES'.
      *****************************************************************
           05  REM-SUPPLIER-HOLD-WS    PIC X(5)        VALUE SPACES.
           05  REM-SUP-DOLS-WS         PIC S9(9)V99    VALUE ZERO.
           05  REM-SUP-GROSS-WS        PIC S9(9)V99    VALUE ZERO.
           05  REM-SUP-DISC-WS         PIC S9(9)V99    VALUE ZERO.
           05  REM-SUP-REC-WS          PIC 9(5)        VALUE ZERO.
           05  REM-PAGE-NUMBER-WS      PIC 9(4)        VALUE ZERO.

       01  SUPPLIER-CHECK-SW           PIC X(3)        VALUE SPACES.
           88  SUPPLIER-FOUND-WS               VALUE 'YES'.

       01  OPEN-GEN-PENDING-SW         PIC X(3)        VALUE 'NO'.
           88  OPEN-GEN-PENDING-WS             VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-TERMS-WS            PIC X(3) VALUE 'NO'.
           05  EOF-OPEN-WS             PIC X(3) VALUE 'NO'.
           05  EOF-SUPPLIER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-SORTED-WS           PIC X(3) VALUE 'NO'.
               10  SUP-TBL-NUMBER      PIC X(5).
               10  SUP-TBL-NAME        PIC X(23).
               10  SUP-TBL-STATUS      PIC X.
               10  SUP-TBL-TERMS       PIC X(4).

      *****************************************************************
      *PAYMENT TERMS, LOADED FROM TERMS8.TXT BEFORE ANY OUTPUT IS
      *OPENED - A TERMS TABLE THAT WILL NOT LOAD CLEAN STOPS THE RUN,
      *THE SAME AS A BAD CUTOFF, RATHER THAN PAY ON WRONG DATES
      *****************************************************************
       01  TERMS-TABLE-WS.
           05  TERMS-TABLE-COUNT-WS    PIC 9(4)        VALUE ZERO.
           05  TERMS-TABLE-ENTRY       OCCURS 200 TIMES
                                       INDEXED BY TERMS-IDX-WS.
               10  TRM-TBL-CODE        PIC X(4).
               10  TRM-TBL-PCT         PIC 99V99.
               10  TRM-TBL-DISC-DAYS   PIC 9(3).
               10  TRM-TBL-NET-DAYS    PIC 9(3).

       01  SUPPLIER-NAME-WS            PIC X(23)       VALUE SPACES.

           05                      PIC X(7)  VALUE 'INVOICE'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INV DATE'.
           05                      PIC X(5)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DUE DATE'.
           05                      PIC X(11) VALUE SPACES.
           05                      PIC X(5)  VALUE 'GROSS'.
           05                      PIC X(8)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DISCOUNT'.
           05                      PIC X(12) VALUE SPACES.
           05                      PIC X(3)  VALUE 'NET'.

       01  REM-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REM-DATE-OUT            PIC XX/XX/XXXX.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REM-DUE-DATE-OUT        PIC XX/XX/XXXX.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REM-AMOUNT-OUT          PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REM-DISCOUNT-OUT        PIC $$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REM-NET-OUT             PIC $$$$,$$9.99BCR.

       01  REM-SUP-TOTAL-LINE-SETUP.
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE
           'GROSS: '.
           05  REM-SUPGROSS-OUT        PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
           'DISCOUNT: '.
           05  REM-SUPDISC-OUT         PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)        VALUE SPACES.
           05                          PIC X(26)       VALUE
           'TOTAL PAID THIS SUPPLIER: '.
           05  REM-SUPTOT-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  PAY-COUNT-LABEL-OUT     PIC X(35).
           05  PAY-COUNT-VALUE-OUT     PIC Z,ZZZ,ZZ9.

       01  DSC-HEADER-LINE-SETUP.
           05  FILLER                  PIC X VALUE SPACE.
           05                          PIC X(10) VALUE
           'RUN DATE: '.
           05  DSC-HEADER-DATE-OUT     PIC X(10).
           05                          PIC X(4)    VALUE SPACES.
           05                          PIC X(37)   VALUE
           'EARLY-PAYMENT DISCOUNTS TAKEN/LOST'.
           05                      PIC X(14) VALUE 'CUTOFF DATE: '.
           05  DSC-CUTOFF-OUT      PIC XX/XX/XXXX.
           05                      PIC X(6) VALUE SPACES.
           05                      PIC X(6) VALUE 'PAGE: '.
           05  DSC-PAGE-NUMBER-OUT PIC ZZZ9.

       01  DSC-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'SUPPLIER'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(23) VALUE 'NAME'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'VOUCHER'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'INVOICE'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(9)  VALUE 'DISC DATE'.
           05                      PIC X(9)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'GROSS'.
           05                      PIC X(8)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'DISCOUNT'.
           05                      PIC X(6)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'STATUS'.

       01  DSC-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DSC-SUPPLIER-OUT        PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DSC-NAME-OUT            PIC X(23).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DSC-VOUCHER-OUT         PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DSC-INVOICE-OUT         PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DSC-DATE-OUT            PIC XX/XX/XXXX.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DSC-GROSS-OUT           PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DSC-DISCOUNT-OUT        PIC $$$,$$9.99BCR.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DSC-STATUS-OUT          PIC X(5).

       01  DSC-REFUSAL-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(60)       VALUE
           '*** PAYMENT FILE NOT RELEASED - NO DISCOUNT WAS TAKEN ***'.

       01  PROOF-OK-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
      *CUTOFF STOPS THE RUN BEFORE ANY OUTPUT FILE HAS BEEN OPENED
      *****************************************************************
           PERFORM 210-READ-PARAMETERS
           PERFORM 205-CHECK-PENDING-GENERATION
           PERFORM 220-LOAD-TERMS-TABLE

           PERFORM 230-LOAD-OPEN-VOUCHERS
           PERFORM 250-LOAD-SUPPLIER-MASTER

           OPEN OUTPUT REMIT-REPORT-FILE
                       DISCOUNT-REPORT-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-DY-WS TO RUN-DATE-MDY-WS (3:2)
           MOVE HOLD-YR-WS TO RUN-DATE-MDY-WS (5:4)

      *****************************************************************
      *THE PAYMENTS GO OUT DATED TODAY, SO TODAY IS THE DAY THE
      *DISCOUNT WINDOW IS MEASURED AGAINST
      *****************************************************************
           MOVE HOLD-YR-WS TO RUN-DATE-YMD-WS (1:4)
           MOVE HOLD-MO-WS TO RUN-DATE-YMD-WS (5:2)
           MOVE HOLD-DY-WS TO RUN-DATE-YMD-WS (7:2)
           MOVE RUN-DATE-YMD-WS TO RUN-DATE-NUM-WS
           COMPUTE RUN-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM-WS)

           MOVE CUTOFF-DATE-WS TO ECHO-CUTOFF-OUT
           MOVE CUTOFF-DATE-WS TO DSC-CUTOFF-OUT
           MOVE REPORT-HEADER-DATE-OUT TO DSC-HEADER-DATE-OUT

           PERFORM 510-DISCOUNT-HEADER.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER OPNNEW8.DAT FROM AN EARLIER RUN IS
      *STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING UNTIL A 'P' FOR
      *THE LIVE FILE OR A 'D' FOR THE NEW FILE FOLLOWS IT.  THIS RUN
      *WOULD OVERWRITE THE WAITING GENERATION AND ITS CHANGES WOULD
      *BE LOST, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
       205-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO OPEN-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 207-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF OPEN-GEN-PENDING-WS
               THEN
                   DISPLAY 'PAYSEL8 - OPNNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       207-READ-RUN-LOG.

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
           END-IF.

       210-READ-PARAMETERS.

                   STOP RUN
           END-IF.

       220-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-TABLE-FILE

           PERFORM 225-READ-TERMS-TABLE
               UNTIL EOF-TERMS-WS = 'YES'

           CLOSE TERMS-TABLE-FILE

      *****************************************************************
      *A TERMS ENTRY THAT IS NOT NUMERIC, OR ONE THE TABLE CANNOT
      *HOLD, WOULD PRICE SOME SUPPLIER'S VOUCHERS ON THE WRONG DATES -
      *THE RUN STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
           IF TERMS-BAD-COUNT-WS IS GREATER THAN ZERO
               THEN
                   DISPLAY 'TERMS8 PARAMETER ERROR - '
                       TERMS-BAD-COUNT-WS ' ENTRIES NOT NUMERIC'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF TERMS-OVFL-WS
               THEN
                   DISPLAY 'TERMS8 PARAMETER ERROR - MORE THAN THE'
                       ' 200 ENTRIES THE TABLE HOLDS'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       225-READ-TERMS-TABLE.

           READ TERMS-TABLE-FILE
           AT END MOVE 'YES' TO EOF-TERMS-WS
           END-READ

           IF EOF-TERMS-WS = 'NO'
               THEN
                   IF TM-DISCOUNT-PCT  IS NOT NUMERIC
                      OR TM-DISCOUNT-DAYS IS NOT NUMERIC
                      OR TM-NET-DAYS      IS NOT NUMERIC
                       THEN
                           ADD 1 TO TERMS-BAD-COUNT-WS
                       ELSE
                   IF TERMS-TABLE-COUNT-WS IS LESS THAN 200
                       THEN
                           ADD 1 TO TERMS-TABLE-COUNT-WS
                           SET TERMS-IDX-WS TO TERMS-TABLE-COUNT-WS
                           MOVE TM-TERMS-CODE
                                  TO TRM-TBL-CODE      (TERMS-IDX-WS)
                           MOVE TM-DISCOUNT-PCT
                                  TO TRM-TBL-PCT       (TERMS-IDX-WS)
                           MOVE TM-DISCOUNT-DAYS
                                  TO TRM-TBL-DISC-DAYS (TERMS-IDX-WS)
                           MOVE TM-NET-DAYS
                                  TO TRM-TBL-NET-DAYS  (TERMS-IDX-WS)
                       ELSE
                           MOVE 'YES' TO TERMS-OVFL-SW
                   END-IF
                   END-IF
           END-IF.

       230-LOAD-OPEN-VOUCHERS.

           OPEN INPUT OPEN-VOUCHER-FILE
           IF EOF-OPEN-WS = 'NO'
               THEN
                   ADD 1 TO OPEN-IN-COUNT-WS
                   IF OV-AMOUNT IS NUMERIC
                       THEN ADD OV-AMOUNT TO OPEN-IN-TOTAL-WS
                   END-IF
                   IF OPEN-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO OPEN-TABLE-COUNT-WS
                                        TO SUP-TBL-STATUS
                                                    (SUPPLIER-IDX-WS)
                           END-IF
                           MOVE SM-TERMS-CODE
                                  TO SUP-TBL-TERMS  (SUPPLIER-IDX-WS)
                       ELSE
                           MOVE 'YES' TO SUPPLIER-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *SELECTION PASS - EVERY UNPAID VOUCHER FALLING DUE ON OR BEFORE
      *THE CUTOFF IS FLAGGED SELECTED AND WRITTEN TO THE PAYMENT WORK
      *FILE, ALONG WITH ANY VOUCHER WHOSE DISCOUNT DATE FALLS BEFORE
      *THE CUTOFF WHILE THE DISCOUNT CAN STILL BE TAKEN TODAY - WAIT
      *FOR THE NEXT RUN AND THE DISCOUNT IS GONE.  THE SELECTION
      *TOTALS ACCUMULATED HERE ARE THE CONTROL FIGURES THE PAYMENT
      *FILE MUST LATER PROVE AGAINST
      *****************************************************************
       300-SELECT-VOUCHERS.

               THEN
                   ADD 1 TO ON-HOLD-COUNT-WS
               ELSE
                   PERFORM 330-PRICE-TERMS
                   IF VOUCHER-DUE-WS
                       THEN
                           MOVE 'Y' TO OVT-SELECTED-SW (OPEN-IDX-WS)
                           ADD 1 TO SELECTED-COUNT-WS
                                       TO PW-DATE-IN
                           MOVE OVT-AMOUNT   (OPEN-IDX-WS)
                                       TO PW-AMOUNT
                           PERFORM 340-SET-DISCOUNT
                           WRITE PAYMENT-WORK-RECORD
                       ELSE
                           ADD 1 TO NOT-DUE-COUNT-WS
      *A SUPPLIER ON PAYMENT HOLD NEVER SELECTS - THE VOUCHER STAYS
      *OPEN AND UNPAID UNTIL THE HOLD COMES OFF.  A SUPPLIER NOT ON
      *THE MASTER AT ALL STILL SELECTS, THE WAY THE REGISTER STILL
      *LISTS IT - THE ADVICE CARRIES THE NOT-ON-FILE WARNING NAME,
      *AND THE VOUCHER IS DUE ON RECEIPT WITH NO TERMS TO GO BY
      *****************************************************************
       325-CHECK-SUPPLIER-HOLD.

           MOVE 'NO'   TO SUPPLIER-HELD-SW
           MOVE SPACES TO SUPPLIER-TERMS-WS

           IF SUPPLIER-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                           IF SUP-TBL-STATUS (SUPPLIER-IDX-WS) = 'H'
                               THEN MOVE 'YES' TO SUPPLIER-HELD-SW
                           END-IF
                           MOVE SUP-TBL-TERMS (SUPPLIER-IDX-WS)
                                       TO SUPPLIER-TERMS-WS
                   END-SEARCH
           END-IF.

      *****************************************************************
      *DUE DATE IS DATE-IN PLUS THE NET DAYS, DISCOUNT DATE IS DATE-IN
      *PLUS THE DISCOUNT DAYS.  BLANK TERMS ARE DUE ON RECEIPT.  A
      *TERMS CODE NO LONGER ON TERMS8.TXT IS ALSO PAID ON RECEIPT -
      *PAYING EARLY COSTS LESS THAN PAYING LATE - AND COUNTED ON THE
      *SUMMARY SO THE SUPPLIER MASTER GETS PUT RIGHT.  A DATE-IN THE
      *CALENDAR NEVER HAD PRICES AS DAY ZERO AND SELECTS, AS BEFORE
      *****************************************************************
       330-PRICE-TERMS.

           MOVE ZERO TO DISCOUNT-PCT-WS
           MOVE ZERO TO DISCOUNT-DAYS-WS
           MOVE ZERO TO NET-DAYS-WS
           MOVE ZERO TO DISCOUNT-AMOUNT-WS
           MOVE 'NO' TO DISCOUNT-OFFERED-SW
           MOVE 'NO' TO VOUCHER-DUE-SW
           MOVE 'NO' TO TERMS-FOUND-SW

           IF SUPPLIER-TERMS-WS NOT = SPACES
              AND TERMS-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET TERMS-IDX-WS TO 1
                   SEARCH TERMS-TABLE-ENTRY
                       AT END CONTINUE
                       WHEN TRM-TBL-CODE (TERMS-IDX-WS)
                                = SUPPLIER-TERMS-WS
                           MOVE 'YES' TO TERMS-FOUND-SW
                           MOVE TRM-TBL-PCT       (TERMS-IDX-WS)
                                       TO DISCOUNT-PCT-WS
                           MOVE TRM-TBL-DISC-DAYS (TERMS-IDX-WS)
                                       TO DISCOUNT-DAYS-WS
                           MOVE TRM-TBL-NET-DAYS  (TERMS-IDX-WS)
                                       TO NET-DAYS-WS
                   END-SEARCH
           END-IF

           IF SUPPLIER-TERMS-WS NOT = SPACES AND NOT TERMS-FOUND-WS
               THEN ADD 1 TO TERMS-UNKNOWN-COUNT-WS
           END-IF

           MOVE OVT-DATE-IN (OPEN-IDX-WS) (5:4) TO DATE-IN-YMD-WS (1:4)
           MOVE OVT-DATE-IN (OPEN-IDX-WS) (1:2) TO DATE-IN-YMD-WS (5:2)
           MOVE OVT-DATE-IN (OPEN-IDX-WS) (3:2) TO DATE-IN-YMD-WS (7:2)
           MOVE DATE-IN-YMD-WS TO DATE-IN-NUM-WS
           COMPUTE DATE-IN-INT-WS =
               FUNCTION INTEGER-OF-DATE (DATE-IN-NUM-WS)

           IF DATE-IN-INT-WS = ZERO
               THEN
                   MOVE ZERO TO DUE-INT-WS
                   MOVE ZERO TO DISCOUNT-INT-WS
               ELSE
                   COMPUTE DUE-INT-WS = DATE-IN-INT-WS + NET-DAYS-WS
                   COMPUTE DISCOUNT-INT-WS =
                       DATE-IN-INT-WS + DISCOUNT-DAYS-WS
                   IF DISCOUNT-PCT-WS IS GREATER THAN ZERO
                       THEN
                           MOVE 'YES' TO DISCOUNT-OFFERED-SW
                           COMPUTE DISCOUNT-AMOUNT-WS ROUNDED =
                               OVT-AMOUNT (OPEN-IDX-WS)
                                   * DISCOUNT-PCT-WS / 100
                   END-IF
           END-IF

           IF DUE-INT-WS IS LESS THAN OR EQUAL TO CUTOFF-INT-WS
               THEN MOVE 'YES' TO VOUCHER-DUE-SW
           END-IF

           IF DISCOUNT-OFFERED-WS
              AND DISCOUNT-INT-WS IS LESS THAN OR EQUAL TO CUTOFF-INT-WS
              AND DISCOUNT-INT-WS IS NOT LESS THAN RUN-DATE-INT-WS
               THEN MOVE 'YES' TO VOUCHER-DUE-SW
           END-IF.

      *****************************************************************
      *PAID TODAY ON OR BEFORE THE DISCOUNT DATE THE DISCOUNT IS
      *TAKEN.  PAID AFTER IT, THE DISCOUNT THE TERMS OFFERED IS
      *CARRIED AS LOST FOR THE DISCOUNT REPORT AND THE GROSS IS PAID
      *****************************************************************
       340-SET-DISCOUNT.

           MOVE DUE-INT-WS TO CONVERT-INT-WS
           PERFORM 345-CONVERT-TO-MDY
           MOVE CONVERT-MDY-WS TO PW-DUE-DATE

           MOVE SPACES TO PW-DISCOUNT-DATE
           MOVE SPACE  TO PW-DISCOUNT-SW
           MOVE ZERO   TO PW-DISCOUNT-AMOUNT

           IF DISCOUNT-OFFERED-WS
               THEN
                   MOVE DISCOUNT-INT-WS TO CONVERT-INT-WS
                   PERFORM 345-CONVERT-TO-MDY
                   MOVE CONVERT-MDY-WS     TO PW-DISCOUNT-DATE
                   MOVE DISCOUNT-AMOUNT-WS TO PW-DISCOUNT-AMOUNT
                   IF RUN-DATE-INT-WS IS LESS THAN OR EQUAL TO
                           DISCOUNT-INT-WS
                       THEN
                           MOVE 'T' TO PW-DISCOUNT-SW
                           ADD DISCOUNT-AMOUNT-WS
                                       TO SELECTED-DISCOUNT-WS
                       ELSE
                           MOVE 'L' TO PW-DISCOUNT-SW
                   END-IF
           END-IF.

       345-CONVERT-TO-MDY.

           IF CONVERT-INT-WS = ZERO
               THEN MOVE SPACES TO CONVERT-MDY-WS
               ELSE
                   COMPUTE CONVERT-YMD-NUM-WS =
                       FUNCTION DATE-OF-INTEGER (CONVERT-INT-WS)
                   MOVE CONVERT-YMD-NUM-WS TO CONVERT-YMD-WS
                   MOVE CONVERT-YMD-WS (5:2) TO CONVERT-MDY-WS (1:2)
                   MOVE CONVERT-YMD-WS (7:2) TO CONVERT-MDY-WS (3:2)
                   MOVE CONVERT-YMD-WS (1:4) TO CONVERT-MDY-WS (5:4)
           END-IF.

      *****************************************************************
      *THE SELECTED VOUCHERS ARE RESORTED TO SUPPLIER SEQUENCE, THEN
      *LISTED ON A REMITTANCE ADVICE PAGE PER SUPPLIER WHILE THE
                   PERFORM 500-REMIT-HEADER
           END-IF

           IF PT-DISCOUNT-TAKEN
               THEN
                   COMPUTE NET-AMOUNT-WS =
                       PT-AMOUNT - PT-DISCOUNT-AMOUNT
                   MOVE PT-DISCOUNT-AMOUNT TO PY-DISCOUNT-AMOUNT
               ELSE
                   MOVE PT-AMOUNT          TO NET-AMOUNT-WS
                   MOVE ZERO               TO PY-DISCOUNT-AMOUNT
           END-IF

           MOVE PT-SUPPLIER-NUMBER TO PY-SUPPLIER-NUMBER
           MOVE SUPPLIER-NAME-WS   TO PY-SUPPLIER-NAME
           MOVE PT-VOUCHER-NUMBER  TO PY-VOUCHER-NUMBER
           MOVE PT-INVOICE-NUMBER  TO PY-INVOICE-NUMBER
           MOVE NET-AMOUNT-WS      TO PY-NET-AMOUNT
           MOVE RUN-DATE-MDY-WS    TO PY-PAY-DATE
           MOVE PT-AMOUNT          TO PY-GROSS-AMOUNT
           WRITE PAYMENT-RECORD

           ADD PT-AMOUNT          TO PAYMENT-TOTAL-WS
           ADD PY-DISCOUNT-AMOUNT TO PAYMENT-DISCOUNT-WS
           ADD NET-AMOUNT-WS      TO PAYMENT-NET-WS
           ADD PT-AMOUNT          TO REM-SUP-GROSS-WS
           ADD PY-DISCOUNT-AMOUNT TO REM-SUP-DISC-WS
           ADD NET-AMOUNT-WS      TO REM-SUP-DOLS-WS
           ADD 1                  TO PAYMENT-COUNT-WS
           ADD 1                  TO REM-SUP-REC-WS

           MOVE PT-VOUCHER-NUMBER  TO REM-VOUCHER-OUT
           MOVE PT-INVOICE-NUMBER  TO REM-INVOICE-OUT
           MOVE PT-DATE-IN         TO REM-DATE-OUT
           MOVE PT-DUE-DATE        TO REM-DUE-DATE-OUT
           MOVE PT-AMOUNT          TO REM-AMOUNT-OUT
           MOVE PY-DISCOUNT-AMOUNT TO REM-DISCOUNT-OUT
           MOVE NET-AMOUNT-WS      TO REM-NET-OUT

           MOVE  REM-DETAIL-LINE-SETUP TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           IF PT-DISCOUNT-SW NOT = SPACE
               THEN PERFORM 450-DISCOUNT-DETAIL
           END-IF.

       430-FIND-SUPPLIER-NAME.


       440-REM-SUPPLIER-TOTAL.

           MOVE REM-SUP-GROSS-WS TO REM-SUPGROSS-OUT
           MOVE REM-SUP-DISC-WS  TO REM-SUPDISC-OUT
           MOVE REM-SUP-DOLS-WS  TO REM-SUPTOT-OUT
           MOVE REM-SUP-REC-WS   TO REM-SUPREC-OUT

           MOVE  REM-SUP-TOTAL-LINE-SETUP TO REMIT-LINE
           WRITE REMIT-LINE AFTER 2 LINES

           MOVE ZEROS TO REM-SUP-GROSS-WS
           MOVE ZEROS TO REM-SUP-DISC-WS
           MOVE ZEROS TO REM-SUP-DOLS-WS
           MOVE ZEROS TO REM-SUP-REC-WS.

       450-DISCOUNT-DETAIL.

           IF DSC-LINE-COUNT-WS >= 50
               THEN PERFORM 510-DISCOUNT-HEADER
           END-IF

           MOVE PT-SUPPLIER-NUMBER TO DSC-SUPPLIER-OUT
           MOVE SUPPLIER-NAME-WS   TO DSC-NAME-OUT
           MOVE PT-VOUCHER-NUMBER  TO DSC-VOUCHER-OUT
           MOVE PT-INVOICE-NUMBER  TO DSC-INVOICE-OUT
           MOVE PT-DISCOUNT-DATE   TO DSC-DATE-OUT
           MOVE PT-AMOUNT          TO DSC-GROSS-OUT
           MOVE PT-DISCOUNT-AMOUNT TO DSC-DISCOUNT-OUT

           IF PT-DISCOUNT-TAKEN
               THEN
                   MOVE 'TAKEN' TO DSC-STATUS-OUT
                   ADD 1 TO DISC-TAKEN-COUNT-WS
                   ADD PT-DISCOUNT-AMOUNT TO DISC-TAKEN-TOTAL-WS
               ELSE
                   MOVE 'LOST'  TO DSC-STATUS-OUT
                   ADD 1 TO DISC-LOST-COUNT-WS
                   ADD PT-DISCOUNT-AMOUNT TO DISC-LOST-TOTAL-WS
           END-IF

           MOVE  DSC-DETAIL-LINE-SETUP TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1
           ADD 1 TO DSC-LINE-COUNT-WS.

      *****************************************************************
      *ONE ADVICE PAGE PER SUPPLIER - EACH STARTS ON ITS OWN PAGE SO
      *THE ADVICES CAN BE SEPARATED AND MAILED
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1.

       510-DISCOUNT-HEADER.

           ADD 1 TO DSC-PAGE-NUMBER-WS
           MOVE DSC-PAGE-NUMBER-WS TO DSC-PAGE-NUMBER-OUT

           MOVE  DSC-HEADER-LINE-SETUP TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER PAGE

           MOVE  DSC-COLUMN-LINE-SETUP TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 2 LINES

           MOVE SPACES TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1

           MOVE 0 TO DSC-LINE-COUNT-WS.

      *****************************************************************
      *THE PAYMENT FILE IS ONLY RELEASED - AND THE VOUCHERS ONLY
      *FLAGGED PAID - WHEN THE TOTAL AND COUNT WRITTEN TO IT PROVE
                   MOVE 'PAYMENT FILE TOTAL DOES NOT MATCH SELECTION'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF PAYMENT-DISCOUNT-WS NOT = SELECTED-DISCOUNT-WS
               THEN
                   MOVE 'NO' TO PROOF-OK-SW
                   MOVE 'PAYMENT FILE DISCOUNT DOES NOT MATCH SELECTION'
                                       TO REFUSAL-REASON-WS
               ELSE
           IF PAYMENT-COUNT-WS NOT = SELECTED-COUNT-WS
               THEN
                   MOVE 'NO' TO PROOF-OK-SW
                                       TO REFUSAL-REASON-WS
           END-IF
           END-IF
           END-IF

           IF PROOF-OK-WS
               THEN
           MOVE OVT-PAID-SW   (OPEN-IDX-WS) TO ON-PAID-SW
           MOVE OVT-PAID-DATE (OPEN-IDX-WS) TO ON-PAID-DATE
           WRITE OPEN-VOUCHER-NEW-RECORD
           ADD 1 TO OPEN-NEW-COUNT-WS
           IF ON-AMOUNT IS NUMERIC
               THEN ADD ON-AMOUNT TO OPEN-NEW-TOTAL-WS
           END-IF

           SET OPEN-IDX-WS UP BY 1.

           MOVE PAY-COUNT-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'TERMS CODE NOT ON FILE - DUE NOW:'
                                             TO PAY-COUNT-LABEL-OUT
           MOVE TERMS-UNKNOWN-COUNT-WS       TO PAY-COUNT-VALUE-OUT
           MOVE PAY-COUNT-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'VOUCHERS SELECTED FOR PAYMENT:'
                                             TO PAY-COUNT-LABEL-OUT
           MOVE SELECTED-COUNT-WS            TO PAY-COUNT-VALUE-OUT
           MOVE PAY-COUNT-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'SELECTED GROSS TOTAL:'      TO PAY-TOTAL-LABEL-OUT
           MOVE SELECTED-TOTAL-WS            TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'PAYMENT FILE GROSS TOTAL:'  TO PAY-TOTAL-LABEL-OUT
           MOVE PAYMENT-TOTAL-WS             TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'SELECTED DISCOUNT TOTAL:'   TO PAY-TOTAL-LABEL-OUT
           MOVE SELECTED-DISCOUNT-WS         TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'PAYMENT FILE DISCOUNT TOTAL:'
                                             TO PAY-TOTAL-LABEL-OUT
           MOVE PAYMENT-DISCOUNT-WS          TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           MOVE 'PAYMENT FILE NET TOTAL:'    TO PAY-TOTAL-LABEL-OUT
           MOVE PAYMENT-NET-WS               TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO REMIT-LINE
           WRITE REMIT-LINE AFTER 1

           IF PROOF-OK-WS
               THEN
                   MOVE  PROOF-OK-LINE-SETUP TO REMIT-LINE
                   WRITE REMIT-LINE AFTER 1
           END-IF

           PERFORM 950-DISCOUNT-TOTALS

           CLOSE REMIT-REPORT-FILE  DISCOUNT-REPORT-FILE

           PERFORM 960-LOG-GENERATION.

      *****************************************************************
      *A REFUSED PAYMENT FILE PAID NOBODY, SO THE DISCOUNTS LISTED AS
      *TAKEN WERE NOT - THE REPORT SAYS SO UNDER THE TOTALS
      *****************************************************************
       950-DISCOUNT-TOTALS.

           MOVE SPACES TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 2 LINES

           MOVE 'DISCOUNTS TAKEN:'           TO PAY-COUNT-LABEL-OUT
           MOVE DISC-TAKEN-COUNT-WS          TO PAY-COUNT-VALUE-OUT
           MOVE PAY-COUNT-LINE-SETUP         TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1

           MOVE 'DISCOUNT DOLLARS TAKEN:'    TO PAY-TOTAL-LABEL-OUT
           MOVE DISC-TAKEN-TOTAL-WS          TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1

           MOVE 'DISCOUNTS LOST:'            TO PAY-COUNT-LABEL-OUT
           MOVE DISC-LOST-COUNT-WS           TO PAY-COUNT-VALUE-OUT
           MOVE PAY-COUNT-LINE-SETUP         TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1

           MOVE 'DISCOUNT DOLLARS LOST:'     TO PAY-TOTAL-LABEL-OUT
           MOVE DISC-LOST-TOTAL-WS           TO PAY-TOTAL-AMOUNT-OUT
           MOVE PAY-TOTAL-LINE-SETUP         TO DISCOUNT-LINE
           WRITE DISCOUNT-LINE AFTER 1

           IF NOT PROOF-OK-WS
               THEN
                   MOVE  DSC-REFUSAL-LINE-SETUP TO DISCOUNT-LINE
                   WRITE DISCOUNT-LINE AFTER 2 LINES
           END-IF.

      *****************************************************************
      *ENTERS THE NEW OPEN-VOUCHER GENERATION ON THE RUN-CONTROL LOG.
      *A REFUSED RUN EMPTIED OPNNEW8.DAT AND ENDS WITH CONDITION CODE
      *12, SO ITS ENTRY IS ONE GENPRO8 WILL NEVER PROMOTE
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
           MOVE 'PAYSEL8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON
           MOVE 'OPNNEW8.DAT'        TO RL-GEN-FILE
           MOVE OPEN-NEW-COUNT-WS    TO RL-GEN-RECORDS
           MOVE OPEN-NEW-TOTAL-WS    TO RL-GEN-TOTAL
           MOVE OPEN-IN-COUNT-WS     TO RL-GEN-LIVE-RECORDS
           MOVE OPEN-IN-TOTAL-WS     TO RL-GEN-LIVE-TOTAL

           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

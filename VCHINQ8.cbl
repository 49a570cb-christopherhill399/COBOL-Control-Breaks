       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VCHINQ8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL INQUIRY-REQUEST-FILE ASSIGN TO 'VINQRQ8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPNS8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELEASE-LOG-FILE ASSIGN TO 'SUSREL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELD-VOUCHER-FILE ASSIGN TO 'HELDVH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELD-RELEASE-LOG-FILE ASSIGN TO
           'HLDREL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE ASSIGN TO
           'VHSTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VH-HIST-KEY.

           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO 'VHARC8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-DIST-FILE ASSIGN TO 'VCHDST8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO 'PAYFIL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-REGISTER-FILE ASSIGN TO 'PAYREG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-LISTING-FILE ASSIGN TO 'REJECT8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVENT-WORK-FILE ASSIGN TO 'INQWRK8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVENT-SORT-FILE ASSIGN TO 'SORTWK8'.

           SELECT EVENT-SORTED-FILE ASSIGN TO 'INQSRT8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'VCHINQ8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE INQUIRY PER RECORD - SUPPLIER NUMBER AND INVOICE NUMBER,
      *OR THE VOUCHER NUMBER ALONE.  WHATEVER IS LEFT BLANK IS FILLED
      *IN FROM THE FIRST FILE THAT CARRIES THE ITEM, SO EVERY FILE
      *CAN THEN BE SEARCHED ON THE FULL KEY
      *****************************************************************
       FD  INQUIRY-REQUEST-FILE RECORDING MODE IS F.
       01  INQUIRY-REQUEST-RECORD.
           05  IQ-SUPPLIER-NUMBER      PIC X(5).
           05  IQ-INVOICE-NUMBER       PIC X(8).
           05  IQ-VOUCHER-NUMBER       PIC X(6).

       FD  SUSPENSE-FILE RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SU-RECORD-IMAGE         PIC X(80).
           05  SU-REJECT-REASON        PIC X(25).
           05  SU-RUN-DATE             PIC X(8).

      *****************************************************************
      *SUSPENSE ITEMS SUSFIX8 HAS CORRECTED AND SENT BACK FOR
      *RECYCLE, WITH THE REASON AND RUN DATE THEY WERE REJECTED ON
      *****************************************************************
       FD  RELEASE-LOG-FILE RECORDING MODE IS F.
       01  RELEASE-LOG-RECORD.
           05  SR-RECORD-IMAGE         PIC X(80).
           05  SR-REJECT-REASON        PIC X(25).
           05  SR-REJECT-RUN-DATE      PIC X(8).
           05  SR-RELEASE-DATE         PIC X(8).

       FD  HELD-VOUCHER-FILE RECORDING MODE IS F.
       01  HELD-VOUCHER-RECORD.
           05  HD-RECORD-IMAGE         PIC X(80).
           05  HD-RUN-DATE             PIC X(8).

      *****************************************************************
      *VOUCHERS THE MAIN RUN HAS TAKEN OFF HOLD, WITH THE DATE HELD,
      *THE DATE RELEASED AND WHAT BECAME OF EACH ONE
      *****************************************************************
       FD  HELD-RELEASE-LOG-FILE RECORDING MODE IS F.
       01  HELD-RELEASE-LOG-RECORD.
           05  HR-RECORD-IMAGE         PIC X(80).
           05  HR-HELD-DATE            PIC X(8).
           05  HR-RELEASE-DATE         PIC X(8).
           05  HR-DISPOSITION          PIC X.
               88  HR-RELEASE-PRINTED      VALUE 'P'.
               88  HR-RELEASE-DUPLICATE    VALUE 'D'.
               88  HR-RELEASE-REJECTED     VALUE 'R'.

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

       FD  HIST-ARCHIVE-FILE RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD.
           05  AR-SUPPLIER-NUMBER      PIC X(5).
           05  AR-INVOICE-NUMBER       PIC X(8).
           05  AR-VOUCHER-NUMBER       PIC X(6).
           05  AR-RUN-DATE             PIC X(8).
           05  AR-ARCHIVE-DATE         PIC X(8).
           05  AR-CANCEL-SW            PIC X.
               88  AR-ENTRY-CANCELLED  VALUE 'C'.
           05  AR-CANCEL-DATE          PIC X(8).

      *****************************************************************
      *SPLIT-VOUCHER DISTRIBUTION FILE AS TSTPROB8 WRITES IT - ONE
      *RECORD PER LINE, DATED WITH THE RUN THAT POSTED IT
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
      *THE LATEST MAIN RUN'S REJECT LISTING, READ AS PRINT LINES.
      *ONLY THE DETAIL LINES ARE USED - THEY CARRY THE VOUCHER BUT
      *NO SUPPLIER, INVOICE OR DATE, SO THEY ARE MATCHED ON VOUCHER
      *****************************************************************
       FD  REJECT-LISTING-FILE RECORDING MODE IS F.
       01  REJECT-LISTING-LINE.
           05  RJ-LEAD-SPACES          PIC X(3).
           05  RJ-RECORD-TYPE          PIC X.
           05  RJ-GAP-1                PIC X(9).
           05  RJ-ACCOUNT-NUMBER       PIC X(4).
           05  RJ-GAP-2                PIC X(7).
           05  RJ-VOUCHER-NUMBER       PIC X(6).
           05  RJ-GAP-3                PIC X(5).
           05  RJ-REJECT-REASON        PIC X(25).
           05  FILLER                  PIC X(20).

      *****************************************************************
      *ONE RECORD PER EVENT FOUND FOR AN INQUIRY - SORTED INTO
      *INQUIRY ORDER, THEN DATE, THEN STAGE, SO EACH INQUIRY PRINTS
      *AS A TIMELINE.  UNDATED EVENTS CARRY 99999999 AND SORT LAST
      *****************************************************************
       FD  EVENT-WORK-FILE RECORDING MODE IS F.
       01  EVENT-WORK-RECORD.
           05  EW-REQUEST-SEQ          PIC 9(4).
           05  EW-SORT-DATE            PIC X(8).
           05  EW-STAGE                PIC 9(2).
           05  EW-PRINT-DATE           PIC X(10).
           05  EW-SOURCE               PIC X(8).
           05  EW-EVENT-TEXT           PIC X(40).
           05  EW-EVENT-DETAIL         PIC X(30).
           05  EW-AMOUNT-SW            PIC X(3).
           05  EW-AMOUNT               PIC S9(7)V99.

       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-RECORD.
           05  ES-REQUEST-SEQ          PIC 9(4).
           05  ES-SORT-DATE            PIC X(8).
           05  ES-STAGE                PIC 9(2).
           05  ES-PRINT-DATE           PIC X(10).
           05  ES-SOURCE               PIC X(8).
           05  ES-EVENT-TEXT           PIC X(40).
           05  ES-EVENT-DETAIL         PIC X(30).
           05  ES-AMOUNT-SW            PIC X(3).
           05  ES-AMOUNT               PIC S9(7)V99.

       FD  EVENT-SORTED-FILE RECORDING MODE IS F.
       01  EVENT-SORTED-RECORD.
           05  ET-REQUEST-SEQ          PIC 9(4).
           05  ET-SORT-DATE            PIC X(8).
           05  ET-STAGE                PIC 9(2).
           05  ET-PRINT-DATE           PIC X(10).
           05  ET-SOURCE               PIC X(8).
           05  ET-EVENT-TEXT           PIC X(40).
           05  ET-EVENT-DETAIL         PIC X(30).
           05  ET-AMOUNT-SW            PIC X(3).
           05  ET-AMOUNT               PIC S9(7)V99.

       FD  INQUIRY-REPORT-FILE RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

      *****************************************************************
      *THE FILES ARE READ TWICE - FIRST TO FILL IN THE KEYS EACH
      *INQUIRY LEFT BLANK, THEN TO WRITE THE EVENTS ONCE EVERY
      *INQUIRY CARRIES ITS FULL KEY
      *****************************************************************
           05  SCAN-PASS-WS            PIC X           VALUE SPACE.
               88  RESOLVE-PASS-WS             VALUE 'R'.
               88  EVENT-PASS-WS               VALUE 'E'.

           05  REQUEST-OVFL-SW         PIC X(3)        VALUE 'NO'.
               88  REQUEST-OVFL-WS             VALUE 'YES'.
           05  REQUEST-MATCH-SW        PIC X(3)        VALUE 'NO'.
               88  REQUEST-MATCHED-WS          VALUE 'YES'.
           05  REQ-SEQ-WS              PIC 9(4)        VALUE ZERO.

      *****************************************************************
      *THE ITEM JUST READ FROM WHICHEVER FILE IS BEING SEARCHED
      *****************************************************************
           05  MATCH-SOURCE-WS         PIC X(8)        VALUE SPACES.
           05  MATCH-SUPPLIER-WS       PIC X(5)        VALUE SPACES.
           05  MATCH-INVOICE-WS        PIC X(8)        VALUE SPACES.
           05  MATCH-VOUCHER-WS        PIC X(6)        VALUE SPACES.
           05  MATCH-RUN-DATE-WS       PIC X(8)        VALUE SPACES.

      *****************************************************************
      *ONE EVENT BEING BUILT FOR THE WORK FILE
      *****************************************************************
           05  EVENT-DATE-WS           PIC X(8)        VALUE SPACES.
           05  EVENT-DATE-PARTS-WS REDEFINES EVENT-DATE-WS.
               10  EVENT-MM-WS         PIC X(2).
               10  EVENT-DD-WS         PIC X(2).
               10  EVENT-YYYY-WS       PIC X(4).
           05  EVENT-SORT-DATE-WS.
               10  SORT-YYYY-WS        PIC X(4).
               10  SORT-MM-WS          PIC X(2).
               10  SORT-DD-WS          PIC X(2).
           05  EVENT-PRINT-DATE-WS.
               10  PRINT-MM-WS         PIC X(2).
               10  FILLER              PIC X           VALUE '/'.
               10  PRINT-DD-WS         PIC X(2).
               10  FILLER              PIC X           VALUE '/'.
               10  PRINT-YYYY-WS       PIC X(4).
           05  EVENT-LABEL-WS          PIC X(10)       VALUE 'UNDATED'.
           05  EVENT-STAGE-WS          PIC 9(2)        VALUE ZERO.
           05  EVENT-TEXT-WS           PIC X(40)       VALUE SPACES.
           05  EVENT-DETAIL-WS         PIC X(30)       VALUE SPACES.
           05  EVENT-AMOUNT-SW         PIC X(3)        VALUE 'NO'.
           05  EVENT-AMOUNT-WS         PIC S9(7)V99    VALUE ZERO.
           05  DISCOUNT-EDIT-WS        PIC ZZ,ZZ9.99-.

           05  PAGE-LINE-COUNT         PIC 999         VALUE ZERO.
           05  PAGE-NUMBER-WS          PIC 9(4)        VALUE ZERO.

           05  REQUESTS-READ-WS        PIC 9(5)        VALUE ZERO.
           05  REQUESTS-FOUND-WS       PIC 9(5)        VALUE ZERO.
           05  REQUESTS-NOT-FOUND-WS   PIC 9(5)        VALUE ZERO.
           05  REQUESTS-INCOMPLETE-WS  PIC 9(5)        VALUE ZERO.
           05  EVENTS-WRITTEN-WS       PIC 9(7)        VALUE ZERO.
           05  EVENTS-PRINTED-WS       PIC 9(7)        VALUE ZERO.

      *****************************************************************
      *THE 80-BYTE INPUT IMAGE CARRIED ON SUSPENSE, THE HELD FILE AND
      *BOTH RELEASE LOGS
      *****************************************************************
       01  INVENT-IMAGE-WS.
           05  IMG-RECORD-TYPE         PIC X.
           05  IMG-BATCH-NUMBER        PIC XX.
           05  IMG-SUPPLIER-NUMBER     PIC X(5).
           05  IMG-VOUCHER-NUMBER      PIC X(6).
           05  IMG-INVOICE-NUMBER      PIC X(8).
           05  IMG-ACCOUNT-NUMBER      PIC X(4).
           05  IMG-STORE-NUMBER        PIC X(3).
           05  IMG-DATE-IN             PIC X(8).
           05  FILLER                  PIC X(12).
           05  IMG-AMOUNT              PIC S9(6)V99.
           05  IMG-SUPPLIER-NAME       PIC X(23).

       01  EOF-WS.
           05  EOF-REQUEST-WS          PIC X(3) VALUE 'NO'.
           05  EOF-SUSPENSE-WS         PIC X(3) VALUE 'NO'.
           05  EOF-RELEASE-LOG-WS      PIC X(3) VALUE 'NO'.
           05  EOF-HELD-WS             PIC X(3) VALUE 'NO'.
           05  EOF-HELD-RELEASE-WS     PIC X(3) VALUE 'NO'.
           05  EOF-HISTORY-WS          PIC X(3) VALUE 'NO'.
           05  EOF-ARCHIVE-WS          PIC X(3) VALUE 'NO'.
           05  EOF-DIST-WS             PIC X(3) VALUE 'NO'.
           05  EOF-OPEN-VOUCHER-WS     PIC X(3) VALUE 'NO'.
           05  EOF-PAYMENT-WS          PIC X(3) VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-REJECT-WS           PIC X(3) VALUE 'NO'.
           05  EOF-SORTED-WS           PIC X(3) VALUE 'NO'.

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
      *ONE ENTRY PER INQUIRY - THE KEYS AS ASKED, THE KEYS AS FOUND,
      *THE RUN DATE THE HISTORY SHOWS IT PRINTED IN, THE VOUCHER
      *NUMBER IF IT WAS A SPLIT VOUCHER, AND HOW MANY EVENTS WERE
      *FOUND.  STATUS 'I' MARKS AN INQUIRY WITHOUT ENOUGH KEY TO
      *SEARCH ON
      *****************************************************************
       01  REQUEST-TABLE-WS.
           05  REQ-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  REQ-TABLE-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY REQ-IDX-WS.
               10  REQ-TBL-ASK-SUPPLIER PIC X(5).
               10  REQ-TBL-ASK-INVOICE PIC X(8).
               10  REQ-TBL-ASK-VOUCHER PIC X(6).
               10  REQ-TBL-SUPPLIER    PIC X(5).
               10  REQ-TBL-INVOICE     PIC X(8).
               10  REQ-TBL-VOUCHER     PIC X(6).
               10  REQ-TBL-RUN-DATE    PIC X(8).
               10  REQ-TBL-SPLIT-VOUCHER PIC X(6).
               10  REQ-TBL-STATUS      PIC X.
               10  REQ-TBL-EVENTS      PIC 9(4).

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
           'VOUCHER LIFECYCLE INQUIRY'.

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
           05  FILLER              PIC X(6)  VALUE SPACES.
           05                      PIC X(10) VALUE 'DATE'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'FILE'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(40) VALUE 'EVENT'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(30) VALUE 'DETAIL'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(14) VALUE '        AMOUNT'.

       01  INQUIRY-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'INQUIRY '.
           05  INQ-SEQ-OUT             PIC ZZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(10) VALUE 'SUPPLIER: '.
           05  INQ-SUPPLIER-OUT        PIC X(5).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'INVOICE: '.
           05  INQ-INVOICE-OUT         PIC X(8).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'VOUCHER: '.
           05  INQ-VOUCHER-OUT         PIC X(6).

       01  FOUND-AS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05                          PIC X(24) VALUE
           'FOUND ON FILE AS  SUPP: '.
           05  FND-SUPPLIER-OUT        PIC X(5).
           05                          PIC X(7)  VALUE '  INV: '.
           05  FND-INVOICE-OUT         PIC X(8).
           05                          PIC X(8)  VALUE '  VCHR: '.
           05  FND-VOUCHER-OUT         PIC X(6).

       01  EVENT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  EVL-DATE-OUT            PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EVL-SOURCE-OUT          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EVL-TEXT-OUT            PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EVL-DETAIL-OUT          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EVL-AMOUNT-OUT          PIC $$$$,$$9.99BCR.
           05  EVL-AMOUNT-X REDEFINES EVL-AMOUNT-OUT
                                       PIC X(14).

       01  NOT-FOUND-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05                          PIC X(60) VALUE
           'NOT FOUND ON ANY FILE - INVOICE WAS NEVER RECEIVED'.

       01  INCOMPLETE-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05                          PIC X(60) VALUE
           'INQUIRY INCOMPLETE - GIVE SUPPLIER AND INVOICE, OR VOUCHER'.

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-RESOLVE-KEYS
           PERFORM 400-GATHER-EVENTS
           PERFORM 500-PRINT-INQUIRIES
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *THE INQUIRIES ARE LOADED BEFORE THE REPORT IS OPENED - MORE
      *THAN THE TABLE HOLDS STOPS THE RUN RATHER THAN ANSWER SOME
      *OF THEM AND SILENTLY DROP THE REST
      *****************************************************************
       200-OPEN.

           OPEN INPUT INQUIRY-REQUEST-FILE

           PERFORM 210-READ-REQUEST
               UNTIL EOF-REQUEST-WS = 'YES'

           CLOSE INQUIRY-REQUEST-FILE

           IF REQUEST-OVFL-WS
               THEN
                   DISPLAY 'VCHINQ8 - MORE THAN 500 INQUIRIES ON'
                       ' VINQRQ8'
                   DISPLAY 'RUN STOPPED - NO REPORT WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT.
      ******************************************************************

       210-READ-REQUEST.

           READ INQUIRY-REQUEST-FILE
           AT END MOVE 'YES' TO EOF-REQUEST-WS
           END-READ

           IF EOF-REQUEST-WS = 'NO'
               THEN
                   ADD 1 TO REQUESTS-READ-WS
                   IF REQ-TABLE-COUNT-WS IS LESS THAN 500
                       THEN PERFORM 220-ADD-REQUEST
                       ELSE MOVE 'YES' TO REQUEST-OVFL-SW
                   END-IF
           END-IF.

       220-ADD-REQUEST.

           ADD 1 TO REQ-TABLE-COUNT-WS
           SET REQ-IDX-WS TO REQ-TABLE-COUNT-WS

           MOVE IQ-SUPPLIER-NUMBER TO REQ-TBL-ASK-SUPPLIER (REQ-IDX-WS)
                                      REQ-TBL-SUPPLIER     (REQ-IDX-WS)
           MOVE IQ-INVOICE-NUMBER  TO REQ-TBL-ASK-INVOICE  (REQ-IDX-WS)
                                      REQ-TBL-INVOICE      (REQ-IDX-WS)
           MOVE IQ-VOUCHER-NUMBER  TO REQ-TBL-ASK-VOUCHER  (REQ-IDX-WS)
                                      REQ-TBL-VOUCHER      (REQ-IDX-WS)
           MOVE SPACES             TO REQ-TBL-RUN-DATE     (REQ-IDX-WS)
           MOVE SPACES             TO REQ-TBL-SPLIT-VOUCHER (REQ-IDX-WS)
           MOVE SPACE              TO REQ-TBL-STATUS       (REQ-IDX-WS)
           MOVE ZERO               TO REQ-TBL-EVENTS       (REQ-IDX-WS)

      *****************************************************************
      *AN INVOICE NUMBER IS ONLY UNIQUE WITHIN ITS SUPPLIER, SO
      *ONE WITHOUT THE OTHER CANNOT BE SEARCHED ON - THE INQUIRY
      *NEEDS BOTH, OR A VOUCHER NUMBER
      *****************************************************************
           IF (IQ-SUPPLIER-NUMBER = SPACES
               OR IQ-INVOICE-NUMBER = SPACES)
              AND IQ-VOUCHER-NUMBER = SPACES
               THEN MOVE 'I' TO REQ-TBL-STATUS (REQ-IDX-WS)
           END-IF.

      *****************************************************************
      *FIRST PASS - FILL IN WHATEVER KEY EACH INQUIRY LEFT BLANK, AND
      *PICK UP THE RUN DATE THE HISTORY SHOWS THE VOUCHER PRINTED IN
      *****************************************************************
       300-RESOLVE-KEYS.

           MOVE 'R' TO SCAN-PASS-WS
           PERFORM 600-SCAN-ALL-FILES.

      *****************************************************************
      *SECOND PASS - EVERY MATCHING ITEM ON EVERY FILE WRITES ITS
      *EVENTS TO THE WORK FILE.  THE REJECT LISTING IS ONLY SEARCHED
      *HERE, SINCE IT CARRIES NOTHING BUT THE VOUCHER NUMBER
      *****************************************************************
       400-GATHER-EVENTS.

           OPEN OUTPUT EVENT-WORK-FILE

           MOVE 'E' TO SCAN-PASS-WS
           PERFORM 600-SCAN-ALL-FILES
           PERFORM 695-SCAN-REJECT-LISTING

           CLOSE EVENT-WORK-FILE

           SORT EVENT-SORT-FILE
               ON ASCENDING KEY ES-REQUEST-SEQ
                                ES-SORT-DATE
                                ES-STAGE
               USING  EVENT-WORK-FILE
               GIVING EVENT-SORTED-FILE.

      *****************************************************************
      *THE INQUIRIES PRINT IN THE ORDER THEY WERE ASKED, EACH ONE
      *FOLLOWED BY ITS EVENTS FROM THE SORTED FILE.  AN INQUIRY WITH
      *NO EVENTS SAYS SO PLAINLY
      *****************************************************************
       500-PRINT-INQUIRIES.

           PERFORM 550-HEADER

           OPEN INPUT EVENT-SORTED-FILE
           PERFORM 510-READ-SORTED

           SET REQ-IDX-WS TO 1
           PERFORM 520-PRINT-ONE-INQUIRY
               REQ-TABLE-COUNT-WS TIMES

           CLOSE EVENT-SORTED-FILE.

       510-READ-SORTED.

           READ EVENT-SORTED-FILE
           AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       520-PRINT-ONE-INQUIRY.

           SET REQ-SEQ-WS TO REQ-IDX-WS

           IF PAGE-LINE-COUNT IS GREATER THAN 40
               THEN PERFORM 550-HEADER
           END-IF

           MOVE REQ-SEQ-WS                       TO INQ-SEQ-OUT
           MOVE REQ-TBL-ASK-SUPPLIER (REQ-IDX-WS) TO INQ-SUPPLIER-OUT
           MOVE REQ-TBL-ASK-INVOICE  (REQ-IDX-WS) TO INQ-INVOICE-OUT
           MOVE REQ-TBL-ASK-VOUCHER  (REQ-IDX-WS) TO INQ-VOUCHER-OUT
           MOVE  INQUIRY-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES
           ADD 2 TO PAGE-LINE-COUNT

           IF REQ-TBL-STATUS (REQ-IDX-WS) = 'I'
               THEN
                   ADD 1 TO REQUESTS-INCOMPLETE-WS
                   MOVE INCOMPLETE-LINE-SETUP TO REPORT-LINE
                   PERFORM 540-WRITE-MESSAGE
               ELSE
                   IF REQ-TBL-EVENTS (REQ-IDX-WS) = ZERO
                       THEN
                           ADD 1 TO REQUESTS-NOT-FOUND-WS
                           MOVE NOT-FOUND-LINE-SETUP TO REPORT-LINE
                           PERFORM 540-WRITE-MESSAGE
                       ELSE
                           ADD 1 TO REQUESTS-FOUND-WS
                           PERFORM 525-PRINT-FOUND-AS
                           PERFORM 530-PRINT-EVENT
                               UNTIL EOF-SORTED-WS = 'YES'
                                  OR ET-REQUEST-SEQ NOT = REQ-SEQ-WS
                   END-IF
           END-IF

           SET REQ-IDX-WS UP BY 1.

      *****************************************************************
      *WHEN THE FILES FILLED IN A KEY THE INQUIRY LEFT BLANK, THE
      *FULL KEY IS SHOWN SO THE CLERK CAN QUOTE IT BACK
      *****************************************************************
       525-PRINT-FOUND-AS.

           IF REQ-TBL-SUPPLIER (REQ-IDX-WS)
                  NOT = REQ-TBL-ASK-SUPPLIER (REQ-IDX-WS)
              OR REQ-TBL-INVOICE (REQ-IDX-WS)
                  NOT = REQ-TBL-ASK-INVOICE (REQ-IDX-WS)
              OR REQ-TBL-VOUCHER (REQ-IDX-WS)
                  NOT = REQ-TBL-ASK-VOUCHER (REQ-IDX-WS)
               THEN
                   MOVE REQ-TBL-SUPPLIER (REQ-IDX-WS)
                                       TO FND-SUPPLIER-OUT
                   MOVE REQ-TBL-INVOICE  (REQ-IDX-WS)
                                       TO FND-INVOICE-OUT
                   MOVE REQ-TBL-VOUCHER  (REQ-IDX-WS)
                                       TO FND-VOUCHER-OUT
                   MOVE  FOUND-AS-LINE-SETUP TO REPORT-LINE
                   WRITE REPORT-LINE AFTER 1
                   ADD 1 TO PAGE-LINE-COUNT
           END-IF.

       530-PRINT-EVENT.

           IF PAGE-LINE-COUNT IS GREATER THAN 50
               THEN PERFORM 550-HEADER
           END-IF

           MOVE ET-PRINT-DATE   TO EVL-DATE-OUT
           MOVE ET-SOURCE       TO EVL-SOURCE-OUT
           MOVE ET-EVENT-TEXT   TO EVL-TEXT-OUT
           MOVE ET-EVENT-DETAIL TO EVL-DETAIL-OUT
           IF ET-AMOUNT-SW = 'YES'
               THEN MOVE ET-AMOUNT TO EVL-AMOUNT-OUT
               ELSE MOVE SPACES    TO EVL-AMOUNT-X
           END-IF

           MOVE  EVENT-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1
           ADD 1 TO PAGE-LINE-COUNT
           ADD 1 TO EVENTS-PRINTED-WS

           PERFORM 510-READ-SORTED.

       540-WRITE-MESSAGE.

           WRITE REPORT-LINE AFTER 1
           ADD 1 TO PAGE-LINE-COUNT.

       550-HEADER.

           ADD 1 TO PAGE-NUMBER-WS
           MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

           MOVE  REPORT-HEADER-LINE-SETUP    TO  REPORT-LINE
           WRITE REPORT-LINE AFTER PAGE

           MOVE  COLUMN-HEADER-LINE-SETUP    TO  REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1 LINE

           MOVE 0 TO PAGE-LINE-COUNT.

      *****************************************************************
      *EVERY FILE A VOUCHER CAN PASS THROUGH, IN THE ORDER IT WOULD
      *PASS THROUGH THEM.  THE SAME SCAN SERVES BOTH PASSES
      *****************************************************************
       600-SCAN-ALL-FILES.

           PERFORM 610-SCAN-SUSPENSE
           PERFORM 620-SCAN-SUSPENSE-RELEASES
           PERFORM 630-SCAN-HELD
           PERFORM 640-SCAN-HOLD-RELEASES
           PERFORM 650-SCAN-HISTORY
           PERFORM 660-SCAN-ARCHIVE
           PERFORM 667-SCAN-DISTRIBUTION
           PERFORM 670-SCAN-OPEN-VOUCHERS
           PERFORM 680-SCAN-PAYMENTS
           PERFORM 690-SCAN-REGISTER.

       610-SCAN-SUSPENSE.

           MOVE 'NO' TO EOF-SUSPENSE-WS
           OPEN INPUT SUSPENSE-FILE

           PERFORM 615-READ-SUSPENSE
               UNTIL EOF-SUSPENSE-WS = 'YES'

           CLOSE SUSPENSE-FILE.

      *****************************************************************
      *BATCH HEADERS AND THE DISTRIBUTION LINES OF A SPLIT VOUCHER
      *CARRY NO SUPPLIER OR INVOICE OF THEIR OWN AND ARE PASSED OVER
      *****************************************************************
       615-READ-SUSPENSE.

           READ SUSPENSE-FILE
           AT END MOVE 'YES' TO EOF-SUSPENSE-WS
           END-READ

           IF EOF-SUSPENSE-WS = 'NO'
               THEN
                   MOVE SU-RECORD-IMAGE TO INVENT-IMAGE-WS
                   IF IMG-RECORD-TYPE NOT = '1'
                      AND IMG-RECORD-TYPE NOT = '3'
                       THEN
                           MOVE 'SUSPNS8' TO MATCH-SOURCE-WS
                           PERFORM 605-MATCH-FROM-IMAGE
                   END-IF
           END-IF.

       605-MATCH-FROM-IMAGE.

           MOVE IMG-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
           MOVE IMG-INVOICE-NUMBER  TO MATCH-INVOICE-WS
           MOVE IMG-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
           MOVE SPACES              TO MATCH-RUN-DATE-WS
           PERFORM 700-MATCH-REQUESTS.

       620-SCAN-SUSPENSE-RELEASES.

           MOVE 'NO' TO EOF-RELEASE-LOG-WS
           OPEN INPUT RELEASE-LOG-FILE

           PERFORM 625-READ-SUSPENSE-RELEASE
               UNTIL EOF-RELEASE-LOG-WS = 'YES'

           CLOSE RELEASE-LOG-FILE.

       625-READ-SUSPENSE-RELEASE.

           READ RELEASE-LOG-FILE
           AT END MOVE 'YES' TO EOF-RELEASE-LOG-WS
           END-READ

           IF EOF-RELEASE-LOG-WS = 'NO'
               THEN
                   MOVE SR-RECORD-IMAGE TO INVENT-IMAGE-WS
                   IF IMG-RECORD-TYPE NOT = '1'
                      AND IMG-RECORD-TYPE NOT = '3'
                       THEN
                           MOVE 'SUSREL8' TO MATCH-SOURCE-WS
                           PERFORM 605-MATCH-FROM-IMAGE
                   END-IF
           END-IF.

       630-SCAN-HELD.

           MOVE 'NO' TO EOF-HELD-WS
           OPEN INPUT HELD-VOUCHER-FILE

           PERFORM 635-READ-HELD
               UNTIL EOF-HELD-WS = 'YES'

           CLOSE HELD-VOUCHER-FILE.

       635-READ-HELD.

           READ HELD-VOUCHER-FILE
           AT END MOVE 'YES' TO EOF-HELD-WS
           END-READ

           IF EOF-HELD-WS = 'NO'
               THEN
                   MOVE HD-RECORD-IMAGE TO INVENT-IMAGE-WS
                   IF IMG-RECORD-TYPE NOT = '1'
                      AND IMG-RECORD-TYPE NOT = '3'
                       THEN
                           MOVE 'HELDVH8' TO MATCH-SOURCE-WS
                           PERFORM 605-MATCH-FROM-IMAGE
                   END-IF
           END-IF.

       640-SCAN-HOLD-RELEASES.

           MOVE 'NO' TO EOF-HELD-RELEASE-WS
           OPEN INPUT HELD-RELEASE-LOG-FILE

           PERFORM 645-READ-HOLD-RELEASE
               UNTIL EOF-HELD-RELEASE-WS = 'YES'

           CLOSE HELD-RELEASE-LOG-FILE.

       645-READ-HOLD-RELEASE.

           READ HELD-RELEASE-LOG-FILE
           AT END MOVE 'YES' TO EOF-HELD-RELEASE-WS
           END-READ

           IF EOF-HELD-RELEASE-WS = 'NO'
               THEN
                   MOVE HR-RECORD-IMAGE TO INVENT-IMAGE-WS
                   IF IMG-RECORD-TYPE NOT = '1'
                      AND IMG-RECORD-TYPE NOT = '3'
                       THEN
                           MOVE 'HLDREL8' TO MATCH-SOURCE-WS
                           PERFORM 605-MATCH-FROM-IMAGE
                   END-IF
           END-IF.

      *****************************************************************
      *THE KEYED HISTORY IS READ FRONT TO BACK - AN INQUIRY BY
      *VOUCHER NUMBER ALONE HAS NO KEY TO READ IT BY
      *****************************************************************
       650-SCAN-HISTORY.

           MOVE 'NO' TO EOF-HISTORY-WS
           OPEN INPUT VOUCHER-HISTORY-FILE

           PERFORM 655-READ-HISTORY
               UNTIL EOF-HISTORY-WS = 'YES'

           CLOSE VOUCHER-HISTORY-FILE.

       655-READ-HISTORY.

           READ VOUCHER-HISTORY-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ

           IF EOF-HISTORY-WS = 'NO'
               THEN
                   MOVE 'VHSTIX8'          TO MATCH-SOURCE-WS
                   MOVE VH-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE VH-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE VH-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE VH-RUN-DATE        TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       660-SCAN-ARCHIVE.

           MOVE 'NO' TO EOF-ARCHIVE-WS
           OPEN INPUT HIST-ARCHIVE-FILE

           PERFORM 665-READ-ARCHIVE
               UNTIL EOF-ARCHIVE-WS = 'YES'

           CLOSE HIST-ARCHIVE-FILE.

       665-READ-ARCHIVE.

           READ HIST-ARCHIVE-FILE
           AT END MOVE 'YES' TO EOF-ARCHIVE-WS
           END-READ

           IF EOF-ARCHIVE-WS = 'NO'
               THEN
                   MOVE 'VHARC8'           TO MATCH-SOURCE-WS
                   MOVE AR-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE AR-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE AR-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE AR-RUN-DATE        TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       667-SCAN-DISTRIBUTION.

           MOVE 'NO' TO EOF-DIST-WS
           OPEN INPUT VOUCHER-DIST-FILE

           PERFORM 668-READ-DISTRIBUTION
               UNTIL EOF-DIST-WS = 'YES'

           CLOSE VOUCHER-DIST-FILE.

       668-READ-DISTRIBUTION.

           READ VOUCHER-DIST-FILE
           AT END MOVE 'YES' TO EOF-DIST-WS
           END-READ

           IF EOF-DIST-WS = 'NO'
               THEN
                   MOVE 'VCHDST8'          TO MATCH-SOURCE-WS
                   MOVE VD-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE VD-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE VD-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE VD-RUN-DATE        TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       670-SCAN-OPEN-VOUCHERS.

           MOVE 'NO' TO EOF-OPEN-VOUCHER-WS
           OPEN INPUT OPEN-VOUCHER-FILE

           PERFORM 675-READ-OPEN-VOUCHER
               UNTIL EOF-OPEN-VOUCHER-WS = 'YES'

           CLOSE OPEN-VOUCHER-FILE.

       675-READ-OPEN-VOUCHER.

           READ OPEN-VOUCHER-FILE
           AT END MOVE 'YES' TO EOF-OPEN-VOUCHER-WS
           END-READ

           IF EOF-OPEN-VOUCHER-WS = 'NO'
               THEN
                   MOVE 'OPNVCH8'          TO MATCH-SOURCE-WS
                   MOVE OV-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE OV-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE OV-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE SPACES             TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       680-SCAN-PAYMENTS.

           MOVE 'NO' TO EOF-PAYMENT-WS
           OPEN INPUT PAYMENT-FILE

           PERFORM 685-READ-PAYMENT
               UNTIL EOF-PAYMENT-WS = 'YES'

           CLOSE PAYMENT-FILE.

       685-READ-PAYMENT.

           READ PAYMENT-FILE
           AT END MOVE 'YES' TO EOF-PAYMENT-WS
           END-READ

           IF EOF-PAYMENT-WS = 'NO'
               THEN
                   MOVE 'PAYFIL8'          TO MATCH-SOURCE-WS
                   MOVE PY-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE PY-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE PY-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE SPACES             TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       690-SCAN-REGISTER.

           MOVE 'NO' TO EOF-REGISTER-WS
           OPEN INPUT PAYMENT-REGISTER-FILE

           PERFORM 692-READ-REGISTER
               UNTIL EOF-REGISTER-WS = 'YES'

           CLOSE PAYMENT-REGISTER-FILE.

       692-READ-REGISTER.

           READ PAYMENT-REGISTER-FILE
           AT END MOVE 'YES' TO EOF-REGISTER-WS
           END-READ

           IF EOF-REGISTER-WS = 'NO'
               THEN
                   MOVE 'PAYREG8'          TO MATCH-SOURCE-WS
                   MOVE RG-SUPPLIER-NUMBER TO MATCH-SUPPLIER-WS
                   MOVE RG-INVOICE-NUMBER  TO MATCH-INVOICE-WS
                   MOVE RG-VOUCHER-NUMBER  TO MATCH-VOUCHER-WS
                   MOVE SPACES             TO MATCH-RUN-DATE-WS
                   PERFORM 700-MATCH-REQUESTS
           END-IF.

       695-SCAN-REJECT-LISTING.

           MOVE 'NO' TO EOF-REJECT-WS
           OPEN INPUT REJECT-LISTING-FILE

           PERFORM 697-READ-REJECT-LINE
               UNTIL EOF-REJECT-WS = 'YES'

           CLOSE REJECT-LISTING-FILE.

      *****************************************************************
      *A DETAIL LINE HAS THE RECORD TYPE IN COLUMN 4 WITH BLANKS
      *EITHER SIDE - THE TITLE AND COLUMN-HEADING LINES DO NOT
      *****************************************************************
       697-READ-REJECT-LINE.

           READ REJECT-LISTING-FILE
           AT END MOVE 'YES' TO EOF-REJECT-WS
           END-READ

           IF EOF-REJECT-WS = 'NO'
               THEN
                   IF RJ-LEAD-SPACES = SPACES
                      AND RJ-RECORD-TYPE NOT = SPACE
                      AND RJ-GAP-1 = SPACES
                      AND RJ-VOUCHER-NUMBER NOT = SPACES
                       THEN
                           MOVE 'REJECT8' TO MATCH-SOURCE-WS
                           SET REQ-IDX-WS TO 1
                           PERFORM 730-MATCH-REJECT-LINE
                               REQ-TABLE-COUNT-WS TIMES
                   END-IF
           END-IF.

      *****************************************************************
      *AN ITEM BELONGS TO AN INQUIRY WHEN SUPPLIER AND INVOICE BOTH
      *AGREE, OR WHEN THE VOUCHER AGREES AND THE SUPPLIER DOES NOT
      *DISAGREE.  THE VOUCHER TEST CATCHES AN ITEM WHOSE INVOICE
      *NUMBER WAS CORRECTED IN SUSPENSE
      *****************************************************************
       700-MATCH-REQUESTS.

           SET REQ-IDX-WS TO 1
           PERFORM 710-MATCH-ONE-REQUEST
               REQ-TABLE-COUNT-WS TIMES.

       710-MATCH-ONE-REQUEST.

           MOVE 'NO' TO REQUEST-MATCH-SW

           IF REQ-TBL-STATUS (REQ-IDX-WS) NOT = 'I'
               THEN
                   IF REQ-TBL-SUPPLIER (REQ-IDX-WS) NOT = SPACES
                      AND REQ-TBL-INVOICE (REQ-IDX-WS) NOT = SPACES
                      AND REQ-TBL-SUPPLIER (REQ-IDX-WS)
                                           = MATCH-SUPPLIER-WS
                      AND REQ-TBL-INVOICE (REQ-IDX-WS)
                                           = MATCH-INVOICE-WS
                       THEN MOVE 'YES' TO REQUEST-MATCH-SW
                   END-IF
                   IF REQ-TBL-VOUCHER (REQ-IDX-WS) NOT = SPACES
                      AND REQ-TBL-VOUCHER (REQ-IDX-WS)
                                           = MATCH-VOUCHER-WS
                      AND (REQ-TBL-SUPPLIER (REQ-IDX-WS) = SPACES
                        OR REQ-TBL-SUPPLIER (REQ-IDX-WS)
                                           = MATCH-SUPPLIER-WS)
                       THEN MOVE 'YES' TO REQUEST-MATCH-SW
                   END-IF
           END-IF

           IF REQUEST-MATCHED-WS
               THEN
                   IF RESOLVE-PASS-WS
                       THEN PERFORM 720-FILL-KEYS
                       ELSE PERFORM 800-WRITE-EVENTS
                   END-IF
           END-IF

           SET REQ-IDX-WS UP BY 1.

       720-FILL-KEYS.

           IF REQ-TBL-SUPPLIER (REQ-IDX-WS) = SPACES
               THEN MOVE MATCH-SUPPLIER-WS
                                    TO REQ-TBL-SUPPLIER (REQ-IDX-WS)
           END-IF
           IF REQ-TBL-INVOICE (REQ-IDX-WS) = SPACES
               THEN MOVE MATCH-INVOICE-WS
                                    TO REQ-TBL-INVOICE (REQ-IDX-WS)
           END-IF
           IF REQ-TBL-VOUCHER (REQ-IDX-WS) = SPACES
               THEN MOVE MATCH-VOUCHER-WS
                                    TO REQ-TBL-VOUCHER (REQ-IDX-WS)
           END-IF
           IF MATCH-RUN-DATE-WS NOT = SPACES
              AND REQ-TBL-RUN-DATE (REQ-IDX-WS) = SPACES
               THEN MOVE MATCH-RUN-DATE-WS
                                    TO REQ-TBL-RUN-DATE (REQ-IDX-WS)
           END-IF
           IF MATCH-SOURCE-WS = 'VCHDST8'
               THEN MOVE MATCH-VOUCHER-WS
                                TO REQ-TBL-SPLIT-VOUCHER (REQ-IDX-WS)
           END-IF.

       730-MATCH-REJECT-LINE.

           IF REQ-TBL-STATUS (REQ-IDX-WS) NOT = 'I'
              AND REQ-TBL-VOUCHER (REQ-IDX-WS) = RJ-VOUCHER-NUMBER
               THEN PERFORM 895-REJECT-LISTING-EVENT
           END-IF

           SET REQ-IDX-WS UP BY 1.

      *****************************************************************
      *WHAT EACH FILE SAYS ABOUT THE ITEM.  STAGE NUMBERS KEEP EVENTS
      *ON THE SAME DATE IN LIFECYCLE ORDER: 10 REJECTED, 20 HELD,
      *30 CORRECTED, 35 RELEASED, 40 PRINTED, 45 POSTED, 60 SELECTED
      *FOR PAYMENT, 62 PAYMENT FILE, 64 ISSUED, 66 CLEARED OR VOIDED,
      *70 CANCELLED, 80 ARCHIVED.  90 AND UP ARE WHERE IT STANDS NOW
      *****************************************************************
       800-WRITE-EVENTS.

           IF MATCH-SOURCE-WS = 'SUSPNS8'
               THEN PERFORM 810-SUSPENSE-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'SUSREL8'
               THEN PERFORM 820-SUSPENSE-RELEASE-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'HELDVH8'
               THEN PERFORM 830-HELD-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'HLDREL8'
               THEN PERFORM 840-HOLD-RELEASE-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'VHSTIX8'
               THEN PERFORM 850-HISTORY-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'VHARC8'
               THEN PERFORM 860-ARCHIVE-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'VCHDST8'
               THEN PERFORM 865-DISTRIBUTION-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'OPNVCH8'
               THEN PERFORM 870-OPEN-VOUCHER-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'PAYFIL8'
               THEN PERFORM 880-PAYMENT-EVENTS
           END-IF
           IF MATCH-SOURCE-WS = 'PAYREG8'
               THEN PERFORM 885-REGISTER-EVENTS
           END-IF.

       805-IMAGE-AMOUNT.

           IF IMG-AMOUNT IS NUMERIC
               THEN
                   MOVE IMG-AMOUNT TO EVENT-AMOUNT-WS
                   MOVE 'YES'      TO EVENT-AMOUNT-SW
           END-IF.

       810-SUSPENSE-EVENTS.

           MOVE SU-RUN-DATE       TO EVENT-DATE-WS
           MOVE 10                TO EVENT-STAGE-WS
           MOVE 'REJECTED TO SUSPENSE IN RUN' TO EVENT-TEXT-WS
           MOVE SU-REJECT-REASON  TO EVENT-DETAIL-WS
           PERFORM 805-IMAGE-AMOUNT
           PERFORM 890-WRITE-EVENT

           MOVE SPACES            TO EVENT-DATE-WS
           MOVE 'CURRENT'         TO EVENT-LABEL-WS
           MOVE 90                TO EVENT-STAGE-WS
           MOVE 'STILL IN SUSPENSE - NOT YET CORRECTED'
                                  TO EVENT-TEXT-WS
           PERFORM 890-WRITE-EVENT.

       820-SUSPENSE-RELEASE-EVENTS.

           MOVE SR-REJECT-RUN-DATE TO EVENT-DATE-WS
           MOVE 10                 TO EVENT-STAGE-WS
           MOVE 'REJECTED TO SUSPENSE IN RUN' TO EVENT-TEXT-WS
           MOVE SR-REJECT-REASON   TO EVENT-DETAIL-WS
           PERFORM 805-IMAGE-AMOUNT
           PERFORM 890-WRITE-EVENT

           MOVE SR-RELEASE-DATE    TO EVENT-DATE-WS
           MOVE 30                 TO EVENT-STAGE-WS
           MOVE 'CORRECTED AND RELEASED BY SUSFIX8'
                                   TO EVENT-TEXT-WS
           MOVE 'RECYCLED INTO THE NEXT RUN' TO EVENT-DETAIL-WS
           PERFORM 890-WRITE-EVENT.

       830-HELD-EVENTS.

           MOVE HD-RUN-DATE       TO EVENT-DATE-WS
           MOVE 20                TO EVENT-STAGE-WS
           MOVE 'HELD - SUPPLIER ON PAYMENT HOLD' TO EVENT-TEXT-WS
           PERFORM 805-IMAGE-AMOUNT
           PERFORM 890-WRITE-EVENT

           MOVE SPACES            TO EVENT-DATE-WS
           MOVE 'CURRENT'         TO EVENT-LABEL-WS
           MOVE 91                TO EVENT-STAGE-WS
           MOVE 'STILL HELD - SUPPLIER STILL ON HOLD'
                                  TO EVENT-TEXT-WS
           PERFORM 890-WRITE-EVENT.

       840-HOLD-RELEASE-EVENTS.

           MOVE HR-HELD-DATE      TO EVENT-DATE-WS
           MOVE 20                TO EVENT-STAGE-WS
           MOVE 'HELD - SUPPLIER ON PAYMENT HOLD' TO EVENT-TEXT-WS
           PERFORM 805-IMAGE-AMOUNT
           PERFORM 890-WRITE-EVENT

           MOVE HR-RELEASE-DATE   TO EVENT-DATE-WS
           MOVE 35                TO EVENT-STAGE-WS
           MOVE 'RELEASED FROM HOLD' TO EVENT-TEXT-WS
           IF HR-RELEASE-PRINTED
               THEN MOVE 'PRINTED IN THE RELEASE RUN'
                                  TO EVENT-DETAIL-WS
           END-IF
           IF HR-RELEASE-DUPLICATE
               THEN MOVE 'DUPLICATE - NOT PRINTED'
                                  TO EVENT-DETAIL-WS
           END-IF
           IF HR-RELEASE-REJECTED
               THEN MOVE 'FAILED EDITS - TO SUSPENSE'
                                  TO EVENT-DETAIL-WS
           END-IF
           PERFORM 890-WRITE-EVENT.

       850-HISTORY-EVENTS.

           MOVE VH-RUN-DATE       TO EVENT-DATE-WS
           MOVE 40                TO EVENT-STAGE-WS
           MOVE 'PRINTED ON THE VOUCHER REGISTER' TO EVENT-TEXT-WS
           STRING 'VOUCHER ' VH-VOUCHER-NUMBER
                  DELIMITED BY SIZE
                  INTO EVENT-DETAIL-WS
           END-STRING
           PERFORM 890-WRITE-EVENT

           IF VH-ENTRY-CANCELLED
               THEN
                   MOVE VH-CANCEL-DATE TO EVENT-DATE-WS
                   MOVE 70             TO EVENT-STAGE-WS
                   MOVE 'CANCELLED THROUGH VCHCAN8' TO EVENT-TEXT-WS
                   PERFORM 890-WRITE-EVENT
           END-IF.

       860-ARCHIVE-EVENTS.

           MOVE AR-RUN-DATE       TO EVENT-DATE-WS
           MOVE 40                TO EVENT-STAGE-WS
           MOVE 'PRINTED ON THE VOUCHER REGISTER' TO EVENT-TEXT-WS
           STRING 'VOUCHER ' AR-VOUCHER-NUMBER
                  DELIMITED BY SIZE
                  INTO EVENT-DETAIL-WS
           END-STRING
           PERFORM 890-WRITE-EVENT

           IF AR-ENTRY-CANCELLED
               THEN
                   MOVE AR-CANCEL-DATE TO EVENT-DATE-WS
                   MOVE 70             TO EVENT-STAGE-WS
                   MOVE 'CANCELLED THROUGH VCHCAN8' TO EVENT-TEXT-WS
                   PERFORM 890-WRITE-EVENT
           END-IF

           MOVE AR-ARCHIVE-DATE   TO EVENT-DATE-WS
           MOVE 80                TO EVENT-STAGE-WS
           MOVE 'ARCHIVED FROM HISTORY BY HSTMNT8' TO EVENT-TEXT-WS
           PERFORM 890-WRITE-EVENT.

      *****************************************************************
      *A SPLIT VOUCHER POSTED ONCE FOR EACH OF ITS DISTRIBUTION LINES,
      *TO THE LINE'S OWN ACCOUNT/STORE, IN THE RUN THAT RELEASED IT
      *****************************************************************
       865-DISTRIBUTION-EVENTS.

           MOVE VD-RUN-DATE       TO EVENT-DATE-WS
           MOVE 45                TO EVENT-STAGE-WS
           MOVE 'POSTED AS A PAYABLE TO ACCOUNT/STORE' TO EVENT-TEXT-WS
           STRING 'ACCOUNT ' VD-ACCOUNT-NUMBER
                  '  STORE ' VD-STORE-NUMBER
                  ' SPLIT'
                  DELIMITED BY SIZE
                  INTO EVENT-DETAIL-WS
           END-STRING
           MOVE VD-AMOUNT         TO EVENT-AMOUNT-WS
           MOVE 'YES'             TO EVENT-AMOUNT-SW
           PERFORM 890-WRITE-EVENT.

      *****************************************************************
      *THE OPEN-VOUCHER FILE CARRIES NO RUN DATE, SO THE POSTING IS
      *DATED WITH THE RUN THE HISTORY SHOWS IT PRINTED IN.  A SPLIT
      *VOUCHER'S OPEN-VOUCHER RECORD CARRIES ONLY ITS HEADER
      *ACCOUNT/STORE, WHICH NEVER RECEIVED THE POSTING - ITS POSTINGS
      *COME FROM THE DISTRIBUTION FILE INSTEAD, ONE PER LINE, AND
      *ONLY ITS PAYMENT STATUS IS TAKEN FROM HERE
      *****************************************************************
       870-OPEN-VOUCHER-EVENTS.

           IF OV-VOUCHER-NUMBER
                  NOT = REQ-TBL-SPLIT-VOUCHER (REQ-IDX-WS)
               THEN
                   MOVE REQ-TBL-RUN-DATE (REQ-IDX-WS) TO EVENT-DATE-WS
                   MOVE 45            TO EVENT-STAGE-WS
                   MOVE 'POSTED AS A PAYABLE TO ACCOUNT/STORE'
                                      TO EVENT-TEXT-WS
                   STRING 'ACCOUNT ' OV-ACCOUNT-NUMBER
                          '  STORE ' OV-STORE-NUMBER
                          DELIMITED BY SIZE
                          INTO EVENT-DETAIL-WS
                   END-STRING
                   MOVE OV-AMOUNT     TO EVENT-AMOUNT-WS
                   MOVE 'YES'         TO EVENT-AMOUNT-SW
                   PERFORM 890-WRITE-EVENT
           END-IF

           IF OV-PAID-SW = 'P'
               THEN
                   MOVE OV-PAID-DATE  TO EVENT-DATE-WS
                   MOVE 60            TO EVENT-STAGE-WS
                   MOVE 'SELECTED FOR PAYMENT BY PAYSEL8'
                                      TO EVENT-TEXT-WS
                   PERFORM 890-WRITE-EVENT
               ELSE
                   MOVE SPACES        TO EVENT-DATE-WS
                   MOVE 'CURRENT'     TO EVENT-LABEL-WS
                   MOVE 92            TO EVENT-STAGE-WS
                   MOVE 'OPEN - NOT YET SELECTED FOR PAYMENT'
                                      TO EVENT-TEXT-WS
                   PERFORM 890-WRITE-EVENT
           END-IF.

       880-PAYMENT-EVENTS.

           MOVE PY-PAY-DATE       TO EVENT-DATE-WS
           MOVE 62                TO EVENT-STAGE-WS
           MOVE 'ON THE PAYMENT FILE FOR CHECK WRITING'
                                  TO EVENT-TEXT-WS
           IF PY-DISCOUNT-AMOUNT IS NOT EQUAL TO ZERO
               THEN
                   MOVE PY-DISCOUNT-AMOUNT TO DISCOUNT-EDIT-WS
                   STRING 'DISCOUNT TAKEN ' DISCOUNT-EDIT-WS
                          DELIMITED BY SIZE
                          INTO EVENT-DETAIL-WS
                   END-STRING
           END-IF
           MOVE PY-NET-AMOUNT     TO EVENT-AMOUNT-WS
           MOVE 'YES'             TO EVENT-AMOUNT-SW
           PERFORM 890-WRITE-EVENT.

       885-REGISTER-EVENTS.

           MOVE RG-PAY-DATE       TO EVENT-DATE-WS
           MOVE 64                TO EVENT-STAGE-WS
           MOVE 'PAYMENT ISSUED - ON PAYMENT REGISTER' TO EVENT-TEXT-WS
           MOVE RG-NET-AMOUNT     TO EVENT-AMOUNT-WS
           MOVE 'YES'             TO EVENT-AMOUNT-SW
           PERFORM 890-WRITE-EVENT

           IF RG-STATUS = 'C'
               THEN
                   MOVE RG-STATUS-DATE TO EVENT-DATE-WS
                   MOVE 66             TO EVENT-STAGE-WS
                   MOVE 'PAYMENT CLEARED THE BANK' TO EVENT-TEXT-WS
                   MOVE RG-BANK-AMOUNT TO EVENT-AMOUNT-WS
                   MOVE 'YES'          TO EVENT-AMOUNT-SW
                   PERFORM 890-WRITE-EVENT
           END-IF

           IF RG-STATUS = 'M'
               THEN
                   MOVE RG-STATUS-DATE TO EVENT-DATE-WS
                   MOVE 66             TO EVENT-STAGE-WS
                   MOVE 'PAYMENT CLEARED FOR A DIFFERENT AMOUNT'
                                       TO EVENT-TEXT-WS
                   MOVE 'AMOUNT SHOWN IS THE BANK''S'
                                       TO EVENT-DETAIL-WS
                   MOVE RG-BANK-AMOUNT TO EVENT-AMOUNT-WS
                   MOVE 'YES'          TO EVENT-AMOUNT-SW
                   PERFORM 890-WRITE-EVENT
           END-IF

           IF RG-STATUS = 'V'
               THEN
                   MOVE RG-STATUS-DATE TO EVENT-DATE-WS
                   MOVE 66             TO EVENT-STAGE-WS
                   MOVE 'PAYMENT VOIDED' TO EVENT-TEXT-WS
                   IF RG-REISSUE-SW = 'R'
                       THEN MOVE 'REISSUED ON A LATER PAYMENT'
                                       TO EVENT-DETAIL-WS
                       ELSE MOVE 'NOT YET REISSUED'
                                       TO EVENT-DETAIL-WS
                   END-IF
                   PERFORM 890-WRITE-EVENT
           END-IF

           IF RG-STATUS = 'O' OR RG-STATUS = SPACE
               THEN
                   MOVE SPACES         TO EVENT-DATE-WS
                   MOVE 'CURRENT'      TO EVENT-LABEL-WS
                   MOVE 93             TO EVENT-STAGE-WS
                   MOVE 'PAYMENT OUTSTANDING - NOT YET CLEARED'
                                       TO EVENT-TEXT-WS
                   PERFORM 890-WRITE-EVENT
           END-IF.

      *****************************************************************
      *THE REJECT LISTING IS THE LATEST RUN'S ONLY AND CARRIES NO
      *DATE, SO ITS LINE IS LABELLED RATHER THAN DATED
      *****************************************************************
       895-REJECT-LISTING-EVENT.

           MOVE SPACES            TO EVENT-DATE-WS
           MOVE 'LATEST RUN'      TO EVENT-LABEL-WS
           MOVE 95                TO EVENT-STAGE-WS
           MOVE 'ON THE REJECT LISTING' TO EVENT-TEXT-WS
           MOVE RJ-REJECT-REASON  TO EVENT-DETAIL-WS
           PERFORM 890-WRITE-EVENT.

      *****************************************************************
      *A DATE THAT IS NOT EIGHT DIGITS SORTS LAST UNDER ITS LABEL.
      *THE DETAIL, AMOUNT AND LABEL ARE CLEARED FOR THE NEXT EVENT
      *****************************************************************
       890-WRITE-EVENT.

           SET REQ-SEQ-WS TO REQ-IDX-WS
           MOVE REQ-SEQ-WS TO EW-REQUEST-SEQ

           IF EVENT-DATE-WS IS NUMERIC
               THEN
                   MOVE EVENT-YYYY-WS TO SORT-YYYY-WS  PRINT-YYYY-WS
                   MOVE EVENT-MM-WS   TO SORT-MM-WS    PRINT-MM-WS
                   MOVE EVENT-DD-WS   TO SORT-DD-WS    PRINT-DD-WS
                   MOVE EVENT-SORT-DATE-WS  TO EW-SORT-DATE
                   MOVE EVENT-PRINT-DATE-WS TO EW-PRINT-DATE
               ELSE
                   MOVE '99999999'          TO EW-SORT-DATE
                   MOVE EVENT-LABEL-WS      TO EW-PRINT-DATE
           END-IF

           MOVE EVENT-STAGE-WS   TO EW-STAGE
           MOVE MATCH-SOURCE-WS  TO EW-SOURCE
           MOVE EVENT-TEXT-WS    TO EW-EVENT-TEXT
           MOVE EVENT-DETAIL-WS  TO EW-EVENT-DETAIL
           MOVE EVENT-AMOUNT-SW  TO EW-AMOUNT-SW
           MOVE EVENT-AMOUNT-WS  TO EW-AMOUNT

           WRITE EVENT-WORK-RECORD

           ADD 1 TO REQ-TBL-EVENTS (REQ-IDX-WS)
           ADD 1 TO EVENTS-WRITTEN-WS

           MOVE SPACES     TO EVENT-DETAIL-WS
           MOVE 'UNDATED'  TO EVENT-LABEL-WS
           MOVE 'NO'       TO EVENT-AMOUNT-SW
           MOVE ZERO       TO EVENT-AMOUNT-WS.

       900-CLOSE.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           MOVE 'INQUIRIES READ:'            TO COUNT-LABEL-OUT
           MOVE REQUESTS-READ-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'INQUIRIES FOUND:'           TO COUNT-LABEL-OUT
           MOVE REQUESTS-FOUND-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'INQUIRIES NOT FOUND ANYWHERE:' TO COUNT-LABEL-OUT
           MOVE REQUESTS-NOT-FOUND-WS        TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'INQUIRIES INCOMPLETE:'      TO COUNT-LABEL-OUT
           MOVE REQUESTS-INCOMPLETE-WS       TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'EVENTS LISTED:'             TO COUNT-LABEL-OUT
           MOVE EVENTS-PRINTED-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           IF REQUESTS-INCOMPLETE-WS IS GREATER THAN ZERO
               THEN MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE INQUIRY-REPORT-FILE.

           SELECT SUSPENSE-NEW-FILE ASSIGN TO 'SUSNEW8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELEASE-LOG-FILE ASSIGN TO 'SUSREL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIX-REPORT-FILE ASSIGN TO 'SUSFIX8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  SUSPENSE-FILE RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SU-RECORD-IMAGE         PIC X(80).
           05  SU-IMAGE-FIELDS REDEFINES SU-RECORD-IMAGE.
               10  FILLER              PIC X(49).
               10  SU-IMAGE-AMOUNT     PIC S9(6)V99.
               10  FILLER              PIC X(23).
           05  SU-REJECT-REASON        PIC X(25).
           05  SU-RUN-DATE             PIC X(8).

      *****************************************************************
      *KEYED CORRECTIONS - THE VOUCHER NUMBER PICKS THE SUSPENSE ITEM,
      *THE FIELD NAME PICKS THE FIELD, AND THE VALUE REPLACES IT.
      *ON A SPLIT VOUCHER THE PLAIN FIELD NAMES CORRECT THE VOUCHER
      *ITSELF; LNNAMT, LNNACCT AND LNNSTORE CORRECT ITS NN'TH
      *DISTRIBUTION LINE (01 FOR THE FIRST LINE BEHIND THE VOUCHER)
      *****************************************************************
       FD  CORRECTION-FILE RECORDING MODE IS F.
       01  CORRECTION-RECORD.
           05  AM-PTD-RECORDS          PIC 9(7).
           05  AM-YTD-DOLLARS          PIC S9(9)V99.
           05  AM-YTD-RECORDS          PIC 9(7).
           05  AM-DESCRIPTION          PIC X(25).
           05  AM-STATUS               PIC X.
               88  AM-CLOSED-TO-POSTING        VALUE 'C'.

       FD  SUPPLIER-MASTER-FILE RECORDING MODE IS F.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

       FD  RECYCLE-OUTPUT-FILE RECORDING MODE IS F.
       01  RECYCLE-OUTPUT-RECORD       PIC X(80).
       FD  SUSPENSE-NEW-FILE RECORDING MODE IS F.
       01  SUSPENSE-NEW-RECORD.
           05  SN-RECORD-IMAGE         PIC X(80).
           05  SN-IMAGE-FIELDS REDEFINES SN-RECORD-IMAGE.
               10  FILLER              PIC X(49).
               10  SN-IMAGE-AMOUNT     PIC S9(6)V99.
               10  FILLER              PIC X(23).
           05  SN-REJECT-REASON        PIC X(25).
           05  SN-RUN-DATE             PIC X(8).

      *****************************************************************
      *RELEASE LOG - ONE RECORD PER VOUCHER THIS PROGRAM HAS EVER
      *CORRECTED AND RELEASED, WITH THE REASON AND RUN DATE IT FIRST
      *FAILED ON AND THE DATE IT WENT BACK FOR RE-ENTRY.  SUSPENSE
      *ITSELF FORGETS AN ITEM ONCE IT IS RELEASED, SO THIS IS THE
      *ONLY TRACE THAT AN INVOICE EVER SAT THERE.  ALWAYS EXTENDED,
      *NEVER TRUNCATED - THE VOUCHER INQUIRY (VCHINQ8) READS IT
      *****************************************************************
       FD  RELEASE-LOG-FILE RECORDING MODE IS F.
       01  RELEASE-LOG-RECORD.
           05  SR-RECORD-IMAGE         PIC X(80).
           05  SR-REJECT-REASON        PIC X(25).
           05  SR-REJECT-RUN-DATE      PIC X(8).
           05  SR-RELEASE-DATE         PIC X(8).

      *****************************************************************
      *RUN-CONTROL LOG THE REPORT RUN KEEPS - THIS PROGRAM APPENDS
      *ONE 'G' ENTRY FOR THE NEW SUSPENSE GENERATION: ITEMS AND IMAGE
      *AMOUNT TOTAL WRITTEN, WHAT SUSPNS8.DAT HELD WHEN IT WAS READ,
      *AND THE CONDITION CODE.  GENPRO8 WILL NOT SWAP SUSNEW8.DAT IN
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

       FD  FIX-REPORT-FILE RECORDING MODE IS F.
       01  FIX-LINE                    PIC X(132).

           05  REMAINING-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  AGED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  UNMATCHED-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  SUSPENSE-IN-TOTAL-WS    PIC S9(9)V99    VALUE ZERO.
           05  REMAINING-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.

           05  SUS-OVERFLOW-SW         PIC X(3)        VALUE 'NO'.
               88  SUS-OVERFLOW-WS             VALUE 'YES'.
               88  ACCT-FOUND-WS               VALUE 'YES'.
           05  STORE-CHECK-SW          PIC X(3)        VALUE SPACES.
               88  STORE-FOUND-WS              VALUE 'YES'.
           05  CLOSED-CHECK-SW         PIC X(3)        VALUE SPACES.
               88  ACCT-CLOSED-WS              VALUE 'YES'.
           05  SUPPLIER-HELD-SW        PIC X(3)        VALUE 'NO'.
               88  SUPPLIER-HELD-WS            VALUE 'YES'.
           05  CHECK-ACCOUNT-WS        PIC X(4)        VALUE SPACES.
           05  CHECK-STORE-WS          PIC X(3)        VALUE SPACES.

      *****************************************************************
      *SPLIT VOUCHERS - THE TYPE-3 DISTRIBUTION LINES SIT STRAIGHT
      *BEHIND THEIR VOUCHER ON THE SUSPENSE FILE AND ARE CORRECTED,
      *REVALIDATED AND RELEASED WITH IT, NEVER ON THEIR OWN
      *****************************************************************
           05  LINE-ORDINAL-WS         PIC 99          VALUE ZERO.
           05  LINE-FIELD-NUM-WS       PIC 99          VALUE ZERO.
           05  SPLIT-LINE-COUNT-WS     PIC 9(3)        VALUE ZERO.
           05  SPLIT-LINE-TOTAL-WS     PIC S9(8)V99    VALUE ZERO.
           05  SPLIT-LINES-DONE-SW     PIC X(3)        VALUE 'NO'.

           05  AGE-DAYS-WS             PIC S9(5)       VALUE ZERO.
           05  SUS-DATE-YMD-WS         PIC X(8)        VALUE SPACES.
           05  SUS-DATE-NUM-WS         PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-MDY-WS         PIC X(8)        VALUE SPACES.
           05  SUSP-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  SUSP-GEN-PENDING-WS         VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-SUSPENSE-WS         PIC X(3) VALUE 'NO'.
           05  EOF-CORRECTION-WS       PIC X(3) VALUE 'NO'.
           05  EOF-SUPPLIER-WS         PIC X(3) VALUE 'NO'.
       01  SUSPENSE-TABLE-WS.
           05  SUS-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  SUS-TABLE-ENTRY         OCCURS 2000 TIMES
                                       INDEXED BY SUS-IDX-WS
                                                  SUS-LINE-IDX-WS.
               10  SUS-TBL-IMAGE       PIC X(80).
               10  SUS-TBL-REASON      PIC X(25).
               10  SUS-TBL-RUN-DATE    PIC X(8).
               10  SUS-TBL-LINE-SW     PIC X.

      *****************************************************************
      *RECORD-TYPE '3' DISTRIBUTION LINE OF A SPLIT VOUCHER - SAME
      *POSITIONS AS THE VOUCHER IT FOLLOWS
      *****************************************************************
       01  DISTRIBUTION-LINE-WS.
           05  DL-RECORD-TYPE          PIC X.
           05  DL-BATCH-NUMBER         PIC XX.
           05  DL-SUPPLIER-NUMBER      PIC X(5).
           05  DL-VOUCHER-NUMBER       PIC X(6).
           05  FILLER                  PIC X(8).
           05  DL-ACCOUNT-NUMBER       PIC X(4).
           05  DL-STORE-NUMBER         PIC X(3).
           05  FILLER                  PIC X(20).
           05  DL-AMOUNT               PIC S9(6)V99.
           05  FILLER                  PIC X(23).

       01  CORRECTION-TABLE-WS.
           05  COR-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.

       200-OPEN.

           PERFORM 210-CHECK-PENDING-GENERATION

           OPEN OUTPUT FIX-REPORT-FILE

      ******************************************************************
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

           MOVE HOLD-MO-WS TO RUN-DATE-MDY-WS (1:2)
           MOVE HOLD-DY-WS TO RUN-DATE-MDY-WS (3:2)
           MOVE HOLD-YR-WS TO RUN-DATE-MDY-WS (5:4)

           MOVE  REPORT-HEADER-LINE-SETUP TO FIX-LINE
           WRITE FIX-LINE AFTER 1

      *****************************************************************
           OPEN INPUT ACCOUNT-MASTER-FILE.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER SUSNEW8.DAT FROM AN EARLIER RUN IS
      *STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING UNTIL A 'P' FOR
      *THE LIVE FILE OR A 'D' FOR THE NEW FILE FOLLOWS IT.  THIS RUN
      *WOULD OVERWRITE THE WAITING GENERATION AND ITS CHANGES WOULD
      *BE LOST, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
      *****************************************************************
       210-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO SUSP-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 215-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF SUSP-GEN-PENDING-WS
               THEN
                   DISPLAY 'SUSFIX8 - SUSNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED - NOTHING APPLIED OR WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       215-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'SUSNEW8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO SUSP-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'SUSPNS8.DAT'
               THEN MOVE 'NO' TO SUSP-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'SUSNEW8.DAT'
               THEN MOVE 'NO' TO SUSP-GEN-PENDING-SW
           END-IF.

       220-LOAD-SUSPENSE.

           OPEN INPUT SUSPENSE-FILE
           IF EOF-SUSPENSE-WS = 'NO'
               THEN
                   ADD 1 TO SUSPENSE-IN-COUNT-WS
                   IF SU-IMAGE-AMOUNT IS NUMERIC
                       THEN ADD SU-IMAGE-AMOUNT TO SUSPENSE-IN-TOTAL-WS
                   END-IF
                   IF SUS-TABLE-COUNT-WS IS LESS THAN 2000
                       THEN
                           ADD 1 TO SUS-TABLE-COUNT-WS
                                  TO SUS-TBL-REASON   (SUS-IDX-WS)
                           MOVE SU-RUN-DATE
                                  TO SUS-TBL-RUN-DATE (SUS-IDX-WS)
                           MOVE SPACE
                                  TO SUS-TBL-LINE-SW  (SUS-IDX-WS)
                       ELSE
                           MOVE 'YES' TO SUS-OVERFLOW-SW
                   END-IF

       310-APPLY-ONE-CORRECTION.

           MOVE ZERO TO LINE-ORDINAL-WS
           SET SUS-IDX-WS TO 1
           PERFORM 320-CORRECT-MATCHING-ITEM
               SUS-TABLE-COUNT-WS TIMES

           IF VOUCHER-NUMBER = COR-TBL-VOUCHER (COR-IDX-WS)
               THEN
                   IF RECORD-TYPE = '3'
                       THEN
                           ADD 1 TO LINE-ORDINAL-WS
                           PERFORM 335-MOVE-LINE-VALUE
                       ELSE
                           PERFORM 330-MOVE-FIELD-VALUE
                   END-IF
                   MOVE INVENT-INPUT-RECORD
                                  TO SUS-TBL-IMAGE (SUS-IDX-WS)
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *A DISTRIBUTION LINE TAKES A SUPPLIER CORRECTION WITH ITS
      *VOUCHER, AND OTHERWISE ONLY THE LNN CORRECTIONS ADDRESSED TO
      *ITS OWN POSITION BEHIND THE VOUCHER.  THE LINE CARRIES ITS
      *ACCOUNT, STORE AND AMOUNT IN THE VOUCHER'S OWN POSITIONS
      *****************************************************************
       335-MOVE-LINE-VALUE.

           MOVE ZERO TO LINE-FIELD-NUM-WS
           IF COR-TBL-FIELD (COR-IDX-WS) (2:2) IS NUMERIC
               THEN
                   MOVE COR-TBL-FIELD (COR-IDX-WS) (2:2)
                                  TO LINE-FIELD-NUM-WS
           END-IF

           IF COR-TBL-FIELD (COR-IDX-WS) = 'SUPPLIER'
               THEN
                   MOVE COR-TBL-VALUE (COR-IDX-WS) (1:5)
                                  TO SUPPLIER-NUMBER
                   MOVE 'Y' TO COR-TBL-APPLIED (COR-IDX-WS)
               ELSE
           IF COR-TBL-FIELD (COR-IDX-WS) (1:1) = 'L'
              AND LINE-FIELD-NUM-WS = LINE-ORDINAL-WS
               THEN
                   IF COR-TBL-FIELD (COR-IDX-WS) (4:5) = 'AMT'
                       THEN
                           MOVE COR-TBL-VALUE (COR-IDX-WS) (1:8)
                                  TO INVENT-INPUT-RECORD (50:8)
                           MOVE 'Y' TO COR-TBL-APPLIED (COR-IDX-WS)
                       ELSE
                   IF COR-TBL-FIELD (COR-IDX-WS) (4:5) = 'ACCT'
                       THEN
                           MOVE COR-TBL-VALUE (COR-IDX-WS) (1:4)
                                  TO ACCOUNT-NUMBER
                           MOVE 'Y' TO COR-TBL-APPLIED (COR-IDX-WS)
                       ELSE
                   IF COR-TBL-FIELD (COR-IDX-WS) (4:5) = 'STORE'
                       THEN
                           MOVE COR-TBL-VALUE (COR-IDX-WS) (1:3)
                                  TO STORE-NUMBER
                           MOVE 'Y' TO COR-TBL-APPLIED (COR-IDX-WS)
                   END-IF
                   END-IF
                   END-IF
           END-IF
           END-IF.

      *****************************************************************
      *EVERY SUSPENSE ITEM IS REVALIDATED WITH THE SAME EDITS THE
      *REPORT RUN APPLIES.  ITEMS THAT NOW PASS GO TO RECYCLE8.TXT
      *STALE CAN ACCUMULATE
      *****************************************************************
           OPEN EXTEND RECYCLE-OUTPUT-FILE
                       RELEASE-LOG-FILE
           OPEN OUTPUT SUSPENSE-NEW-FILE

           MOVE  RELEASED-TITLE-LINE-SETUP TO FIX-LINE
           PERFORM 450-REPORT-REMAINING
               SUS-TABLE-COUNT-WS TIMES

           CLOSE RECYCLE-OUTPUT-FILE  SUSPENSE-NEW-FILE
                 RELEASE-LOG-FILE.

      *****************************************************************
      *A SPLIT VOUCHER GOES BACK WHOLE OR NOT AT ALL - ITS LINES ARE
      *GATHERED AND REVALIDATED WITH IT AND, IF EVERYTHING PASSES AND
      *THE LINES FOOT, WRITTEN TO RECYCLE8.TXT STRAIGHT BEHIND IT THE
      *WAY THE REPORT RUN EXPECTS TO READ THEM.  OTHERWISE THE WHOLE
      *VOUCHER STAYS IN SUSPENSE UNDER ONE REASON.  A LINE NO VOUCHER
      *CLAIMS IS LEFT IN SUSPENSE AS IT WAS
      *****************************************************************
       410-DISPOSE-ITEM.

           MOVE SUS-TBL-IMAGE (SUS-IDX-WS) TO INVENT-INPUT-RECORD

           IF RECORD-TYPE NOT = '3'
               THEN
                   PERFORM 420-REVALIDATE

                   MOVE ZERO  TO SPLIT-LINE-COUNT-WS
                   MOVE ZERO  TO SPLIT-LINE-TOTAL-WS
                   MOVE 'NO'  TO SPLIT-LINES-DONE-SW
                   SET SUS-LINE-IDX-WS TO SUS-IDX-WS
                   SET SUS-LINE-IDX-WS UP BY 1
                   PERFORM 415-CHECK-SPLIT-LINE
                       UNTIL SPLIT-LINES-DONE-SW = 'YES'

                   IF RECORD-VALID-WS
                      AND SPLIT-LINE-COUNT-WS IS GREATER THAN 99
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'TOO MANY SPLIT LINES'
                                            TO REJECT-REASON-WS
                   END-IF

                   IF RECORD-VALID-WS
                      AND SPLIT-LINE-COUNT-WS IS GREATER THAN ZERO
                      AND SPLIT-LINE-TOTAL-WS NOT = AMOUNT
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'SPLIT LINES DO NOT FOOT'
                                            TO REJECT-REASON-WS
                   END-IF

                   IF RECORD-VALID-WS
                       THEN
                           MOVE INVENT-INPUT-RECORD
                                            TO RECYCLE-OUTPUT-RECORD
                           WRITE RECYCLE-OUTPUT-RECORD
                           MOVE INVENT-INPUT-RECORD
                                            TO SR-RECORD-IMAGE
                           MOVE SUS-TBL-REASON   (SUS-IDX-WS)
                                            TO SR-REJECT-REASON
                           MOVE SUS-TBL-RUN-DATE (SUS-IDX-WS)
                                            TO SR-REJECT-RUN-DATE
                           MOVE RUN-DATE-MDY-WS TO SR-RELEASE-DATE
                           WRITE RELEASE-LOG-RECORD
                           ADD 1 TO RELEASED-COUNT-WS
                           MOVE SPACES TO SUS-TBL-REASON (SUS-IDX-WS)
                           PERFORM 440-PRINT-ITEM
                       ELSE
                           MOVE REJECT-REASON-WS
                                      TO SUS-TBL-REASON (SUS-IDX-WS)
                   END-IF

                   SET SUS-LINE-IDX-WS TO SUS-IDX-WS
                   SET SUS-LINE-IDX-WS UP BY 1
                   PERFORM 417-DISPOSE-SPLIT-LINE
                       SPLIT-LINE-COUNT-WS TIMES
               ELSE
                   IF SUS-TBL-LINE-SW (SUS-IDX-WS) = 'L'
                      AND SUS-TBL-REASON (SUS-IDX-WS) = SPACES
                       THEN PERFORM 440-PRINT-ITEM
                   END-IF
           END-IF

           SET SUS-IDX-WS UP BY 1.

      *****************************************************************
      *CLAIMS THE NEXT ITEM FOR THE VOUCHER IN HAND WHEN IT IS ONE OF
      *ITS LINES, AND REVALIDATES THE LINE WHILE THE VOUCHER STILL
      *PASSES - THE FIRST FAILURE BECOMES THE WHOLE VOUCHER'S REASON
      *****************************************************************
       415-CHECK-SPLIT-LINE.

           IF SUS-LINE-IDX-WS IS GREATER THAN SUS-TABLE-COUNT-WS
               THEN MOVE 'YES' TO SPLIT-LINES-DONE-SW
               ELSE
                   MOVE SUS-TBL-IMAGE (SUS-LINE-IDX-WS)
                                  TO DISTRIBUTION-LINE-WS
                   IF DL-RECORD-TYPE NOT = '3'
                      OR DL-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                       THEN MOVE 'YES' TO SPLIT-LINES-DONE-SW
                       ELSE
                           MOVE 'L' TO SUS-TBL-LINE-SW (SUS-LINE-IDX-WS)
                           ADD 1 TO SPLIT-LINE-COUNT-WS
                           IF RECORD-VALID-WS
                               THEN PERFORM 416-REVALIDATE-LINE
                           END-IF
                           SET SUS-LINE-IDX-WS UP BY 1
                   END-IF
           END-IF.

       416-REVALIDATE-LINE.

           IF DL-SUPPLIER-NUMBER NOT = SUPPLIER-NUMBER
               THEN
                   MOVE 'NO' TO RECORD-VALID-SW
                   MOVE 'LINE VOUCHER MISMATCH' TO REJECT-REASON-WS
               ELSE
           IF DL-AMOUNT IS NOT NUMERIC
               THEN
                   MOVE 'NO' TO RECORD-VALID-SW
                   MOVE 'LINE AMOUNT NOT NUMERIC' TO REJECT-REASON-WS
               ELSE
                   MOVE DL-ACCOUNT-NUMBER TO CHECK-ACCOUNT-WS
                   MOVE DL-STORE-NUMBER   TO CHECK-STORE-WS
                   PERFORM 430-ACCOUNT-STORE-CHECK
                   IF NOT ACCT-FOUND-WS
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'LINE ACCOUNT NOT ON FILE'
                                            TO REJECT-REASON-WS
                       ELSE
                   IF NOT STORE-FOUND-WS
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'LINE STORE NOT ON ACCOUNT'
                                            TO REJECT-REASON-WS
                       ELSE
                   IF ACCT-CLOSED-WS
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'LINE ACCOUNT/STORE CLOSED'
                                            TO REJECT-REASON-WS
                       ELSE
                           ADD DL-AMOUNT TO SPLIT-LINE-TOTAL-WS
                   END-IF
                   END-IF
                   END-IF
           END-IF
           END-IF.

      *****************************************************************
      *EACH LINE FOLLOWS ITS VOUCHER - RELEASED STRAIGHT BEHIND IT,
      *OR KEPT IN SUSPENSE UNDER THE VOUCHER'S REASON.  A RELEASED
      *LINE PRINTS WHEN 410-DISPOSE-ITEM REACHES IT IN TURN
      *****************************************************************
       417-DISPOSE-SPLIT-LINE.

           IF RECORD-VALID-WS
               THEN
                   MOVE SUS-TBL-IMAGE (SUS-LINE-IDX-WS)
                                  TO RECYCLE-OUTPUT-RECORD
                   WRITE RECYCLE-OUTPUT-RECORD
                   ADD 1 TO RELEASED-COUNT-WS
                   MOVE SPACES TO SUS-TBL-REASON (SUS-LINE-IDX-WS)
               ELSE
                   MOVE REJECT-REASON-WS
                                  TO SUS-TBL-REASON (SUS-LINE-IDX-WS)
           END-IF

           SET SUS-LINE-IDX-WS UP BY 1.

       420-REVALIDATE.


           IF RECORD-VALID-WS
               THEN
                   MOVE ACCOUNT-NUMBER TO CHECK-ACCOUNT-WS
                   MOVE STORE-NUMBER   TO CHECK-STORE-WS
                   PERFORM 430-ACCOUNT-STORE-CHECK
                   IF NOT ACCT-FOUND-WS
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'STORE NOT ON ACCOUNT'
                                            TO REJECT-REASON-WS
                       ELSE
                   IF ACCT-CLOSED-WS
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'ACCOUNT/STORE CLOSED'
                                            TO REJECT-REASON-WS
                   END-IF
                   END-IF
                   END-IF
           END-IF
                   END-IF
           END-IF.

      *****************************************************************
      *A PAIR ON FILE BUT CLOSED TO POSTING STAYS IN SUSPENSE UNDER
      *ITS OWN REASON - IT IS NOT A KEYING ERROR A CORRECTION CAN FIX
      *BY RETYPING, ONLY BY RE-CODING THE ITEM OR REOPENING THE PAIR
      *****************************************************************
       430-ACCOUNT-STORE-CHECK.

           MOVE 'NO' TO ACCT-CHECK-SW
           MOVE 'NO' TO STORE-CHECK-SW
           MOVE 'NO' TO CLOSED-CHECK-SW

           MOVE CHECK-ACCOUNT-WS TO AM-ACCOUNT-NUMBER
           MOVE CHECK-STORE-WS   TO AM-STORE-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY PERFORM 432-ACCOUNT-ONLY-CHECK
               NOT INVALID KEY
                   MOVE 'YES' TO ACCT-CHECK-SW
                   MOVE 'YES' TO STORE-CHECK-SW
                   IF AM-CLOSED-TO-POSTING
                       THEN MOVE 'YES' TO CLOSED-CHECK-SW
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       432-ACCOUNT-ONLY-CHECK.

           MOVE CHECK-ACCOUNT-WS TO AM-ACCOUNT-NUMBER
           MOVE LOW-VALUES       TO AM-STORE-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS GREATER THAN AM-MASTER-KEY
               INVALID KEY CONTINUE
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF AM-ACCOUNT-NUMBER = CHECK-ACCOUNT-WS
                               THEN MOVE 'YES' TO ACCT-CHECK-SW
                           END-IF
                   END-READ
                                  TO SN-RUN-DATE
                   WRITE SUSPENSE-NEW-RECORD
                   ADD 1 TO REMAINING-COUNT-WS
                   IF SN-IMAGE-AMOUNT IS NUMERIC
                       THEN ADD SN-IMAGE-AMOUNT TO REMAINING-TOTAL-WS
                   END-IF
                   PERFORM 440-PRINT-ITEM
                   IF AGE-DAYS-WS IS GREATER THAN 5
                       THEN ADD 1 TO AGED-COUNT-WS
           MOVE COUNT-LINE-SETUP             TO FIX-LINE
           WRITE FIX-LINE AFTER 1

           CLOSE ACCOUNT-MASTER-FILE  FIX-REPORT-FILE

           PERFORM 960-LOG-GENERATION.

      *****************************************************************
      *A CORRECTION WHOSE VOUCHER OR FIELD NAME MATCHED NOTHING WOULD
           END-IF

           SET COR-IDX-WS UP BY 1.

      *****************************************************************
      *ENTERS THE NEW SUSPENSE GENERATION ON THE RUN-CONTROL LOG -
      *ONLY A RUN THAT GETS THIS FAR HAS WRITTEN SUSNEW8.DAT WHOLE
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
           MOVE 'SUSFIX8'            TO RL-PROGRAM-ID
           MOVE 'G'                  TO RL-ENTRY-TYPE
           MOVE 'SUSNEW8.DAT'        TO RL-GEN-FILE
           MOVE REMAINING-COUNT-WS   TO RL-GEN-RECORDS
           MOVE REMAINING-TOTAL-WS   TO RL-GEN-TOTAL
           MOVE SUSPENSE-IN-COUNT-WS TO RL-GEN-LIVE-RECORDS
           MOVE SUSPENSE-IN-TOTAL-WS TO RL-GEN-LIVE-TOTAL
           MOVE HOLD-DATE-WS         TO RL-GEN-RUN-STAMP
           MOVE SPACES               TO RL-GEN-REASON

           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

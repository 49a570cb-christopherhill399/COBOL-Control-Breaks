           SELECT HELD-NEW-FILE ASSIGN TO 'HELDNEW8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELD-RELEASE-LOG-FILE ASSIGN TO
           'HLDREL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CONTROL-FILE ASSIGN TO 'GLCTL8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-VOUCHER-FILE ASSIGN TO 'OPNVCH8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-DIST-FILE ASSIGN TO 'VCHDST8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BURST-WORK-FILE ASSIGN TO 'BRSWRK8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPLIT-WORK-FILE ASSIGN TO 'SPLWRK8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPLIT-SPILL-FILE ASSIGN TO 'SPLOVF8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPLIT-SORT-FILE ASSIGN TO 'SORTSP8'.

           SELECT SPLIT-SORTED-FILE ASSIGN TO 'SPLSRT8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-SORT-FILE ASSIGN TO 'SORTWK8'.

           SELECT REGISTER-SORTED-FILE ASSIGN TO 'REGSRT8.DAT'
           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

       FD  CHECKPOINT-FILE RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
               10  VH-INVOICE-NUMBER   PIC X(8).
           05  VH-VOUCHER-NUMBER       PIC X(6).
           05  VH-RUN-DATE             PIC X(8).
           05  VH-CANCEL-SW            PIC X.
               88  VH-ENTRY-CANCELLED  VALUE 'C'.
           05  VH-CANCEL-DATE          PIC X(8).

       FD  DUPLICATE-OUTPUT-FILE RECORDING MODE IS F.
       01  DUPLICATE-LINE              PIC X(80).
       FD  HELD-VOUCHER-FILE RECORDING MODE IS F.
       01  HELD-VOUCHER-RECORD.
           05  HD-RECORD-IMAGE         PIC X(80).
           05  HD-IMAGE-FIELDS REDEFINES HD-RECORD-IMAGE.
               10  FILLER              PIC X(49).
               10  HD-IMAGE-AMOUNT     PIC S9(6)V99.
               10  FILLER              PIC X(23).
           05  HD-RUN-DATE             PIC X(8).

      *****************************************************************
      *NEW GENERATION OF THE HELD-VOUCHER FILE - WHAT IS STILL HELD
      *AFTER THE RELEASE PASS IS WRITTEN HERE AND HELDVH8.DAT IS
      *NEVER TOUCHED, THE SAME WAY SUSFIX8 WRITES SUSNEW8.DAT AND
      *LEAVES THE OLD SUSPENSE ALONE.  GENPRO8 PROMOTES
      *HELDNEW8.DAT OVER HELDVH8.DAT ONLY FROM A RUN THAT ENDED CLEAN,
      *SO A CRASH MID-REWRITE CAN NEVER DESTROY A HELD VOUCHER
      *****************************************************************
       FD  HELD-NEW-FILE RECORDING MODE IS F.
       01  HELD-NEW-RECORD.
           05  HN-RECORD-IMAGE         PIC X(80).
           05  HN-IMAGE-FIELDS REDEFINES HN-RECORD-IMAGE.
               10  FILLER              PIC X(49).
               10  HN-IMAGE-AMOUNT     PIC S9(6)V99.
               10  FILLER              PIC X(23).
           05  HN-RUN-DATE             PIC X(8).

      *****************************************************************
      *RUNNING LOG OF EVERY VOUCHER TAKEN OFF HOLD - THE IMAGE, THE
      *DATE IT WAS HELD, THE DATE IT CAME OFF AND WHAT BECAME OF IT.
      *NOTHING ELSE KEEPS THE RELEASE ONCE THE HELD FILE IS SWAPPED,
      *SO IT IS NEVER REWRITTEN - OPENED EXTEND AROUND EVERY WRITE.
      *THE VOUCHER INQUIRY (VCHINQ8) READS IT
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

      *****************************************************************
      *ONE-RECORD CONTROL TOTALS FILE, WRITTEN AT END OF JOB FOR THE
      *DOWNSTREAM GL POSTING STEP (GLPOST8) TO PROVE THE EXTRACT
           05  AM-PTD-RECORDS          PIC 9(7).
           05  AM-YTD-DOLLARS          PIC S9(9)V99.
           05  AM-YTD-RECORDS          PIC 9(7).
           05  AM-DESCRIPTION          PIC X(25).
           05  AM-STATUS               PIC X.
               88  AM-CLOSED-TO-POSTING        VALUE 'C'.

      *****************************************************************
      *ACCOUNT TOTALS HISTORY FOR THE RUN-TO-RUN VARIANCE PAGE - ONE
           05  OV-PAID-SW              PIC X.
           05  OV-PAID-DATE            PIC X(8).

      *****************************************************************
      *SPLIT-VOUCHER DISTRIBUTION FILE - ONE RECORD PER TYPE-3 LINE
      *OF EVERY SPLIT VOUCHER THE RUN RELEASES.  THE OPEN-VOUCHER
      *RECORD CARRIES ONLY THE VOUCHER'S HEADER ACCOUNT AND STORE,
      *WHICH NEVER RECEIVE A SPLIT VOUCHER'S POSTING - THE LINES
      *HERE ARE WHERE THE MONEY WENT.  VCHCAN8 BACKS A CANCELLED
      *SPLIT VOUCHER OUT FROM THEM AND VCHINQ8 SHOWS ONE POSTING
      *EVENT PER LINE.  LIKE THE OPEN-VOUCHER FILE IT IS ALWAYS
      *EXTENDED, NEVER TRUNCATED, AND OPENED AROUND EVERY WRITE
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
      *RUN PARAMETER CARD - AS-OF DATE OVERRIDE (MMDDYYYY, SPACES FOR
      *TODAY), THE THREE AGING BOUNDARIES, PAGE DEPTH, THE VARIANCE

      *****************************************************************
      *RUN-CONTROL LOG - ONE RECORD APPENDED PER COMPLETED RUN.  THE
      *OPERATOR RECAP (RUNRPT8) AND THE AUDITORS READ THIS FILE.
      *EVERY PROGRAM THAT WRITES A NEW GENERATION FOR THE JOB STREAM
      *TO SWAP IN ALSO APPENDS ONE 'G' ENTRY PER FILE - RECORDS AND
      *CONTROL TOTAL WRITTEN, WHAT THE LIVE FILE HELD WHEN IT WAS
      *READ, AND THE CONDITION CODE THE RUN ENDED WITH.  GENPRO8
      *PROMOTES ONLY WHAT THOSE ENTRIES PROVE AND LOGS ITS OWN
      *PROMOTIONS ('P'), ROLLBACKS ('B') AND REFUSALS ('X') HERE TOO
      *****************************************************************
       FD  RUN-LOG-FILE RECORDING MODE IS F.
       01  RUN-LOG-RECORD.
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

      *****************************************************************
      *FEED REGISTRATION - ONE RECORD PER FEED THIS RUN HAS POSTED,
      *****************************************************************
      *NEW GENERATION OF THE SPEND HISTORY - THE ROLLED-FORWARD
      *FIGURES ARE WRITTEN HERE AND SUPSPD8.DAT IS NEVER TOUCHED.
      *GENPRO8 PROMOTES SPDNEW8.DAT OVER SUPSPD8.DAT ONLY FROM A
      *RUN THAT ENDED CLEAN, SO A CRASH MID-REWRITE CAN NEVER LOSE
      *THE YEAR-TO-DATE 1099 FIGURES
      *****************************************************************
       FD  SUPPLIER-SPEND-NEW-FILE RECORDING MODE IS F.
           05  BW-SUPPLIER-NAME        PIC X(23).
           05  BW-AGE-BUCKET           PIC X(10).

      *****************************************************************
      *SPLIT-VOUCHER DISTRIBUTION WORK FILE - ONE RECORD PER TYPE-3
      *LINE OF EVERY SPLIT VOUCHER THE RUN RELEASES, CARRYING THE
      *VOUCHER'S OWN IMAGE WITH THE LINE'S ACCOUNT, STORE AND AMOUNT
      *LAID OVER IT.  RESORTED TO ACCOUNT/STORE SEQUENCE AT END OF
      *JOB SO THE LINES CAN BREAK, POST TO THE GL EXTRACT AND ROLL
      *THE MASTER UNDER THEIR OWN ACCOUNTS.  TRUNCATED ON A FRESH
      *START AND OPENED AROUND EVERY WRITE LIKE THE REGISTER WORK
      *****************************************************************
       FD  SPLIT-WORK-FILE RECORDING MODE IS F.
       01  SPLIT-WORK-RECORD.
           05  SX-ACCOUNT-NUMBER       PIC X(4).
           05  SX-STORE-NUMBER         PIC X(3).
           05  SX-VOUCHER-NUMBER       PIC X(6).
           05  SX-RECORD-IMAGE.
               10  SX-RECORD-TYPE      PIC X.
               10  FILLER              PIC X(21).
               10  SX-IMG-ACCOUNT      PIC X(4).
               10  SX-IMG-STORE        PIC X(3).
               10  FILLER              PIC X(20).
               10  SX-IMG-AMOUNT       PIC S9(6)V99.
               10  FILLER              PIC X(23).

      *****************************************************************
      *SPILL FOR THE DISTRIBUTION LINES OF A SPLIT VOUCHER THAT RUN
      *PAST THE END OF SPLIT-LINE-TABLE-WS.  HOLDS THE OVERFLOW OF
      *THE ONE VOUCHER IN HAND ONLY - STARTED AFRESH BY ITS FIRST
      *OVERFLOW LINE - SO 348-LOG-REJECT CAN SEND EVERY LINE OF THE
      *VOUCHER TO SUSPENSE BEHIND IT, NOT JUST THE ONES THAT FITTED
      *****************************************************************
       FD  SPLIT-SPILL-FILE RECORDING MODE IS F.
       01  SPLIT-SPILL-RECORD          PIC X(80).

       SD  SPLIT-SORT-FILE.
       01  SPLIT-SORT-RECORD.
           05  SQ-ACCOUNT-NUMBER       PIC X(4).
           05  SQ-STORE-NUMBER         PIC X(3).
           05  SQ-VOUCHER-NUMBER       PIC X(6).
           05  SQ-RECORD-IMAGE         PIC X(80).

       FD  SPLIT-SORTED-FILE RECORDING MODE IS F.
       01  SPLIT-SORTED-RECORD.
           05  ST-ACCOUNT-NUMBER       PIC X(4).
           05  ST-STORE-NUMBER         PIC X(3).
           05  ST-VOUCHER-NUMBER       PIC X(6).
           05  ST-RECORD-IMAGE         PIC X(80).

       SD  REGISTER-SORT-FILE.
       01  REGISTER-SORT-RECORD.
           05  RS-SUPPLIER-NUMBER      PIC X(5).
           05  REJECT-RECORDS-WS       PIC 9(7)        VALUE ZERO.
           05  REJECT-DOLLARS-WS       PIC S9(8)V99    VALUE ZERO.

      *****************************************************************
      *ACCOUNT/STORE PAIR 342-ACCOUNT-STORE-CHECK LOOKS UP - LOADED
      *BY THE CALLER SO THE SAME CHECK SERVES BOTH A VOUCHER AND EACH
      *DISTRIBUTION LINE OF A SPLIT VOUCHER
      *****************************************************************
           05  CHECK-ACCOUNT-WS        PIC X(4)        VALUE SPACES.
           05  CHECK-STORE-WS          PIC X(3)        VALUE SPACES.

      *****************************************************************
      *SPLIT VOUCHERS - A TYPE-2 FOLLOWED BY TYPE-3 DISTRIBUTION LINES
      *IS ONE VOUCHER WHOSE DOLLARS ARE SPREAD OVER THE ACCOUNTS AND
      *STORES ON THE LINES.  THE READ PARAGRAPHS LOOK ONE RECORD AHEAD
      *SO A VOUCHER ALWAYS ARRIVES WITH ALL OF ITS LINES ALREADY IN
      *SPLIT-LINE-TABLE-WS.  THE LINES ARE NOT COUNTED IN THE BATCH
      *HEADER - THE VOUCHER IS, ONCE, FOR ITS FULL AMOUNT.  LINES
      *FOUND WITH NO VOUCHER AHEAD OF THEM ARE REJECTED ON THEIR OWN
      *****************************************************************
           05  LOOKAHEAD-SW            PIC X(3)        VALUE 'NO'.
           05  RECYCLE-AHEAD-SW        PIC X(3)        VALUE 'NO'.
           05  SPLIT-IN-BATCH-SW       PIC X(3)        VALUE 'NO'.
               88  SPLIT-IN-BATCH-WS           VALUE 'YES'.
           05  SPLIT-LINE-TOTAL-WS     PIC S9(8)V99    VALUE ZERO.
           05  SPLIT-OVFL-SW           PIC X(3)        VALUE 'NO'.
           05  HELD-LINES-DONE-SW      PIC X(3)        VALUE 'NO'.
           05  HELD-LINE-SPAN-WS       PIC 9(4)        VALUE ZERO.
           05  SPLIT-SPILL-COUNT-WS    PIC 9(4)        VALUE ZERO.

      *****************************************************************
      *SET JUST BEFORE 500-HEADER IS PERFORMED FROM 350-PRINT SO THE
      *PAGE BREAK PRINTS AN "ACCOUNT CONTINUED" MARKER INSTEAD OF THE
           05  END-DATE-WS             PIC X(21)       VALUE SPACES.
           05  START-TYPE-WS           PIC X(7)        VALUE 'NORMAL'.

      *****************************************************************
      *NEW-GENERATION FIGURES FOR THE RUN-CONTROL LOG - WHAT EACH NEW
      *FILE WAS WRITTEN WITH AND WHAT ITS LIVE FILE HELD WHEN THIS RUN
      *READ IT.  THE IMAGE FILES TOTAL THE AMOUNT FIELD OF EVERY IMAGE
      *THAT CARRIES A NUMERIC ONE.  GENPRO8 PROVES BOTH SIDES BEFORE
      *IT SWAPS A FILE IN
      *****************************************************************
           05  HELD-NEW-SW             PIC X(3)        VALUE 'NO'.
               88  HELD-NEW-WRITTEN-WS         VALUE 'YES'.
           05  HELD-NEW-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05  HELD-NEW-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  HELD-LIVE-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  SPEND-NEW-SW            PIC X(3)        VALUE 'NO'.
               88  SPEND-NEW-WRITTEN-WS        VALUE 'YES'.
           05  SPEND-NEW-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  SPEND-NEW-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  SPEND-LIVE-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05  SPEND-LIVE-TOTAL-WS     PIC S9(9)V99    VALUE ZERO.

      *****************************************************************
      *FEED FINGERPRINT, TAKEN ON A PRE-PASS OVER THE FEED BEFORE ANY
      *OUTPUT FILE OPENS, AND THE MATCH SWITCH THE REGISTRATION SCAN
           05  VAR-BASE-REC-WS         PIC 9(7)        VALUE ZERO.
           05  VAR-FLAG-WS             PIC X(14)       VALUE SPACES.
           05  RUNS-PLUS-1-WS          PIC 9(5)        VALUE ZERO.
           05  HELD-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  HELD-GEN-PENDING-WS         VALUE 'YES'.
           05  SPEND-GEN-PENDING-SW    PIC X(3)        VALUE 'NO'.
               88  SPEND-GEN-PENDING-WS        VALUE 'YES'.
           05  OPEN-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  OPEN-GEN-PENDING-WS         VALUE 'YES'.
           05  SUSP-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  SUSP-GEN-PENDING-WS         VALUE 'YES'.
           05  HIST-GEN-PENDING-SW     PIC X(3)        VALUE 'NO'.
               88  HIST-GEN-PENDING-WS         VALUE 'YES'.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-INVENTORY-WS        PIC X(3) VALUE 'NO'.
           05  EOF-RECAP-WS            PIC X(3) VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3) VALUE 'NO'.
           05  EOF-FEEDSCAN-WS         PIC X(3) VALUE 'NO'.
           05  EOF-FEEDREG-WS          PIC X(3) VALUE 'NO'.
           05  EOF-SPEND-WS            PIC X(3) VALUE 'NO'.
           05  EOF-SPLIT-WS            PIC X(3) VALUE 'NO'.

      ****************************************************************
           05  HOLD-DATE-WS.
       01  STORE-CHECK-SW              PIC X(3)        VALUE SPACES.
           88  STORE-FOUND-WS                  VALUE 'YES'.

       01  CLOSED-CHECK-SW             PIC X(3)        VALUE SPACES.
           88  ACCT-CLOSED-WS                  VALUE 'YES'.

      *****************************************************************
      *HELD-VOUCHER TABLE - THE WHOLE HELD FILE IS LOADED AT END OF
      *JOB, ITEMS WHOSE SUPPLIER HAS COME OFF HOLD ARE RELEASED, AND
       01  HELD-TABLE-WS.
           05  HELD-TABLE-COUNT-WS     PIC 9(4)        VALUE ZERO.
           05  HELD-TABLE-ENTRY        OCCURS 2000 TIMES
                                       INDEXED BY HELD-IDX-WS
                                                  HELD-LINE-IDX-WS.
               10  HLD-TBL-IMAGE       PIC X(80).
               10  HLD-TBL-RUN-DATE    PIC X(8).
               10  HLD-TBL-DISP        PIC X.

      *****************************************************************
      *DISTRIBUTION LINES OF THE SPLIT VOUCHER CURRENTLY IN HAND, AND
      *THE ONE-RECORD LOOKAHEAD BUFFERS FOR THE FEED AND RECYCLE FILE
      *****************************************************************
       01  SPLIT-LINE-TABLE-WS.
           05  SPLIT-LINE-COUNT-WS     PIC 9(3)        VALUE ZERO.
           05  SPLIT-LINE-ENTRY        OCCURS 99 TIMES
                                       INDEXED BY SPLIT-IDX-WS.
               10  SPL-TBL-IMAGE       PIC X(80).

       01  LOOKAHEAD-RECORD-WS.
           05  LA-RECORD-TYPE          PIC X.
           05  FILLER                  PIC X(79).

       01  RECYCLE-AHEAD-RECORD-WS.
           05  RA-RECORD-TYPE          PIC X.
           05  FILLER                  PIC X(79).

      *****************************************************************
      *RECORD-TYPE '3' DISTRIBUTION LINE - SAME POSITIONS AS THE TYPE-2
      *IT FOLLOWS.  ONLY THE SUPPLIER, VOUCHER, ACCOUNT, STORE AND
      *AMOUNT ARE CARRIED; EVERYTHING ELSE COMES FROM THE VOUCHER
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

       01  INVENT-INPUT-RECORD.
           05  RECORD-TYPE             PIC X.
           05  BATCH-NUMBER            PIC XX.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SUPPLIER-FLAG-OUT       PIC X(30) VALUE SPACES.

      *****************************************************************
      *SPLIT VOUCHER MARKER, PRINTED UNDER THE VOUCHER'S DETAIL LINE,
      *AND THE TITLE OF THE END-OF-JOB SECTION THE LINES POST UNDER
      *****************************************************************
       01  SPLIT-FLAG-LINE-SETUP.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05                          PIC X(16) VALUE
           'SPLIT VOUCHER - '.
           05  SPLIT-FLAG-LINES-OUT    PIC ZZ9.
           05                          PIC X(50) VALUE
           ' DISTRIBUTION LINES - SEE SPLIT VOUCHER SECTION'.

       01  SPLIT-TITLE-LINE-SETUP.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05                          PIC X(45)       VALUE
           'SPLIT VOUCHER DISTRIBUTIONS'.

      *****************************************************************
      *DUPLICATE INVOICE LISTING
      *****************************************************************
                   STOP RUN
           END-IF

      *****************************************************************
      *A TRIAL WRITES NEITHER NEW GENERATION, SO ONLY A REAL RUN IS
      *HELD BACK BY ONE STILL WAITING FOR GENPRO8
      *****************************************************************
           IF NOT TRIAL-RUN-WS
               THEN PERFORM 280-CHECK-PENDING-GENERATION
           END-IF

      *****************************************************************
      *A FRESH START FINGERPRINTS THE FEED AND PROVES IT AGAINST THE
      *REGISTRATION FILE BEFORE ANY OUTPUT OPENS - A RESTART SKIPS
                   CLOSE BATCH-RECAP-FILE
                   OPEN OUTPUT REGISTER-WORK-FILE
                   CLOSE REGISTER-WORK-FILE
                   OPEN OUTPUT SPLIT-WORK-FILE
                   CLOSE SPLIT-WORK-FILE
      *****************************************************************
      *THE BURST WORK FILE FEEDS THE DOWNSTREAM BURST8 STEP, SO A
      *TRIAL LEAVES IT ALONE THE WAY IT LEAVES RECYCLE8.TXT ALONE -
               THEN MOVE 'YES' TO FEED-MATCH-SW
           END-IF.

      *****************************************************************
      *THE RUN LOG SHOWS WHETHER HELDNEW8.DAT OR SPDNEW8.DAT FROM AN
      *EARLIER RUN IS STILL WAITING - A CLEAN 'G' STAYS OUTSTANDING
      *UNTIL A 'P' FOR THE LIVE FILE OR A 'D' FOR THE NEW FILE
      *FOLLOWS IT.  THIS RUN WOULD OVERWRITE THE WAITING GENERATION
      *AND ITS CHANGES WOULD BE LOST, SO IT STOPS BEFORE ANY OUTPUT
      *IS OPENED.  THE SAME HOLDS FOR OPNNEW8.DAT, SUSNEW8.DAT AND
      *VHKEEP8.DAT, WRITTEN BY OTHER PROGRAMS FROM THE OPEN-VOUCHER,
      *SUSPENSE AND VOUCHER HISTORY FILES - THIS RUN ADDS TO THOSE
      *LIVE FILES IN PLACE, SO THE WAITING GENERATION WOULD NO
      *LONGER MATCH THEM AND GENPRO8 WOULD REFUSE IT
      *****************************************************************
       280-CHECK-PENDING-GENERATION.

           MOVE 'NO' TO EOF-RUN-LOG-WS
           MOVE 'NO' TO HELD-GEN-PENDING-SW
           MOVE 'NO' TO SPEND-GEN-PENDING-SW
           MOVE 'NO' TO OPEN-GEN-PENDING-SW
           MOVE 'NO' TO SUSP-GEN-PENDING-SW
           MOVE 'NO' TO HIST-GEN-PENDING-SW
           OPEN INPUT RUN-LOG-FILE

           PERFORM 285-READ-RUN-LOG
               UNTIL EOF-RUN-LOG-WS = 'YES'

           CLOSE RUN-LOG-FILE

           IF HELD-GEN-PENDING-WS
               THEN
                   DISPLAY 'TSTPROB8 - HELDNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF SPEND-GEN-PENDING-WS
               THEN
                   DISPLAY 'TSTPROB8 - SPDNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF OPEN-GEN-PENDING-WS
               THEN
                   DISPLAY 'TSTPROB8 - OPNNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF SUSP-GEN-PENDING-WS
               THEN
                   DISPLAY 'TSTPROB8 - SUSNEW8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF HIST-GEN-PENDING-WS
               THEN
                   DISPLAY 'TSTPROB8 - VHKEEP8.DAT FROM AN EARLIER RUN'
                       ' HAS NOT BEEN PROMOTED'
                   DISPLAY 'PROMOTE OR DISCARD IT THROUGH GENPRO8'
                       ' FIRST'
                   DISPLAY 'RUN STOPPED BEFORE ANY OUTPUT WAS OPENED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       285-READ-RUN-LOG.

           READ RUN-LOG-FILE
           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-WRITTEN
              AND RL-GEN-FILE = 'HELDNEW8.DAT'
              AND RL-CONDITION-CODE IS NOT GREATER THAN 4
               THEN MOVE 'YES' TO HELD-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-PROMOTED
              AND RL-GEN-FILE = 'HELDVH8.DAT'
               THEN MOVE 'NO' TO HELD-GEN-PENDING-SW
           END-IF

           IF EOF-RUN-LOG-WS = 'NO'
              AND RL-GENERATION-DISCARDED
              AND RL-GEN-FILE = 'HELDNEW8.DAT'
               THEN MOVE 'NO' TO HELD-GEN-PENDING-SW
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

       290-CHECK-RESTART.

           MOVE SPACES TO CKPT-FILE-STATUS-WS
                   MOVE 'YES' TO SEVERE-SW
           END-IF.

      *****************************************************************
      *DELIVERS THE NEXT FEED RECORD INTO INVENT-INPUT-RECORD.  THE
      *FEED IS READ ONE RECORD AHEAD SO THE TYPE-3 DISTRIBUTION LINES
      *FOLLOWING A TYPE-2 ARE GATHERED INTO SPLIT-LINE-TABLE-WS WITH
      *IT - EVERY CALLER, THE RESTART SCAN AND THE REPLAY SKIP
      *INCLUDED, THEREFORE TAKES OR PASSES A SPLIT VOUCHER WHOLE
      *****************************************************************
       250-READ-RECORD.
           IF LOOKAHEAD-SW = 'NO'
               THEN PERFORM 251-READ-AHEAD
           END-IF

           IF LOOKAHEAD-SW = 'EOF'
               THEN MOVE 'YES' TO EOF-INVENTORY-WS
               ELSE
                   MOVE LOOKAHEAD-RECORD-WS TO INVENT-INPUT-RECORD
                   MOVE 'NO' TO LOOKAHEAD-SW
           END-IF

           MOVE ZERO TO SPLIT-LINE-COUNT-WS
           MOVE ZERO TO SPLIT-SPILL-COUNT-WS
           MOVE 'NO' TO SPLIT-OVFL-SW

           IF EOF-INVENTORY-WS = 'NO' AND RECORD-TYPE = '2'
               THEN
                   PERFORM 251-READ-AHEAD
                   PERFORM 253-TAKE-SPLIT-LINE
                       UNTIL LOOKAHEAD-SW NOT = 'YES'
                          OR LA-RECORD-TYPE NOT = '3'
           END-IF

           IF EOF-INVENTORY-WS = 'NO' AND RECORD-TYPE = '1'
               THEN PERFORM 260-CAPTURE-BATCH-HEADER
           END-IF.

       251-READ-AHEAD.
           READ INVENTORY-INPUT-FILE INTO LOOKAHEAD-RECORD-WS
               AT END MOVE 'EOF' TO LOOKAHEAD-SW
               NOT AT END
                   MOVE 'YES' TO LOOKAHEAD-SW
                   ADD 1 TO INPUT-READ-COUNT-WS
           END-READ.

      *****************************************************************
      *LINES PAST THE END OF THE TABLE ARE STILL CONSUMED SO THEY
      *CANNOT SURFACE AS ORPHANS, AND ARE KEPT ON THE SPILL FILE SO
      *NONE IS LOST - THE OVERFLOW SWITCH SENDS THE WHOLE VOUCHER,
      *SPILLED LINES INCLUDED, TO SUSPENSE THROUGH
      *341-VALIDATE-SPLIT-LINES AND 348-LOG-REJECT
      *****************************************************************
       253-TAKE-SPLIT-LINE.
           IF SPLIT-LINE-COUNT-WS IS LESS THAN 99
               THEN
                   ADD 1 TO SPLIT-LINE-COUNT-WS
                   SET SPLIT-IDX-WS TO SPLIT-LINE-COUNT-WS
                   MOVE LOOKAHEAD-RECORD-WS
                                     TO SPL-TBL-IMAGE (SPLIT-IDX-WS)
               ELSE
                   MOVE 'YES' TO SPLIT-OVFL-SW
                   MOVE LOOKAHEAD-RECORD-WS TO SPLIT-SPILL-RECORD
                   PERFORM 254-SPILL-SPLIT-LINE
           END-IF

           PERFORM 251-READ-AHEAD.

       254-SPILL-SPLIT-LINE.

           IF SPLIT-SPILL-COUNT-WS = ZERO
               THEN OPEN OUTPUT SPLIT-SPILL-FILE
               ELSE OPEN EXTEND SPLIT-SPILL-FILE
           END-IF
           WRITE SPLIT-SPILL-RECORD
           CLOSE SPLIT-SPILL-FILE

           ADD 1 TO SPLIT-SPILL-COUNT-WS.

      *****************************************************************
      *ONE STEP OF THE POSITIONING SCAN - READS A RECORD AND, FOR A
      *TYPE '2', RUNS THE SAME VALIDATION 300-PROCESS USES SO THE
                                   PERFORM 960-WRITE-CHECKPOINT
                           END-IF
                   END-IF
           END-IF

           IF EOF-INVENTORY-WS = 'NO' AND RECORD-TYPE = '3'
              AND NOT RESTART-PRIMING-WS
               THEN PERFORM 331-LOG-ORPHAN-LINE
           END-IF.

      *****************************************************************
                                               THEN
                                                 PERFORM 346-LOG-DUP
                                               ELSE
                                           IF SPLIT-LINE-COUNT-WS = ZERO
                                               THEN
                                                 PERFORM 350-PRINT
                                               ELSE
                                                 PERFORM 359-PRINT-SPLIT
                                           END-IF
                                           END-IF
                                           END-IF
                                   END-IF
                   END-IF
           END-IF

           IF RECORD-TYPE = '3'
              AND RESTART-SKIP-REMAINING-WS = ZERO
               THEN PERFORM 331-LOG-ORPHAN-LINE
           END-IF

           PERFORM 250-READ-RECORD.

       330-LOG-EXCEPTION.
               THEN
                   ADD AMOUNT TO EXCEPTION-DOLLARS-WS
                   ADD AMOUNT TO BATCH-EXCEPTION-DOL-WS
           END-IF

           IF SPLIT-LINE-COUNT-WS IS GREATER THAN ZERO
               THEN PERFORM 332-SUSPEND-SPLIT-EXCEPTION
           END-IF.

      *****************************************************************
      *A TYPE-3 WITH NO TYPE-2 AHEAD OF IT (FIRST IN THE FEED, OR
      *STRAIGHT AFTER A BATCH HEADER) BELONGS TO NO VOUCHER.  IT GOES
      *TO THE REJECT LISTING AND SUSPENSE ON ITS OWN, BUT IS NOT PART
      *OF ANY BATCH HEADER'S COUNT OR DOLLARS, SO ONLY THE RUN'S
      *REJECT COUNT (AND WITH IT THE CONDITION CODE) SEES IT
      *****************************************************************
       331-LOG-ORPHAN-LINE.

           MOVE 'LINE WITHOUT VOUCHER' TO REJECT-REASON-WS

           PERFORM 336-REJECT-HEADING

           MOVE RECORD-TYPE       TO REJ-RECORD-TYPE-OUT
           MOVE ACCOUNT-NUMBER    TO REJ-ACCOUNT-OUT
           MOVE VOUCHER-NUMBER    TO REJ-VOUCHER-OUT
           MOVE REJECT-REASON-WS  TO REJ-REASON-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO REJECT-LINE
           WRITE REJECT-LINE AFTER 1

           IF NOT TRIAL-RUN-WS
               THEN
                   MOVE INVENT-INPUT-RECORD TO SU-RECORD-IMAGE
                   MOVE REJECT-REASON-WS    TO SU-REJECT-REASON
                   MOVE RUN-DATE-MDY-WS     TO SU-RUN-DATE
                   OPEN EXTEND SUSPENSE-FILE
                   WRITE SUSPENSE-RECORD
                   CLOSE SUSPENSE-FILE
           END-IF

           ADD 1 TO REJECT-RECORDS-WS.

      *****************************************************************
      *AN OUT-OF-SEQUENCE SPLIT VOUCHER CANNOT JUST BE LISTED AND LEFT
      *- ITS DISTRIBUTION LINES WERE CONSUMED WITH IT AND WOULD BE
      *LOST.  THE VOUCHER AND EVERY LINE GO TO THE REJECT LISTING AND
      *SUSPENSE TOGETHER, THE WAY 348-LOG-REJECT SENDS THEM, SO
      *SUSFIX8 CAN RELEASE THE VOUCHER WHOLE INTO A LATER RUN.  IT
      *STAYS COUNTED AS AN EXCEPTION FOR 950-BALANCE-CHECK
      *****************************************************************
       332-SUSPEND-SPLIT-EXCEPTION.

           MOVE 'SPLIT VOUCHER OUT OF SEQ' TO REJECT-REASON-WS

           PERFORM 336-REJECT-HEADING

           MOVE RECORD-TYPE       TO REJ-RECORD-TYPE-OUT
           MOVE ACCOUNT-NUMBER    TO REJ-ACCOUNT-OUT
           MOVE VOUCHER-NUMBER    TO REJ-VOUCHER-OUT
           MOVE REJECT-REASON-WS  TO REJ-REASON-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO REJECT-LINE
           WRITE REJECT-LINE AFTER 1

           IF NOT TRIAL-RUN-WS
               THEN
                   MOVE INVENT-INPUT-RECORD TO SU-RECORD-IMAGE
                   MOVE REJECT-REASON-WS    TO SU-REJECT-REASON
                   MOVE RUN-DATE-MDY-WS     TO SU-RUN-DATE
                   OPEN EXTEND SUSPENSE-FILE
                   WRITE SUSPENSE-RECORD
                   CLOSE SUSPENSE-FILE
           END-IF

           SET SPLIT-IDX-WS TO 1
           PERFORM 333-REJECT-SPLIT-LINE SPLIT-LINE-COUNT-WS TIMES.

      *****************************************************************
      *EACH DISTRIBUTION LINE OF A REJECTED SPLIT VOUCHER FOLLOWS IT
      *TO THE LISTING AND TO SUSPENSE UNDER THE VOUCHER'S OWN REASON,
      *STRAIGHT BEHIND IT, SO SUSFIX8 CAN CORRECT AND RECYCLE THE
      *VOUCHER WHOLE.  THE LINES ARE NOT COUNTED - THE VOUCHER IS
      *****************************************************************
       333-REJECT-SPLIT-LINE.

           MOVE SPL-TBL-IMAGE (SPLIT-IDX-WS) TO DISTRIBUTION-LINE-WS
           PERFORM 335-REJECT-DIST-LINE

           SET SPLIT-IDX-WS UP BY 1.

      *****************************************************************
      *THE LINES OF A HELD SPLIT VOUCHER FOLLOW IT ONTO THE HELD FILE
      *SO 386-DISPOSE-HELD RELEASES THEM WITH IT
      *****************************************************************
       334-HOLD-SPLIT-LINE.

           MOVE SPL-TBL-IMAGE (SPLIT-IDX-WS) TO HD-RECORD-IMAGE
           MOVE RUN-DATE-MDY-WS              TO HD-RUN-DATE
           OPEN EXTEND HELD-VOUCHER-FILE
           WRITE HELD-VOUCHER-RECORD
           CLOSE HELD-VOUCHER-FILE

           SET SPLIT-IDX-WS UP BY 1.

       335-REJECT-DIST-LINE.

           MOVE DL-RECORD-TYPE    TO REJ-RECORD-TYPE-OUT
           MOVE DL-ACCOUNT-NUMBER TO REJ-ACCOUNT-OUT
           MOVE DL-VOUCHER-NUMBER TO REJ-VOUCHER-OUT
           MOVE REJECT-REASON-WS  TO REJ-REASON-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO REJECT-LINE
           WRITE REJECT-LINE AFTER 1

           IF NOT TRIAL-RUN-WS
               THEN
                   MOVE DISTRIBUTION-LINE-WS TO SU-RECORD-IMAGE
                   MOVE REJECT-REASON-WS     TO SU-REJECT-REASON
                   MOVE RUN-DATE-MDY-WS      TO SU-RUN-DATE
                   OPEN EXTEND SUSPENSE-FILE
                   WRITE SUSPENSE-RECORD
                   CLOSE SUSPENSE-FILE
           END-IF.

       336-REJECT-HEADING.

           IF NOT REJECT-HEADER-WRITTEN-WS
               THEN
                   MOVE REJECT-HEADER-LINE-SETUP TO REJECT-LINE
                   WRITE REJECT-LINE AFTER 1
                   IF TRIAL-RUN-WS
                       THEN
                           MOVE  TRIAL-BANNER-LINE-SETUP
                                            TO REJECT-LINE
                           WRITE REJECT-LINE AFTER 1
                   END-IF
                   MOVE SPACES TO REJECT-LINE
                   WRITE REJECT-LINE AFTER 1
                   MOVE REJECT-COLUMN-LINE-SETUP TO REJECT-LINE
                   WRITE REJECT-LINE AFTER 1
                   MOVE 'YES' TO REJECT-HEADER-SW
           END-IF.

      *****************************************************************
      *LINES THAT OVERFLOWED THE TABLE FOLLOW THE ONES THAT FITTED,
      *IN FEED ORDER, SO THE VOUCHER REACHES SUSPENSE COMPLETE
      *****************************************************************
       337-REJECT-SPILL-LINE.

           READ SPLIT-SPILL-FILE INTO DISTRIBUTION-LINE-WS
               AT END MOVE SPACES TO DISTRIBUTION-LINE-WS
               NOT AT END PERFORM 335-REJECT-DIST-LINE
           END-READ.

      *****************************************************************
      *READS THE VOUCHER HISTORY BY ITS SUPPLIER-PLUS-INVOICE KEY.
      *ON A HIT THE ORIGINAL VOUCHER AND RUN DATE ARE SAVED FOR THE
      *DUPLICATE LISTING.  AN ENTRY LEFT BY A CANCELLED VOUCHER IS
      *NOT A DUPLICATE - THE INVOICE MAY BE ENTERED AGAIN
      *****************************************************************
       345-DUPLICATE-CHECK.

           READ VOUCHER-HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT VH-ENTRY-CANCELLED
                       THEN
                           MOVE 'YES' TO DUPLICATE-SW
                           MOVE VH-VOUCHER-NUMBER TO ORIG-VOUCHER-WS
                           MOVE VH-RUN-DATE       TO ORIG-RUN-DATE-WS
                   END-IF
           END-READ.

       346-LOG-DUP.
                   OPEN EXTEND HELD-VOUCHER-FILE
                   WRITE HELD-VOUCHER-RECORD
                   CLOSE HELD-VOUCHER-FILE
                   SET SPLIT-IDX-WS TO 1
                   PERFORM 334-HOLD-SPLIT-LINE
                       SPLIT-LINE-COUNT-WS TIMES
           END-IF

           ADD 1 TO HELD-RECORDS-WS
      *****************************************************************
           IF RECORD-VALID-WS
               THEN
                   MOVE ACCOUNT-NUMBER TO CHECK-ACCOUNT-WS
                   MOVE STORE-NUMBER   TO CHECK-STORE-WS
                   PERFORM 342-ACCOUNT-STORE-CHECK
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

           IF RECORD-VALID-WS
              AND (SPLIT-LINE-COUNT-WS IS GREATER THAN ZERO
                   OR SPLIT-OVFL-SW = 'YES')
               THEN PERFORM 341-VALIDATE-SPLIT-LINES
           END-IF.

      *****************************************************************
      *A SPLIT VOUCHER STANDS OR FALLS AS A WHOLE - EVERY LINE MUST
      *BELONG TO IT, CARRY A NUMERIC AMOUNT AND AN ACCOUNT/STORE PAIR
      *ON THE MASTER, AND THE LINES MUST FOOT TO THE VOUCHER AMOUNT
      *OR THE VOUCHER AND ALL ITS LINES GO TO SUSPENSE TOGETHER
      *****************************************************************
       341-VALIDATE-SPLIT-LINES.

           IF SPLIT-OVFL-SW = 'YES'
               THEN
                   MOVE 'NO' TO RECORD-VALID-SW
                   MOVE 'TOO MANY SPLIT LINES' TO REJECT-REASON-WS
               ELSE
                   MOVE ZERO TO SPLIT-LINE-TOTAL-WS
                   SET SPLIT-IDX-WS TO 1
                   PERFORM 349-VALIDATE-SPLIT-LINE
                       SPLIT-LINE-COUNT-WS TIMES
                   IF RECORD-VALID-WS
                      AND SPLIT-LINE-TOTAL-WS NOT = AMOUNT
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'SPLIT LINES DO NOT FOOT'
                                            TO REJECT-REASON-WS
                   END-IF
           END-IF.

       349-VALIDATE-SPLIT-LINE.

           MOVE SPL-TBL-IMAGE (SPLIT-IDX-WS) TO DISTRIBUTION-LINE-WS

           IF RECORD-VALID-WS
               THEN
                   IF DL-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                      OR DL-SUPPLIER-NUMBER NOT = SUPPLIER-NUMBER
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'LINE VOUCHER MISMATCH'
                                            TO REJECT-REASON-WS
                       ELSE
                   IF DL-AMOUNT IS NOT NUMERIC
                       THEN
                           MOVE 'NO' TO RECORD-VALID-SW
                           MOVE 'LINE AMOUNT NOT NUMERIC'
                                            TO REJECT-REASON-WS
                       ELSE
                           MOVE DL-ACCOUNT-NUMBER TO CHECK-ACCOUNT-WS
                           MOVE DL-STORE-NUMBER   TO CHECK-STORE-WS
                           PERFORM 342-ACCOUNT-STORE-CHECK
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
                   END-IF
           END-IF

           SET SPLIT-IDX-WS UP BY 1.

      *****************************************************************
      *ONE KEYED READ PROVES THE ACCOUNT/STORE PAIR.  ON A MISS THE
      *KEYED START IN 343 DECIDES WHETHER THE ACCOUNT EXISTS AT ALL,
      *SO THE REJECT REASON STILL SAYS WHICH HALF WAS WRONG.  A PAIR
      *ON FILE BUT CLOSED TO POSTING IS KNOWN, NOT MIS-KEYED, AND IS
      *FLAGGED SO IT GOES TO SUSPENSE UNDER ITS OWN REASON
      *****************************************************************
       342-ACCOUNT-STORE-CHECK.

           MOVE 'NO' TO ACCT-CHECK-SW
           MOVE 'NO' TO STORE-CHECK-SW
           MOVE 'NO' TO CLOSED-CHECK-SW

           MOVE CHECK-ACCOUNT-WS TO AM-ACCOUNT-NUMBER
           MOVE CHECK-STORE-WS   TO AM-STORE-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY PERFORM 343-ACCOUNT-ONLY-CHECK
               NOT INVALID KEY
                   MOVE 'YES' TO ACCT-CHECK-SW
                   MOVE 'YES' TO STORE-CHECK-SW
                   IF AM-CLOSED-TO-POSTING
                       THEN MOVE 'YES' TO CLOSED-CHECK-SW
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       343-ACCOUNT-ONLY-CHECK.

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

       348-LOG-REJECT.

           PERFORM 336-REJECT-HEADING

           MOVE RECORD-TYPE       TO REJ-RECORD-TYPE-OUT
           MOVE ACCOUNT-NUMBER    TO REJ-ACCOUNT-OUT
                   CLOSE SUSPENSE-FILE
           END-IF

           SET SPLIT-IDX-WS TO 1
           PERFORM 333-REJECT-SPLIT-LINE SPLIT-LINE-COUNT-WS TIMES

           IF SPLIT-SPILL-COUNT-WS IS GREATER THAN ZERO
               THEN
                   OPEN INPUT SPLIT-SPILL-FILE
                   PERFORM 337-REJECT-SPILL-LINE
                       SPLIT-SPILL-COUNT-WS TIMES
                   CLOSE SPLIT-SPILL-FILE
           END-IF

      *****************************************************************
      *A REJECTED RECORD IS STILL PART OF THE BATCH THE HEADER COVERS,
      *SO IT IS COUNTED HERE FOR 950-BALANCE-CHECK. AMOUNT IS ONLY
                   PERFORM 500-HEADER
           END-IF.

      *****************************************************************
      *A SPLIT VOUCHER PRINTS HERE ONCE, FOR ITS FULL AMOUNT, AND
      *GOES ONCE TO THE HISTORY, THE REGISTER, THE OPEN-VOUCHER FILE
      *AND SUPPLIER SPEND - BUT IT DOES NOT POST UNDER THE ACCOUNT IT
      *SORTED IN.  ITS LINES ARE WRITTEN TO THE SPLIT WORK FILE AND
      *POST UNDER THEIR OWN ACCOUNTS AND STORES IN THE SPLIT VOUCHER
      *SECTION AT END OF JOB, THROUGH THE SAME BREAK LOGIC AS HERE
      *****************************************************************
       359-PRINT-SPLIT.

           MOVE  RECORD-TYPE       TO  RECORD-TYPE-OUT
           MOVE  DATE-IN           TO  DATE-OUT
           MOVE  AMOUNT            TO  AMOUNT-OUT
           MOVE  ACCOUNT-NUMBER    TO  ACCOUNT-NUM-OUT
           MOVE  INVOICE-NUMBER    TO  INVOICE-NUM-OUT
           MOVE  BATCH-NUMBER      TO  BATCH-NUM-OUT
           MOVE  VOUCHER-NUMBER    TO  VOUCHER-NUM-OUT
           MOVE  STORE-NUMBER      TO  STORE-NUM-OUT
           MOVE  SUPPLIER-NUMBER   TO  SUPPLIER-NUM-OUT
           MOVE  SUPPLIER-NAME     TO  SUPPLIER-NAME-OUT

           PERFORM 360-AGE-BUCKET

           ADD AMOUNT  TO BATCH-PROCESSED-DOL-WS
           ADD 1       TO BATCH-PROCESSED-REC-WS

           MOVE INVENT-OUTPUT-RECORD TO PRINT-LINE
           WRITE PRINT-LINE AFTER 1

           MOVE SPLIT-LINE-COUNT-WS TO SPLIT-FLAG-LINES-OUT
           WRITE PRINT-LINE FROM SPLIT-FLAG-LINE-SETUP AFTER 1
           ADD 1 TO PAGE-LINE-COUNT

           PERFORM 352-ADD-HISTORY
           PERFORM 353-WRITE-REGISTER-WORK
           PERFORM 354-WRITE-OPEN-VOUCHER
           MOVE 'YES' TO SPLIT-IN-BATCH-SW
           PERFORM 361-WRITE-SPLIT-LINES
           MOVE 'NO'  TO SPLIT-IN-BATCH-SW
           PERFORM 357-ADD-SUPPLIER-SPEND

           PERFORM 355-SUPPLIER-CHECK
           IF SUPPLIER-FLAG-OUT NOT = SPACES
               THEN
                   WRITE PRINT-LINE FROM SUPPLIER-FLAG-LINE-SETUP
                       AFTER 1
                   ADD 1 TO PAGE-LINE-COUNT
           END-IF

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= PAGE-DEPTH-WS
               THEN
                   MOVE 'YES' TO MID-ACCOUNT-SW
                   PERFORM 500-HEADER
           END-IF.

      *****************************************************************
      *WRITES THE SPLIT WORK AND BURST WORK RECORDS FOR EVERY LINE OF
      *THE SPLIT VOUCHER IN HAND.  ONLY A VOUCHER FROM THE FEED ITSELF
      *(SPLIT-IN-BATCH-WS) ADDS ITS LINES TO THE GRAND TOTALS HERE -
      *RECYCLED AND RELEASED VOUCHERS ARE RECONCILED ON THEIR OWN
      *ACCUMULATORS BY THEIR CALLERS, EXACTLY AS SINGLE VOUCHERS ARE
      *****************************************************************
       361-WRITE-SPLIT-LINES.

           SET SPLIT-IDX-WS TO 1
           PERFORM 362-WRITE-SPLIT-LINE SPLIT-LINE-COUNT-WS TIMES.

       362-WRITE-SPLIT-LINE.

           MOVE SPL-TBL-IMAGE (SPLIT-IDX-WS) TO DISTRIBUTION-LINE-WS

           MOVE DL-ACCOUNT-NUMBER    TO SX-ACCOUNT-NUMBER
           MOVE DL-STORE-NUMBER      TO SX-STORE-NUMBER
           MOVE VOUCHER-NUMBER       TO SX-VOUCHER-NUMBER
           MOVE INVENT-INPUT-RECORD  TO SX-RECORD-IMAGE
           MOVE DL-RECORD-TYPE       TO SX-RECORD-TYPE
           MOVE DL-ACCOUNT-NUMBER    TO SX-IMG-ACCOUNT
           MOVE DL-STORE-NUMBER      TO SX-IMG-STORE
           MOVE DL-AMOUNT            TO SX-IMG-AMOUNT
           OPEN EXTEND SPLIT-WORK-FILE
           WRITE SPLIT-WORK-RECORD
           CLOSE SPLIT-WORK-FILE

           IF NOT TRIAL-RUN-WS
               THEN
                   MOVE DL-STORE-NUMBER   TO BW-STORE-NUMBER
                   MOVE DL-ACCOUNT-NUMBER TO BW-ACCOUNT-NUMBER
                   MOVE DATE-IN           TO BW-DATE-IN
                   MOVE DL-AMOUNT         TO BW-AMOUNT
                   MOVE INVOICE-NUMBER    TO BW-INVOICE-NUMBER
                   MOVE BATCH-NUMBER      TO BW-BATCH-NUMBER
                   MOVE VOUCHER-NUMBER    TO BW-VOUCHER-NUMBER
                   MOVE SUPPLIER-NUMBER   TO BW-SUPPLIER-NUMBER
                   MOVE SUPPLIER-NAME     TO BW-SUPPLIER-NAME
                   MOVE AGE-BUCKET-OUT    TO BW-AGE-BUCKET
                   OPEN EXTEND BURST-WORK-FILE
                   WRITE BURST-WORK-RECORD
                   CLOSE BURST-WORK-FILE
           END-IF

      *****************************************************************
      *THE LINE IS ALSO KEPT ON THE DISTRIBUTION FILE AGAINST ITS
      *VOUCHER, SO A LATER CANCELLATION OR INQUIRY KNOWS WHICH
      *ACCOUNTS AND STORES THE VOUCHER ACTUALLY POSTED TO
      *****************************************************************
           IF NOT TRIAL-RUN-WS
               THEN
                   MOVE SUPPLIER-NUMBER   TO VD-SUPPLIER-NUMBER
                   MOVE VOUCHER-NUMBER    TO VD-VOUCHER-NUMBER
                   MOVE INVOICE-NUMBER    TO VD-INVOICE-NUMBER
                   MOVE DL-ACCOUNT-NUMBER TO VD-ACCOUNT-NUMBER
                   MOVE DL-STORE-NUMBER   TO VD-STORE-NUMBER
                   MOVE DL-AMOUNT         TO VD-AMOUNT
                   MOVE RUN-DATE-MDY-WS   TO VD-RUN-DATE
                   OPEN EXTEND VOUCHER-DIST-FILE
                   WRITE VOUCHER-DIST-RECORD
                   CLOSE VOUCHER-DIST-FILE
           END-IF

           IF SPLIT-IN-BATCH-WS
               THEN
                   ADD DL-AMOUNT  TO TOTAL-DOLLARS-WS
                   ADD 1          TO TOTAL-RECORDS-WS
                   IF DL-AMOUNT IS GREATER THAN OR EQUAL TO ZERO
                       THEN ADD DL-AMOUNT TO TOTAL-DEBIT-WS
                       ELSE ADD DL-AMOUNT TO TOTAL-CREDIT-WS
                   END-IF
           END-IF

           SET SPLIT-IDX-WS UP BY 1.

      *****************************************************************
      *EVERY VOUCHER THAT PRINTS JOINS THE KEYED HISTORY ON THE SPOT,
      *SO A SECOND COPY LATER IN THIS SAME FEED IS CAUGHT AS A
                   MOVE INVOICE-NUMBER   TO VH-INVOICE-NUMBER
                   MOVE VOUCHER-NUMBER   TO VH-VOUCHER-NUMBER
                   MOVE RUN-DATE-MDY-WS  TO VH-RUN-DATE
                   MOVE SPACE            TO VH-CANCEL-SW
                   MOVE SPACES           TO VH-CANCEL-DATE
                   WRITE VOUCHER-HISTORY-RECORD
                       INVALID KEY PERFORM 351-REUSE-CANCELLED-ENTRY
                   END-WRITE
           END-IF.

      *****************************************************************
      *THE KEY IS ALREADY ON FILE.  IF IT BELONGS TO A CANCELLED
      *VOUCHER THE RE-ENTERED INVOICE TAKES THE ENTRY OVER; ANYTHING
      *ELSE IS THE RESTART COLLISION ABOVE AND IS LEFT ALONE
      *****************************************************************
       351-REUSE-CANCELLED-ENTRY.

           READ VOUCHER-HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VH-ENTRY-CANCELLED
                       THEN
                           MOVE VOUCHER-NUMBER  TO VH-VOUCHER-NUMBER
                           MOVE RUN-DATE-MDY-WS TO VH-RUN-DATE
                           MOVE SPACE           TO VH-CANCEL-SW
                           MOVE SPACES          TO VH-CANCEL-DATE
                           REWRITE VOUCHER-HISTORY-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-IF
           END-READ.

       353-WRITE-REGISTER-WORK.

           MOVE SUPPLIER-NUMBER  TO RW-SUPPLIER-NUMBER
               THEN PERFORM 383-PROCESS-HELD
           END-IF

           PERFORM 370-SPLIT-DISTRIBUTIONS

           ADD  1 TO PAGE-NUMBER-WS
           MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

      *THE RUN'S DELTAS FOLD IN (AN ENTRY STILL CARRYING AN EARLIER
      *YEAR RESETS TO THIS YEAR FIRST), SUPPLIERS PAID FOR THE FIRST
      *TIME ARE ADDED, AND THE RESULT GOES TO THE NEW GENERATION ON
      *SPDNEW8.DAT - SUPSPD8.DAT ITSELF IS NEVER TOUCHED, GENPRO8
      *PROMOTES IT ONLY FROM A RUN THAT ENDED CLEAN.  ONLY
      *A RUN THAT REACHES NORMAL END OF JOB BUILDS IT, AND NEVER
      *FROM A TRUNCATED TABLE
      *****************************************************************
                   PERFORM 918-WRITE-SPEND-ENTRY
                       SPEND-FILE-COUNT-WS TIMES
                   CLOSE SUPPLIER-SPEND-NEW-FILE
                   MOVE 'YES' TO SPEND-NEW-SW
           END-IF.

       913-READ-SPEND-FILE.

           IF EOF-SPEND-WS = 'NO'
               THEN
                   ADD 1 TO SPEND-LIVE-COUNT-WS
                   IF SS-YTD-DOLLARS IS NUMERIC
                       THEN ADD SS-YTD-DOLLARS TO SPEND-LIVE-TOTAL-WS
                   END-IF
                   IF SPEND-FILE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO SPEND-FILE-COUNT-WS
           MOVE SPD-FIL-DOLLARS  (SPDF-IDX-WS) TO SN-YTD-DOLLARS
           MOVE SPD-FIL-VOUCHERS (SPDF-IDX-WS) TO SN-YTD-VOUCHERS
           WRITE SUPPLIER-SPEND-NEW-RECORD
           ADD 1              TO SPEND-NEW-COUNT-WS
           IF SN-YTD-DOLLARS IS NUMERIC
               THEN ADD SN-YTD-DOLLARS TO SPEND-NEW-TOTAL-WS
           END-IF

           SET SPDF-IDX-WS UP BY 1.

                   CLOSE RECYCLE-INPUT-FILE
           END-IF.

      *****************************************************************
      *READ ONE RECORD AHEAD LIKE THE FEED SO A RECYCLED SPLIT
      *VOUCHER ARRIVES WITH ITS DISTRIBUTION LINES - SUSFIX8 ONLY
      *EVER RELEASES ONE WHOLE, LINES STRAIGHT BEHIND THE VOUCHER
      *****************************************************************
       385-READ-RECYCLE.

           IF RECYCLE-AHEAD-SW = 'NO'
               THEN PERFORM 381-READ-RECYCLE-AHEAD
           END-IF

           IF RECYCLE-AHEAD-SW = 'EOF'
               THEN MOVE 'YES' TO EOF-RECYCLE-WS
               ELSE
                   MOVE RECYCLE-AHEAD-RECORD-WS TO INVENT-INPUT-RECORD
                   MOVE 'NO' TO RECYCLE-AHEAD-SW
           END-IF

           MOVE ZERO TO SPLIT-LINE-COUNT-WS
           MOVE ZERO TO SPLIT-SPILL-COUNT-WS
           MOVE 'NO' TO SPLIT-OVFL-SW

           IF EOF-RECYCLE-WS = 'NO' AND RECORD-TYPE = '2'
               THEN
                   PERFORM 381-READ-RECYCLE-AHEAD
                   PERFORM 382-TAKE-RECYCLE-LINE
                       UNTIL RECYCLE-AHEAD-SW NOT = 'YES'
                          OR RA-RECORD-TYPE NOT = '3'
           END-IF.

       381-READ-RECYCLE-AHEAD.

           READ RECYCLE-INPUT-FILE INTO RECYCLE-AHEAD-RECORD-WS
               AT END MOVE 'EOF' TO RECYCLE-AHEAD-SW
               NOT AT END MOVE 'YES' TO RECYCLE-AHEAD-SW
           END-READ.

       382-TAKE-RECYCLE-LINE.

           IF SPLIT-LINE-COUNT-WS IS LESS THAN 99
               THEN
                   ADD 1 TO SPLIT-LINE-COUNT-WS
                   SET SPLIT-IDX-WS TO SPLIT-LINE-COUNT-WS
                   MOVE RECYCLE-AHEAD-RECORD-WS
                                     TO SPL-TBL-IMAGE (SPLIT-IDX-WS)
               ELSE
                   MOVE 'YES' TO SPLIT-OVFL-SW
                   MOVE RECYCLE-AHEAD-RECORD-WS TO SPLIT-SPILL-RECORD
                   PERFORM 254-SPILL-SPLIT-LINE
           END-IF

           PERFORM 381-READ-RECYCLE-AHEAD.

       390-RECYCLE-DETAIL.

           IF RECORD-TYPE = '3'
               THEN PERFORM 331-LOG-ORPHAN-LINE
               ELSE PERFORM 391-RECYCLE-VOUCHER
           END-IF

           PERFORM 385-READ-RECYCLE.

       391-RECYCLE-VOUCHER.

           PERFORM 340-VALIDATE-DETAIL

      *****************************************************************
                   END-IF
               ELSE
                   PERFORM 348-LOG-REJECT
           END-IF.

       395-PRINT-RECYCLED.

           PERFORM 352-ADD-HISTORY
           PERFORM 353-WRITE-REGISTER-WORK
           PERFORM 354-WRITE-OPEN-VOUCHER
           PERFORM 357-ADD-SUPPLIER-SPEND
           IF SPLIT-LINE-COUNT-WS = ZERO
               THEN
                   PERFORM 356-WRITE-BURST-WORK
                   PERFORM 397-POST-RECYCLED
               ELSE
                   PERFORM 361-WRITE-SPLIT-LINES
                   MOVE SPLIT-LINE-COUNT-WS TO SPLIT-FLAG-LINES-OUT
                   WRITE PRINT-LINE FROM SPLIT-FLAG-LINE-SETUP AFTER 1
                   ADD 1 TO PAGE-LINE-COUNT
           END-IF

           PERFORM 355-SUPPLIER-CHECK
           IF SUPPLIER-FLAG-OUT NOT = SPACES
           MOVE 1              TO DELTA-RECORDS-WS
           PERFORM 655-ADD-MASTER-DELTA.

      *****************************************************************
      *SPLIT VOUCHER DISTRIBUTIONS, RUN AFTER THE RECYCLES AND
      *RELEASES SO IT SEES EVERY SPLIT VOUCHER THE RUN LET THROUGH.
      *THE LINES ARE SORTED TO ACCOUNT/STORE ORDER AND DRIVEN THROUGH
      *THE MAIN REPORT'S OWN STORE AND ACCOUNT BREAKS, SO EACH LINE
      *POSTS TO THE GL EXTRACT AND ROLLS THE ACCOUNT/STORE MASTER
      *UNDER ITS OWN ACCOUNT AND STORE.  THE GRAND TOTALS AND THE
      *RECYCLE/RELEASE ACCUMULATORS WERE ALREADY TAKEN WHEN EACH
      *VOUCHER WAS DISPOSED OF, SO NOTHING IS ADDED TO THEM HERE
      *****************************************************************
       370-SPLIT-DISTRIBUTIONS.

           SORT SPLIT-SORT-FILE
               ON ASCENDING KEY SQ-ACCOUNT-NUMBER
                                SQ-STORE-NUMBER
                                SQ-VOUCHER-NUMBER
               USING  SPLIT-WORK-FILE
               GIVING SPLIT-SORTED-FILE

           OPEN INPUT SPLIT-SORTED-FILE

           PERFORM 372-READ-SPLIT

           IF EOF-SPLIT-WS = 'NO'
               THEN
                   ADD  1 TO PAGE-NUMBER-WS
                   MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT
                   MOVE  REPORT-HEADER-LINE-SETUP TO PRINT-LINE
                   WRITE PRINT-LINE AFTER PAGE
                   IF TRIAL-RUN-WS
                       THEN
                           MOVE  TRIAL-BANNER-LINE-SETUP TO PRINT-LINE
                           WRITE PRINT-LINE AFTER 1
                   END-IF
                   MOVE  SPLIT-TITLE-LINE-SETUP TO PRINT-LINE
                   WRITE PRINT-LINE AFTER 2 LINES
                   MOVE  COLUMN-HEADER-LINE1-SETUP TO PRINT-LINE
                   WRITE PRINT-LINE AFTER 2 LINES
                   MOVE  COLUMN-HEADER-LINE2-SETUP TO PRINT-LINE
                   WRITE PRINT-LINE AFTER 1 LINE
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE AFTER 2 LINES
                   MOVE 0 TO PAGE-LINE-COUNT
                   MOVE ACCOUNT-NUMBER TO ACCOUNT-HOLD-WS
           END-IF

           PERFORM 374-SPLIT-DETAIL
               UNTIL EOF-SPLIT-WS = 'YES'

           IF ACCOUNT-HOLD-WS NOT = SPACES
               THEN
                   PERFORM 600-TOTAL
                   MOVE SPACES TO ACCOUNT-HOLD-WS
                   MOVE SPACES TO LAST-CLOSED-ACCOUNT-WS
           END-IF

           CLOSE SPLIT-SORTED-FILE.

       372-READ-SPLIT.

           READ SPLIT-SORTED-FILE
           AT END MOVE 'YES' TO EOF-SPLIT-WS
           END-READ

           IF EOF-SPLIT-WS = 'NO'
               THEN MOVE ST-RECORD-IMAGE TO INVENT-INPUT-RECORD
           END-IF.

       374-SPLIT-DETAIL.

           IF ACCOUNT-NUMBER NOT = ACCOUNT-HOLD-WS
               THEN PERFORM 600-TOTAL
           END-IF

           IF STORE-HOLD-WS = SPACES
               THEN MOVE STORE-NUMBER TO STORE-HOLD-WS
           END-IF

           IF STORE-NUMBER NOT = STORE-HOLD-WS
               THEN
                   PERFORM 640-STORE-TOTAL
                   MOVE STORE-NUMBER TO STORE-HOLD-WS
           END-IF

           MOVE  RECORD-TYPE       TO  RECORD-TYPE-OUT
           MOVE  DATE-IN           TO  DATE-OUT
           MOVE  AMOUNT            TO  AMOUNT-OUT
           MOVE  ACCOUNT-NUMBER    TO  ACCOUNT-NUM-OUT
           MOVE  INVOICE-NUMBER    TO  INVOICE-NUM-OUT
           MOVE  BATCH-NUMBER      TO  BATCH-NUM-OUT
           MOVE  VOUCHER-NUMBER    TO  VOUCHER-NUM-OUT
           MOVE  STORE-NUMBER      TO  STORE-NUM-OUT
           MOVE  SUPPLIER-NUMBER   TO  SUPPLIER-NUM-OUT
           MOVE  SUPPLIER-NAME     TO  SUPPLIER-NAME-OUT

           PERFORM 360-AGE-BUCKET

           ADD AMOUNT  TO ACCUM-DOLS-WS
           ADD 1       TO ACCUM-REC-WS

           IF AMOUNT IS GREATER THAN OR EQUAL TO ZERO
               THEN ADD AMOUNT TO ACCUM-DEBIT-WS
               ELSE ADD AMOUNT TO ACCUM-CREDIT-WS
           END-IF

           ADD AMOUNT  TO STORE-ACCUM-DOLS-WS
           ADD 1       TO STORE-ACCUM-REC-WS

           MOVE INVENT-OUTPUT-RECORD TO PRINT-LINE
           WRITE PRINT-LINE AFTER 1

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= PAGE-DEPTH-WS
               THEN
                   MOVE 'YES' TO MID-ACCOUNT-SW
                   PERFORM 500-HEADER
           END-IF

           PERFORM 372-READ-SPLIT.

      *****************************************************************
      *AUTOMATIC RELEASE FROM PAYMENT HOLD, RUN AFTER THE RECYCLES.
      *THE HELD-VOUCHER FILE IS LOADED, AND EVERY ITEM WHOSE SUPPLIER
      *RECYCLE - REPORTED UNDER ITS OWN SECTION, POSTED TO THE GL
      *EXTRACT AND THE MASTERS, AND RECONCILED ON ITS OWN, NEVER
      *AGAINST A BATCH HEADER.  WHAT IS STILL HELD GOES TO THE NEW
      *GENERATION ON HELDNEW8.DAT FOR GENPRO8 TO PROMOTE
      *****************************************************************
       383-PROCESS-HELD.


      *****************************************************************
      *THE STILL-HELD ITEMS GO TO THE NEW GENERATION, NEVER BACK
      *OVER HELDVH8.DAT - GENPRO8 PROMOTES HELDNEW8.DAT FROM THIS
      *RUN'S 'G' ENTRY, AND ONLY WHEN THE RUN ENDED CLEAN
      *****************************************************************
                   OPEN OUTPUT HELD-NEW-FILE
                   SET HELD-IDX-WS TO 1
                   PERFORM 387-REWRITE-HELD
                       HELD-TABLE-COUNT-WS TIMES
                   CLOSE HELD-NEW-FILE
                   MOVE 'YES' TO HELD-NEW-SW
           END-IF.

       384-READ-HELD.

           IF EOF-HELD-WS = 'NO'
               THEN
                   IF HD-IMAGE-AMOUNT IS NUMERIC
                       THEN ADD HD-IMAGE-AMOUNT TO HELD-LIVE-TOTAL-WS
                   END-IF
                   IF HELD-TABLE-COUNT-WS IS LESS THAN 2000
                       THEN
                           ADD 1 TO HELD-TABLE-COUNT-WS
      *ONE HELD ITEM - STILL-HELD SUPPLIERS STAY ON THE FILE.  AN
      *ITEM COMING OFF HOLD IS REVALIDATED AND DUPLICATE-CHECKED
      *LIKE ANY DETAIL; ONE THAT NO LONGER PASSES VALIDATION GOES TO
      *SUSPENSE THROUGH 348-LOG-REJECT INSTEAD OF BACK ON HOLD.
      *THE DISTRIBUTION LINES OF A HELD SPLIT VOUCHER SIT STRAIGHT
      *BEHIND IT ON THE FILE.  THEY ARE GATHERED WITH THE VOUCHER,
      *RELEASED OR KEPT WITH IT, AND PASSED OVER ON THEIR OWN
      *****************************************************************
       386-DISPOSE-HELD.

           MOVE HLD-TBL-IMAGE (HELD-IDX-WS) TO INVENT-INPUT-RECORD

           IF RECORD-TYPE NOT = '3'
               THEN
                   MOVE ZERO  TO SPLIT-LINE-COUNT-WS
                   MOVE ZERO  TO HELD-LINE-SPAN-WS
                   MOVE ZERO  TO SPLIT-SPILL-COUNT-WS
                   MOVE 'NO'  TO SPLIT-OVFL-SW
                   MOVE 'NO'  TO HELD-LINES-DONE-SW
                   SET HELD-LINE-IDX-WS TO HELD-IDX-WS
                   SET HELD-LINE-IDX-WS UP BY 1
                   PERFORM 388-TAKE-HELD-LINE
                       UNTIL HELD-LINES-DONE-SW = 'YES'

                   PERFORM 344-HOLD-CHECK

                   IF NOT SUPPLIER-HELD-WS
                       THEN
                           MOVE 'R' TO HLD-TBL-DISP (HELD-IDX-WS)
                           SET HELD-LINE-IDX-WS TO HELD-IDX-WS
                           SET HELD-LINE-IDX-WS UP BY 1
                           PERFORM 396-RELEASE-HELD-LINE
                               HELD-LINE-SPAN-WS TIMES
                           PERFORM 340-VALIDATE-DETAIL
                           IF RECORD-VALID-WS
                               THEN
                                   PERFORM 345-DUPLICATE-CHECK
                                   IF DUPLICATE-FOUND-WS
                                       THEN PERFORM 346-LOG-DUP
                                            MOVE 'D' TO HR-DISPOSITION
                                       ELSE PERFORM 389-PRINT-RELEASED
                                            MOVE 'P' TO HR-DISPOSITION
                                   END-IF
                               ELSE
                                   PERFORM 348-LOG-REJECT
                                   MOVE 'R' TO HR-DISPOSITION
                           END-IF
                           PERFORM 398-LOG-HELD-RELEASE
                   END-IF
           END-IF

           SET HELD-IDX-WS UP BY 1.

       388-TAKE-HELD-LINE.

           IF HELD-LINE-IDX-WS IS GREATER THAN HELD-TABLE-COUNT-WS
               THEN MOVE 'YES' TO HELD-LINES-DONE-SW
               ELSE
           IF HLD-TBL-IMAGE (HELD-LINE-IDX-WS) (1:1) NOT = '3'
               THEN MOVE 'YES' TO HELD-LINES-DONE-SW
               ELSE
                   ADD 1 TO HELD-LINE-SPAN-WS
                   IF SPLIT-LINE-COUNT-WS IS LESS THAN 99
                       THEN
                           ADD 1 TO SPLIT-LINE-COUNT-WS
                           SET SPLIT-IDX-WS TO SPLIT-LINE-COUNT-WS
                           MOVE HLD-TBL-IMAGE (HELD-LINE-IDX-WS)
                                     TO SPL-TBL-IMAGE (SPLIT-IDX-WS)
                       ELSE
                           MOVE 'YES' TO SPLIT-OVFL-SW
                           MOVE HLD-TBL-IMAGE (HELD-LINE-IDX-WS)
                                     TO SPLIT-SPILL-RECORD
                           PERFORM 254-SPILL-SPLIT-LINE
                   END-IF
                   SET HELD-LINE-IDX-WS UP BY 1
           END-IF
           END-IF.

       396-RELEASE-HELD-LINE.

           MOVE 'R' TO HLD-TBL-DISP (HELD-LINE-IDX-WS)
           SET HELD-LINE-IDX-WS UP BY 1.

       398-LOG-HELD-RELEASE.

           MOVE HLD-TBL-IMAGE    (HELD-IDX-WS) TO HR-RECORD-IMAGE
           MOVE HLD-TBL-RUN-DATE (HELD-IDX-WS) TO HR-HELD-DATE
           MOVE RUN-DATE-MDY-WS                TO HR-RELEASE-DATE

           OPEN EXTEND HELD-RELEASE-LOG-FILE
           WRITE HELD-RELEASE-LOG-RECORD
           CLOSE HELD-RELEASE-LOG-FILE.

       387-REWRITE-HELD.

           IF HLD-TBL-DISP (HELD-IDX-WS) NOT = 'R'
                   MOVE HLD-TBL-RUN-DATE (HELD-IDX-WS)
                                  TO HN-RUN-DATE
                   WRITE HELD-NEW-RECORD
                   ADD 1 TO HELD-NEW-COUNT-WS
                   IF HN-IMAGE-AMOUNT IS NUMERIC
                       THEN ADD HN-IMAGE-AMOUNT TO HELD-NEW-TOTAL-WS
                   END-IF
           END-IF

           SET HELD-IDX-WS UP BY 1.
           PERFORM 352-ADD-HISTORY
           PERFORM 353-WRITE-REGISTER-WORK
           PERFORM 354-WRITE-OPEN-VOUCHER
           PERFORM 357-ADD-SUPPLIER-SPEND
           IF SPLIT-LINE-COUNT-WS = ZERO
               THEN
                   PERFORM 356-WRITE-BURST-WORK
                   PERFORM 397-POST-RECYCLED
               ELSE
                   PERFORM 361-WRITE-SPLIT-LINES
                   MOVE SPLIT-LINE-COUNT-WS TO SPLIT-FLAG-LINES-OUT
                   WRITE PRINT-LINE FROM SPLIT-FLAG-LINE-SETUP AFTER 1
                   ADD 1 TO PAGE-LINE-COUNT
           END-IF

           PERFORM 355-SUPPLIER-CHECK
           IF SUPPLIER-FLAG-OUT NOT = SPACES
      *DECIDES THE RUN'S CONDITION CODE AND APPENDS THE RUN-CONTROL
      *LOG RECORD: TIMESTAMPS, NORMAL VERSUS RESTART START, RECORDS
      *READ, DISPOSITION COUNTS, NET DOLLARS AND BALANCE STATUS.
      *RUNRPT8 PRINTS THE OPERATOR RECAP FROM THIS FILE.  EACH NEW
      *GENERATION THE RUN WROTE FOLLOWS AS A 'G' ENTRY CARRYING THE
      *SAME START STAMP AND CONDITION CODE
      *****************************************************************
       955-WRITE-RUN-LOG.

           MOVE TOTAL-DOLLARS-WS      TO RL-NET-DOLLARS
           MOVE RUN-BALANCE-STATUS-WS TO RL-BALANCE-STATUS
           MOVE CONDITION-CODE-WS     TO RL-CONDITION-CODE
           MOVE 'TSTPROB8'            TO RL-PROGRAM-ID
           MOVE 'R'                   TO RL-ENTRY-TYPE
           MOVE SPACES                TO RL-GENERATION
           WRITE RUN-LOG-RECORD

           MOVE ZERO   TO RL-RECORDS-READ  RL-PROCESSED
                          RL-EXCEPTIONS    RL-REJECTS
                          RL-DUPLICATES    RL-RECYCLED
                          RL-NET-DOLLARS   RL-GEN-NUMBER
           MOVE SPACES TO RL-BALANCE-STATUS
           MOVE 'G'            TO RL-ENTRY-TYPE
           MOVE START-STAMP-WS TO RL-GEN-RUN-STAMP

           IF HELD-NEW-WRITTEN-WS
               THEN PERFORM 956-LOG-HELD-GENERATION
           END-IF
           IF SPEND-NEW-WRITTEN-WS
               THEN PERFORM 957-LOG-SPEND-GENERATION
           END-IF

           CLOSE RUN-LOG-FILE.

       956-LOG-HELD-GENERATION.

           MOVE 'HELDNEW8.DAT'        TO RL-GEN-FILE
           MOVE HELD-NEW-COUNT-WS     TO RL-GEN-RECORDS
           MOVE HELD-NEW-TOTAL-WS     TO RL-GEN-TOTAL
           MOVE HELD-TABLE-COUNT-WS   TO RL-GEN-LIVE-RECORDS
           MOVE HELD-LIVE-TOTAL-WS    TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD.

       957-LOG-SPEND-GENERATION.

           MOVE 'SPDNEW8.DAT'         TO RL-GEN-FILE
           MOVE SPEND-NEW-COUNT-WS    TO RL-GEN-RECORDS
           MOVE SPEND-NEW-TOTAL-WS    TO RL-GEN-TOTAL
           MOVE SPEND-LIVE-COUNT-WS   TO RL-GEN-LIVE-RECORDS
           MOVE SPEND-LIVE-TOTAL-WS   TO RL-GEN-LIVE-TOTAL
           WRITE RUN-LOG-RECORD.

       970-CLEAR-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE

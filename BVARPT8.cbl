       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BVARPT8.
       AUTHOR. HILL.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL BVA-PARM-FILE ASSIGN TO 'BVAPRM8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCTIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-MASTER-KEY.

           SELECT OPTIONAL PERIOD-HIST-FILE ASSIGN TO 'ACTPER8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO 'BUDIX8.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BG-BUDGET-KEY.

           SELECT STORE-DIRECTORY-FILE ASSIGN TO 'STODIR8.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BVA-WORK-FILE ASSIGN TO 'BVAWRK8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BVA-SORT-FILE ASSIGN TO 'SORTWK8'.

           SELECT BVA-SORTED-FILE ASSIGN TO 'BVASRT8.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BVA-REPORT-FILE ASSIGN TO 'BVARPT8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      *ONE SECTION FILE PER STORE - THE FILE NAME IS BUILT FROM THE
      *STORE NUMBER (BVAnnn.OUT) AND ASSIGNED THROUGH WORKING
      *STORAGE AS EACH STORE'S SECTION OPENS, THE SAME WAY BURST8
      *SPLITS THE DETAIL REPORT
      *****************************************************************
           SELECT STORE-REPORT-FILE ASSIGN TO STORE-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BVA-CONTROL-FILE ASSIGN TO 'BVACTL8.OUT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

      *****************************************************************
      *ONE-RECORD PARAMETER CARD - THE PERIOD REPORTED (YYYYMM) AND
      *THE OVER-BUDGET TOLERANCE AS A PERCENT WITH TWO DECIMALS
      *(01000 = 10.00 PERCENT).  A BLANK TOLERANCE FLAGS EVERY LINE
      *THAT IS OVER BUDGET AT ALL
      *****************************************************************
       FD  BVA-PARM-FILE RECORDING MODE IS F.
       01  BVA-PARM-RECORD.
           05  VP-REPORT-PERIOD        PIC X(6).
           05  VP-TOLERANCE-PCT        PIC 9(3)V99.
           05  VP-TOLERANCE-X REDEFINES VP-TOLERANCE-PCT
                                       PIC X(5).

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

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-ACCOUNT-NUMBER   PIC X(4).
               10  BG-STORE-NUMBER     PIC X(3).
               10  BG-BUDGET-PERIOD    PIC X(6).
           05  BG-BUDGET-AMOUNT        PIC S9(9)V99.
           05  BG-LOAD-DATE            PIC X(8).
           05  BG-CHANGE-DATE          PIC X(8).

       FD  STORE-DIRECTORY-FILE RECORDING MODE IS F.
       01  STORE-DIRECTORY-RECORD.
           05  SD-STORE-NUMBER         PIC X(3).
           05  SD-STORE-NAME           PIC X(23).
           05  SD-DIST-CODE            PIC X(3).

       FD  BVA-WORK-FILE RECORDING MODE IS F.
       01  BVA-WORK-RECORD.
           05  BW-STORE-NUMBER         PIC X(3).
           05  BW-ACCOUNT-NUMBER       PIC X(4).
           05  BW-PER-BUDGET           PIC S9(11)V99.
           05  BW-PER-ACTUAL           PIC S9(11)V99.
           05  BW-YTD-BUDGET           PIC S9(11)V99.
           05  BW-YTD-ACTUAL           PIC S9(11)V99.
           05  BW-ANNUAL-BUDGET        PIC S9(11)V99.

       SD  BVA-SORT-FILE.
       01  BVA-SORT-RECORD.
           05  BS-STORE-NUMBER         PIC X(3).
           05  BS-ACCOUNT-NUMBER       PIC X(4).
           05  BS-PER-BUDGET           PIC S9(11)V99.
           05  BS-PER-ACTUAL           PIC S9(11)V99.
           05  BS-YTD-BUDGET           PIC S9(11)V99.
           05  BS-YTD-ACTUAL           PIC S9(11)V99.
           05  BS-ANNUAL-BUDGET        PIC S9(11)V99.

       FD  BVA-SORTED-FILE RECORDING MODE IS F.
       01  BVA-SORTED-RECORD.
           05  BT-STORE-NUMBER         PIC X(3).
           05  BT-ACCOUNT-NUMBER       PIC X(4).
           05  BT-FIGURES.
               10  BT-PER-BUDGET       PIC S9(11)V99.
               10  BT-PER-ACTUAL       PIC S9(11)V99.
               10  BT-YTD-BUDGET       PIC S9(11)V99.
               10  BT-YTD-ACTUAL       PIC S9(11)V99.
               10  BT-ANNUAL-BUDGET    PIC S9(11)V99.

       FD  BVA-REPORT-FILE RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       FD  STORE-REPORT-FILE RECORDING MODE IS F.
       01  STORE-REPORT-LINE           PIC X(132).

       FD  BVA-CONTROL-FILE RECORDING MODE IS F.
       01  CONTROL-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORKING-VARIABLES.

           05  REPORT-PERIOD-WS        PIC X(6)        VALUE SPACES.
           05  REPORT-PERIOD-N-WS REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YYYY-WS      PIC 9(4).
               10  REPORT-MM-WS        PIC 9(2).
           05  TOLERANCE-PCT-WS        PIC 9(3)V99     VALUE ZERO.
           05  PARM-ERROR-WS           PIC X(50)       VALUE SPACES.

           05  PARM-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PARM-FOUND-WS               VALUE 'YES'.

      *****************************************************************
      *WHERE THE ACTUALS COME FROM - A CLOSED PERIOD IS REPORTED FROM
      *ITS PERCLS8 SNAPSHOT ON ACTPER8, THE OPEN PERIOD (THE ONE
      *AFTER THE LATEST CLOSE) FROM THE LIVE ACCOUNT MASTER
      *****************************************************************
           05  PERIOD-CLOSED-SW        PIC X(3)        VALUE 'NO'.
               88  PERIOD-CLOSED-WS            VALUE 'YES'.
           05  PERIOD-OPEN-SW          PIC X(3)        VALUE 'NO'.
               88  PERIOD-OPEN-WS              VALUE 'YES'.
           05  LATEST-CLOSE-WS         PIC X(6)        VALUE SPACES.
           05  LATEST-CLOSE-N-WS REDEFINES LATEST-CLOSE-WS.
               10  LATEST-YYYY-WS      PIC 9(4).
               10  LATEST-MM-WS        PIC 9(2).
           05  OPEN-PERIOD-WS          PIC X(6)        VALUE SPACES.
           05  OPEN-PERIOD-N-WS REDEFINES OPEN-PERIOD-WS.
               10  OPEN-YYYY-WS        PIC 9(4).
               10  OPEN-MM-WS          PIC 9(2).

           05  PAIR-TABLE-OVFL-SW      PIC X(3)        VALUE 'NO'.
               88  PAIR-TABLE-OVFL-WS          VALUE 'YES'.
           05  DIRECTORY-OVFL-SW       PIC X(3)        VALUE 'NO'.
               88  DIRECTORY-OVFL-WS           VALUE 'YES'.
           05  PAIR-FOUND-SW           PIC X(3)        VALUE 'NO'.
               88  PAIR-FOUND-WS               VALUE 'YES'.
           05  STORE-FOUND-SW          PIC X(3)        VALUE 'NO'.
               88  STORE-ON-DIRECTORY-WS       VALUE 'YES'.

           05  FIND-ACCOUNT-WS         PIC X(4)        VALUE SPACES.
           05  FIND-STORE-WS           PIC X(3)        VALUE SPACES.

      *****************************************************************
      *STORE AND ACCOUNT CONTROL BREAKS
      *****************************************************************
           05  STORE-HOLD-WS           PIC X(3)        VALUE SPACES.
           05  STORE-NAME-WS           PIC X(23)       VALUE SPACES.
           05  STORE-DIST-WS           PIC X(3)        VALUE SPACES.
           05  STORE-PAIRS-WS          PIC 9(5)        VALUE ZERO.
           05  ACCOUNT-HOLD-WS         PIC X(4)        VALUE SPACES.

           05  REPORT-SECTION-WS       PIC X           VALUE SPACE.
               88  STORE-SECTION-WS            VALUE 'S'.
               88  ACCOUNT-SECTION-WS          VALUE 'A'.

      *****************************************************************
      *VARIANCE AND TOLERANCE WORK FIELDS
      *****************************************************************
           05  PER-VARIANCE-WS         PIC S9(11)V99   VALUE ZERO.
           05  YTD-VARIANCE-WS         PIC S9(11)V99   VALUE ZERO.
           05  ANNUAL-LEFT-WS          PIC S9(11)V99   VALUE ZERO.
           05  PCT-BASE-WS             PIC S9(11)V99   VALUE ZERO.
           05  PCT-VARIANCE-WS         PIC S9(11)V99   VALUE ZERO.
           05  PCT-VALUE-WS            PIC S9(4)V9     VALUE ZERO.
           05  PCT-EDIT-WS             PIC -ZZZ9.9.
           05  PCT-TEXT-WS             PIC X(7)        VALUE SPACES.
           05  TOLERANCE-LIMIT-WS      PIC S9(11)V99   VALUE ZERO.
           05  OVER-SW                 PIC X(3)        VALUE 'NO'.
               88  OVER-TOLERANCE-WS           VALUE 'YES'.
           05  PER-OVER-SW             PIC X(3)        VALUE 'NO'.
               88  PER-OVER-WS                 VALUE 'YES'.
           05  YTD-OVER-SW             PIC X(3)        VALUE 'NO'.
               88  YTD-OVER-WS                 VALUE 'YES'.

           05  PAGE-LINE-COUNT         PIC 999         VALUE ZERO.
           05  PAGE-NUMBER-WS          PIC 9(4)        VALUE ZERO.
           05  STORE-LINE-COUNT-WS     PIC 999         VALUE ZERO.
           05  STORE-PAGE-NUMBER-WS    PIC 9(4)        VALUE ZERO.

           05  SNAPSHOT-IN-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  MASTER-IN-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  BUDGET-IN-COUNT-WS      PIC 9(7)        VALUE ZERO.
           05  PAIRS-REPORTED-WS       PIC 9(7)        VALUE ZERO.
           05  PAIRS-EMPTY-WS          PIC 9(7)        VALUE ZERO.
           05  PAIRS-OVER-WS           PIC 9(7)        VALUE ZERO.
           05  FILES-WRITTEN-WS        PIC 9(5)        VALUE ZERO.
           05  NO-ACTIVITY-COUNT-WS    PIC 9(5)        VALUE ZERO.
           05  UNLISTED-COUNT-WS       PIC 9(5)        VALUE ZERO.

       01  STORE-FILE-NAME-WS          PIC X(11)       VALUE SPACES.

      *****************************************************************
      *THE FIVE FIGURES CARRIED FOR A LINE.  A DETAIL PAIR OR ANY
      *SUBTOTAL IS MOVED IN HERE AND PRINTED THROUGH THE SAME
      *PARAGRAPH, SO EVERY LEVEL IS WORKED OUT THE SAME WAY
      *****************************************************************
       01  LINE-FIGURES-WS.
           05  LINE-PER-BUDGET-WS      PIC S9(11)V99   VALUE ZERO.
           05  LINE-PER-ACTUAL-WS      PIC S9(11)V99   VALUE ZERO.
           05  LINE-YTD-BUDGET-WS      PIC S9(11)V99   VALUE ZERO.
           05  LINE-YTD-ACTUAL-WS      PIC S9(11)V99   VALUE ZERO.
           05  LINE-ANNUAL-BUDGET-WS   PIC S9(11)V99   VALUE ZERO.

       01  STORE-TOTALS-WS.
           05  STORE-PER-BUDGET-WS     PIC S9(11)V99   VALUE ZERO.
           05  STORE-PER-ACTUAL-WS     PIC S9(11)V99   VALUE ZERO.
           05  STORE-YTD-BUDGET-WS     PIC S9(11)V99   VALUE ZERO.
           05  STORE-YTD-ACTUAL-WS     PIC S9(11)V99   VALUE ZERO.
           05  STORE-ANNUAL-BUDGET-WS  PIC S9(11)V99   VALUE ZERO.

       01  ACCOUNT-TOTALS-WS.
           05  ACCT-PER-BUDGET-WS      PIC S9(11)V99   VALUE ZERO.
           05  ACCT-PER-ACTUAL-WS      PIC S9(11)V99   VALUE ZERO.
           05  ACCT-YTD-BUDGET-WS      PIC S9(11)V99   VALUE ZERO.
           05  ACCT-YTD-ACTUAL-WS      PIC S9(11)V99   VALUE ZERO.
           05  ACCT-ANNUAL-BUDGET-WS   PIC S9(11)V99   VALUE ZERO.

       01  GRAND-TOTALS-WS.
           05  GRAND-PER-BUDGET-WS     PIC S9(11)V99   VALUE ZERO.
           05  GRAND-PER-ACTUAL-WS     PIC S9(11)V99   VALUE ZERO.
           05  GRAND-YTD-BUDGET-WS     PIC S9(11)V99   VALUE ZERO.
           05  GRAND-YTD-ACTUAL-WS     PIC S9(11)V99   VALUE ZERO.
           05  GRAND-ANNUAL-BUDGET-WS  PIC S9(11)V99   VALUE ZERO.

       01  EOF-WS.
           05  EOF-PARM-WS             PIC X(3) VALUE 'NO'.
           05  EOF-SNAPSHOT-WS         PIC X(3) VALUE 'NO'.
           05  EOF-MASTER-WS           PIC X(3) VALUE 'NO'.
           05  EOF-BUDGET-WS           PIC X(3) VALUE 'NO'.
           05  EOF-DIRECTORY-WS        PIC X(3) VALUE 'NO'.
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
      *ONE ENTRY PER ACCOUNT/STORE PAIR WITH ACTUALS OR BUDGET FOR
      *THE YEAR - ACTUALS LOADED FIRST, THEN THE YEAR'S BUDGET LINES
      *ROLLED IN, ADDING ANY BUDGETED PAIR THAT HAS NO ACTUALS
      *****************************************************************
       01  PAIR-TABLE-WS.
           05  PAIR-TABLE-COUNT-WS     PIC 9(5)        VALUE ZERO.
           05  PAIR-TABLE-ENTRY        OCCURS 5000 TIMES
                                       INDEXED BY PAIR-IDX-WS.
               10  PAIR-TBL-ACCOUNT    PIC X(4).
               10  PAIR-TBL-STORE      PIC X(3).
               10  PAIR-TBL-PER-BUDGET PIC S9(11)V99.
               10  PAIR-TBL-PER-ACTUAL PIC S9(11)V99.
               10  PAIR-TBL-YTD-BUDGET PIC S9(11)V99.
               10  PAIR-TBL-YTD-ACTUAL PIC S9(11)V99.
               10  PAIR-TBL-ANN-BUDGET PIC S9(11)V99.

      *****************************************************************
      *STORE DIRECTORY TABLE - EACH ENTRY IS TICKED OFF AS ITS
      *STORE'S SECTION IS WRITTEN, AND WHATEVER IS LEFT UNTICKED GETS
      *A SECTION SAYING THERE WAS NOTHING TO REPORT
      *****************************************************************
       01  STORE-DIRECTORY-TABLE-WS.
           05  DIR-TABLE-COUNT-WS      PIC 9(4)        VALUE ZERO.
           05  DIR-TABLE-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY DIR-IDX-WS.
               10  DIR-TBL-STORE       PIC X(3).
               10  DIR-TBL-NAME        PIC X(23).
               10  DIR-TBL-DIST        PIC X(3).
               10  DIR-TBL-SEEN        PIC X.

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
           'BUDGET VERSUS ACTUAL'.

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

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PERIOD: '.
           05  ECHO-PERIOD-OUT         PIC X(6).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(11) VALUE 'TOLERANCE: '.
           05  ECHO-TOLERANCE-OUT      PIC ZZ9.99.
           05                          PIC X     VALUE '%'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(14) VALUE
           'ACTUALS FROM: '.
           05  ECHO-SOURCE-OUT         PIC X(40).

       01  STORE-TITLE-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'STORE '.
           05  TTL-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TTL-NAME-OUT            PIC X(23).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05                          PIC X(14) VALUE
           'DISTRIBUTION: '.
           05  TTL-DIST-OUT            PIC X(3).

       01  ACCOUNT-SECTION-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05                          PIC X(45) VALUE
           'ACCOUNT SUBTOTALS ACROSS ALL STORES'.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PIC X     VALUE SPACES.
           05                      PIC X(4)  VALUE 'ACCT'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'STORE'.
           05                      PIC X(13) VALUE '   PER BUDGET'.
           05                      PIC X(13) VALUE '   PER ACTUAL'.
           05                      PIC X(13) VALUE ' PER VARIANCE'.
           05                      PIC X(8)  VALUE '     PCT'.
           05                      PIC X(13) VALUE '   YTD BUDGET'.
           05                      PIC X(13) VALUE '   YTD ACTUAL'.
           05                      PIC X(13) VALUE ' YTD VARIANCE'.
           05                      PIC X(8)  VALUE '     PCT'.
           05                      PIC X(13) VALUE '  ANNUAL LEFT'.
           05                      PIC X(6)  VALUE '  OVER'.

      *****************************************************************
      *DETAIL AND SUBTOTAL LINE - WHOLE DOLLARS, ROUNDED.  SUBTOTALS
      *CARRY A LABEL IN PLACE OF THE ACCOUNT AND STORE
      *****************************************************************
       01  BVA-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-KEY-OUT.
               10  DTL-ACCOUNT-OUT     PIC X(4).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  DTL-STORE-OUT       PIC X(3).
               10  FILLER              PIC X     VALUE SPACE.
           05  DTL-LABEL-OUT REDEFINES DTL-KEY-OUT
                                       PIC X(12).
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-PER-BUDGET-OUT      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-PER-ACTUAL-OUT      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-PER-VARIANCE-OUT    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-PER-PCT-OUT         PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-YTD-BUDGET-OUT      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-YTD-ACTUAL-OUT      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-YTD-VARIANCE-OUT    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-YTD-PCT-OUT         PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  DTL-ANNUAL-LEFT-OUT     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-FLAG-OUT            PIC X(4).

       01  NO-ACTIVITY-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05                          PIC X(45)       VALUE
           'NO BUDGET OR ACTUALS FOR THIS STORE'.

       01  CONTROL-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'STORE'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(23) VALUE 'NAME'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'DIST'.
           05                      PIC X(3)  VALUE SPACES.
           05                      PIC X(11) VALUE 'REPORT FILE'.
           05                      PIC X(5)  VALUE SPACES.
           05                      PIC X(5)  VALUE 'LINES'.

       01  CONTROL-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CTL-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CTL-NAME-OUT            PIC X(23).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CTL-DIST-OUT            PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CTL-FILE-OUT            PIC X(11).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CTL-LINES-OUT           PIC ZZ,ZZ9.

       01  COUNT-LINE-SETUP.
           05  FILLER                  PIC X.
           05                          PIC X(5)        VALUE SPACE.
           05  COUNT-LABEL-OUT         PIC X(35).
           05  COUNT-VALUE-OUT         PIC Z,ZZZ,ZZ9.




       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-BUILD-WORK-FILE
           PERFORM 400-STORE-SECTION
           PERFORM 600-NO-ACTIVITY-REPORTS
           PERFORM 700-ACCOUNT-SECTION
           PERFORM 900-CLOSE
           STOP RUN.

      *****************************************************************
      *EVERYTHING THAT CAN STOP THE RUN - THE CARD, THE PERIOD, A
      *TABLE OVERFLOW - IS SETTLED BEFORE ANY REPORT IS OPENED
      *****************************************************************
       200-OPEN.

           PERFORM 210-READ-PARAMETERS
           PERFORM 220-LOAD-DIRECTORY
           PERFORM 230-SCAN-SNAPSHOTS

           IF PERIOD-OPEN-WS
               THEN PERFORM 240-LOAD-MASTER
           END-IF

           PERFORM 260-LOAD-BUDGET

           IF PAIR-TABLE-OVFL-WS
               THEN
                   DISPLAY 'BVARPT8 - MORE THAN 5000 ACCOUNT/STORE'
                       ' PAIRS FOR THE YEAR'
                   DISPLAY 'RUN STOPPED - NO REPORTS WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           OPEN OUTPUT BVA-REPORT-FILE
                       BVA-CONTROL-FILE

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT
           MOVE HOLD-HR-WS TO HEADER-HR-OUT
           MOVE HOLD-MN-WS TO HEADER-MN-OUT
           MOVE HOLD-SC-WS TO HEADER-SC-OUT
      ******************************************************************

           MOVE REPORT-PERIOD-WS TO ECHO-PERIOD-OUT
           MOVE TOLERANCE-PCT-WS TO ECHO-TOLERANCE-OUT
           IF PERIOD-CLOSED-WS
               THEN MOVE 'CLOSED PERIOD SNAPSHOT (ACTPER8)'
                                       TO ECHO-SOURCE-OUT
               ELSE MOVE 'OPEN PERIOD - ACCOUNT MASTER'
                                       TO ECHO-SOURCE-OUT
           END-IF

           MOVE  CONTROL-COLUMN-LINE-SETUP TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1.

       210-READ-PARAMETERS.

           OPEN INPUT BVA-PARM-FILE

           READ BVA-PARM-FILE
           AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ

           CLOSE BVA-PARM-FILE

           IF EOF-PARM-WS = 'NO'
               THEN MOVE 'YES' TO PARM-FOUND-SW
           END-IF

           IF NOT PARM-FOUND-WS
               THEN MOVE 'PARAMETER CARD BVAPRM8 MISSING OR EMPTY'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS = SPACES
              AND VP-REPORT-PERIOD IS NOT NUMERIC
               THEN MOVE 'REPORT PERIOD NOT NUMERIC'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS = SPACES
               THEN
                   MOVE VP-REPORT-PERIOD TO REPORT-PERIOD-WS
                   IF REPORT-MM-WS IS LESS THAN 1
                      OR REPORT-MM-WS IS GREATER THAN 12
                       THEN MOVE 'REPORT PERIOD MONTH IMPOSSIBLE'
                                       TO PARM-ERROR-WS
                   END-IF
           END-IF

           IF PARM-ERROR-WS = SPACES
              AND VP-TOLERANCE-X NOT = SPACES
              AND VP-TOLERANCE-PCT IS NOT NUMERIC
               THEN MOVE 'TOLERANCE PERCENT NOT NUMERIC'
                                       TO PARM-ERROR-WS
           END-IF

           IF PARM-ERROR-WS NOT = SPACES
               THEN
                   DISPLAY 'BVAPRM8 PARAMETER ERROR - ' PARM-ERROR-WS
                   DISPLAY 'RUN STOPPED - NO REPORTS WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF VP-TOLERANCE-X NOT = SPACES
               THEN MOVE VP-TOLERANCE-PCT TO TOLERANCE-PCT-WS
           END-IF.

       220-LOAD-DIRECTORY.

           OPEN INPUT STORE-DIRECTORY-FILE

           PERFORM 225-READ-DIRECTORY
               UNTIL EOF-DIRECTORY-WS = 'YES'

           CLOSE STORE-DIRECTORY-FILE

           IF DIRECTORY-OVFL-WS
               THEN
                   DISPLAY 'BVARPT8 - STORE DIRECTORY EXCEEDS THE'
                       ' 500-ENTRY TABLE'
                   DISPLAY 'RUN STOPPED - NO REPORTS WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       225-READ-DIRECTORY.

           READ STORE-DIRECTORY-FILE
           AT END MOVE 'YES' TO EOF-DIRECTORY-WS
           END-READ

           IF EOF-DIRECTORY-WS = 'NO'
               THEN
                   IF DIR-TABLE-COUNT-WS IS LESS THAN 500
                       THEN
                           ADD 1 TO DIR-TABLE-COUNT-WS
                           SET DIR-IDX-WS TO DIR-TABLE-COUNT-WS
                           MOVE SD-STORE-NUMBER
                                  TO DIR-TBL-STORE (DIR-IDX-WS)
                           MOVE SD-STORE-NAME
                                  TO DIR-TBL-NAME  (DIR-IDX-WS)
                           MOVE SD-DIST-CODE
                                  TO DIR-TBL-DIST  (DIR-IDX-WS)
                           MOVE SPACE
                                  TO DIR-TBL-SEEN  (DIR-IDX-WS)
                       ELSE
                           MOVE 'YES' TO DIRECTORY-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *ONE PASS OF THE CLOSE HISTORY - ANY SNAPSHOT FOR THE REPORT
      *PERIOD GOES INTO THE TABLE (A LATER SNAPSHOT OF THE SAME PAIR
      *REPLACES AN EARLIER ONE, SO A YEAR-END CLOSE TAKEN AFTER THE
      *DECEMBER MONTH-END WINS), AND THE LATEST CLOSE IS NOTED.  A
      *PERIOD THAT IS NEITHER CLOSED NOR THE ONE NOW OPEN HAS NO
      *ACTUALS ANYWHERE AND THE RUN IS REFUSED
      *****************************************************************
       230-SCAN-SNAPSHOTS.

           OPEN INPUT PERIOD-HIST-FILE

           PERFORM 235-READ-SNAPSHOT
               UNTIL EOF-SNAPSHOT-WS = 'YES'

           CLOSE PERIOD-HIST-FILE

           IF NOT PERIOD-CLOSED-WS
               THEN
                   MOVE ZERO TO PAIR-TABLE-COUNT-WS
                   MOVE 'NO' TO PAIR-TABLE-OVFL-SW
                   IF LATEST-CLOSE-WS = SPACES
                       THEN MOVE 'YES' TO PERIOD-OPEN-SW
                       ELSE
                           MOVE LATEST-CLOSE-WS TO OPEN-PERIOD-WS
                           IF OPEN-MM-WS = 12
                               THEN
                                   ADD 1 TO OPEN-YYYY-WS
                                   MOVE 1 TO OPEN-MM-WS
                               ELSE
                                   ADD 1 TO OPEN-MM-WS
                           END-IF
                           IF OPEN-PERIOD-WS = REPORT-PERIOD-WS
                               THEN MOVE 'YES' TO PERIOD-OPEN-SW
                           END-IF
                   END-IF
           END-IF

           IF NOT PERIOD-CLOSED-WS AND NOT PERIOD-OPEN-WS
               THEN
                   DISPLAY 'BVARPT8 - PERIOD ' REPORT-PERIOD-WS
                       ' IS NOT CLOSED AND IS NOT THE OPEN PERIOD '
                       OPEN-PERIOD-WS
                   DISPLAY 'RUN STOPPED - NO ACTUALS FOR THAT PERIOD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.

       235-READ-SNAPSHOT.

           READ PERIOD-HIST-FILE
           AT END MOVE 'YES' TO EOF-SNAPSHOT-WS
           END-READ

           IF EOF-SNAPSHOT-WS = 'NO'
               THEN
                   IF PH-CLOSE-PERIOD IS GREATER THAN LATEST-CLOSE-WS
                       THEN MOVE PH-CLOSE-PERIOD TO LATEST-CLOSE-WS
                   END-IF
                   IF PH-CLOSE-PERIOD = REPORT-PERIOD-WS
                       THEN
                           MOVE 'YES' TO PERIOD-CLOSED-SW
                           ADD 1 TO SNAPSHOT-IN-COUNT-WS
                           MOVE PH-ACCOUNT-NUMBER TO FIND-ACCOUNT-WS
                           MOVE PH-STORE-NUMBER   TO FIND-STORE-WS
                           PERFORM 280-FIND-OR-ADD-PAIR
                           IF PAIR-FOUND-WS
                               THEN
                                   MOVE PH-PTD-DOLLARS TO
                                       PAIR-TBL-PER-ACTUAL (PAIR-IDX-WS)
                                   MOVE PH-YTD-DOLLARS TO
                                       PAIR-TBL-YTD-ACTUAL (PAIR-IDX-WS)
                           END-IF
                   END-IF
           END-IF.

       240-LOAD-MASTER.

           OPEN INPUT ACCOUNT-MASTER-FILE

           PERFORM 245-READ-MASTER
               UNTIL EOF-MASTER-WS = 'YES'

           CLOSE ACCOUNT-MASTER-FILE.

       245-READ-MASTER.

           READ ACCOUNT-MASTER-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ

           IF EOF-MASTER-WS = 'NO'
               THEN
                   ADD 1 TO MASTER-IN-COUNT-WS
                   MOVE AM-ACCOUNT-NUMBER TO FIND-ACCOUNT-WS
                   MOVE AM-STORE-NUMBER   TO FIND-STORE-WS
                   PERFORM 280-FIND-OR-ADD-PAIR
                   IF PAIR-FOUND-WS
                       THEN
                           MOVE AM-PTD-DOLLARS TO
                               PAIR-TBL-PER-ACTUAL (PAIR-IDX-WS)
                           MOVE AM-YTD-DOLLARS TO
                               PAIR-TBL-YTD-ACTUAL (PAIR-IDX-WS)
                   END-IF
           END-IF.

      *****************************************************************
      *THE YEAR'S BUDGET LINES ARE ROLLED INTO THE PAIR TABLE - THE
      *WHOLE YEAR INTO THE ANNUAL BUDGET, PERIODS UP TO THE REPORT
      *PERIOD INTO YEAR-TO-DATE, AND THE REPORT PERIOD ITSELF
      *****************************************************************
       260-LOAD-BUDGET.

           OPEN INPUT BUDGET-MASTER-FILE

           PERFORM 265-READ-BUDGET
               UNTIL EOF-BUDGET-WS = 'YES'

           CLOSE BUDGET-MASTER-FILE.

       265-READ-BUDGET.

           READ BUDGET-MASTER-FILE NEXT RECORD
           AT END MOVE 'YES' TO EOF-BUDGET-WS
           END-READ

           IF EOF-BUDGET-WS = 'NO'
              AND BG-BUDGET-PERIOD (1:4) = REPORT-PERIOD-WS (1:4)
               THEN
                   ADD 1 TO BUDGET-IN-COUNT-WS
                   MOVE BG-ACCOUNT-NUMBER TO FIND-ACCOUNT-WS
                   MOVE BG-STORE-NUMBER   TO FIND-STORE-WS
                   PERFORM 280-FIND-OR-ADD-PAIR
                   IF PAIR-FOUND-WS
                       THEN
                           ADD BG-BUDGET-AMOUNT TO
                               PAIR-TBL-ANN-BUDGET (PAIR-IDX-WS)
                           IF BG-BUDGET-PERIOD NOT > REPORT-PERIOD-WS
                               THEN ADD BG-BUDGET-AMOUNT TO
                                   PAIR-TBL-YTD-BUDGET (PAIR-IDX-WS)
                           END-IF
                           IF BG-BUDGET-PERIOD = REPORT-PERIOD-WS
                               THEN ADD BG-BUDGET-AMOUNT TO
                                   PAIR-TBL-PER-BUDGET (PAIR-IDX-WS)
                           END-IF
                   END-IF
           END-IF.

      *****************************************************************
      *LEAVES PAIR-IDX-WS ON THE TABLE ENTRY FOR FIND-ACCOUNT-WS AND
      *FIND-STORE-WS, ADDING A ZEROED ENTRY WHEN THE PAIR IS NEW.  A
      *FULL TABLE SETS THE OVERFLOW SWITCH AND RETURNS NOT FOUND
      *****************************************************************
       280-FIND-OR-ADD-PAIR.

           MOVE 'NO' TO PAIR-FOUND-SW

           IF PAIR-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET PAIR-IDX-WS TO 1
                   SEARCH PAIR-TABLE-ENTRY
                       AT END MOVE 'NO' TO PAIR-FOUND-SW
                       WHEN PAIR-IDX-WS > PAIR-TABLE-COUNT-WS
                           MOVE 'NO' TO PAIR-FOUND-SW
                       WHEN PAIR-TBL-ACCOUNT (PAIR-IDX-WS)
                                = FIND-ACCOUNT-WS
                        AND PAIR-TBL-STORE (PAIR-IDX-WS)
                                = FIND-STORE-WS
                           MOVE 'YES' TO PAIR-FOUND-SW
                   END-SEARCH
           END-IF

           IF NOT PAIR-FOUND-WS
               THEN
                   IF PAIR-TABLE-COUNT-WS IS LESS THAN 5000
                       THEN
                           ADD 1 TO PAIR-TABLE-COUNT-WS
                           SET PAIR-IDX-WS TO PAIR-TABLE-COUNT-WS
                           MOVE FIND-ACCOUNT-WS
                                  TO PAIR-TBL-ACCOUNT    (PAIR-IDX-WS)
                           MOVE FIND-STORE-WS
                                  TO PAIR-TBL-STORE      (PAIR-IDX-WS)
                           MOVE ZERO
                                  TO PAIR-TBL-PER-BUDGET (PAIR-IDX-WS)
                           MOVE ZERO
                                  TO PAIR-TBL-PER-ACTUAL (PAIR-IDX-WS)
                           MOVE ZERO
                                  TO PAIR-TBL-YTD-BUDGET (PAIR-IDX-WS)
                           MOVE ZERO
                                  TO PAIR-TBL-YTD-ACTUAL (PAIR-IDX-WS)
                           MOVE ZERO
                                  TO PAIR-TBL-ANN-BUDGET (PAIR-IDX-WS)
                           MOVE 'YES' TO PAIR-FOUND-SW
                       ELSE
                           MOVE 'YES' TO PAIR-TABLE-OVFL-SW
                   END-IF
           END-IF.

      *****************************************************************
      *ONE WORK RECORD PER PAIR WITH ANYTHING TO SHOW.  A PAIR WITH
      *NO BUDGET AND NO ACTUALS ALL YEAR IS COUNTED AND LEFT OFF
      *****************************************************************
       300-BUILD-WORK-FILE.

           OPEN OUTPUT BVA-WORK-FILE

           SET PAIR-IDX-WS TO 1
           PERFORM 310-WRITE-WORK-RECORD
               PAIR-TABLE-COUNT-WS TIMES

           CLOSE BVA-WORK-FILE.

       310-WRITE-WORK-RECORD.

           IF PAIR-TBL-PER-BUDGET (PAIR-IDX-WS) = ZERO
              AND PAIR-TBL-PER-ACTUAL (PAIR-IDX-WS) = ZERO
              AND PAIR-TBL-YTD-BUDGET (PAIR-IDX-WS) = ZERO
              AND PAIR-TBL-YTD-ACTUAL (PAIR-IDX-WS) = ZERO
              AND PAIR-TBL-ANN-BUDGET (PAIR-IDX-WS) = ZERO
               THEN ADD 1 TO PAIRS-EMPTY-WS
               ELSE
                   MOVE PAIR-TBL-STORE      (PAIR-IDX-WS)
                                       TO BW-STORE-NUMBER
                   MOVE PAIR-TBL-ACCOUNT    (PAIR-IDX-WS)
                                       TO BW-ACCOUNT-NUMBER
                   MOVE PAIR-TBL-PER-BUDGET (PAIR-IDX-WS)
                                       TO BW-PER-BUDGET
                   MOVE PAIR-TBL-PER-ACTUAL (PAIR-IDX-WS)
                                       TO BW-PER-ACTUAL
                   MOVE PAIR-TBL-YTD-BUDGET (PAIR-IDX-WS)
                                       TO BW-YTD-BUDGET
                   MOVE PAIR-TBL-YTD-ACTUAL (PAIR-IDX-WS)
                                       TO BW-YTD-ACTUAL
                   MOVE PAIR-TBL-ANN-BUDGET (PAIR-IDX-WS)
                                       TO BW-ANNUAL-BUDGET
                   WRITE BVA-WORK-RECORD
           END-IF

           SET PAIR-IDX-WS UP BY 1.

      *****************************************************************
      *STORE/ACCOUNT SEQUENCE - EACH PAIR PRINTS ON THE FULL REPORT
      *AND IN ITS STORE'S OWN SECTION FILE, WITH A SUBTOTAL ON THE
      *STORE BREAK IN BOTH
      *****************************************************************
       400-STORE-SECTION.

           SORT BVA-SORT-FILE
               ON ASCENDING KEY BS-STORE-NUMBER
                                BS-ACCOUNT-NUMBER
               USING  BVA-WORK-FILE
               GIVING BVA-SORTED-FILE

           MOVE 'S' TO REPORT-SECTION-WS
           PERFORM 500-HEADER

           OPEN INPUT BVA-SORTED-FILE
           MOVE 'NO' TO EOF-SORTED-WS

           PERFORM 410-READ-SORTED
               UNTIL EOF-SORTED-WS = 'YES'

           IF STORE-HOLD-WS NOT = SPACES
               THEN PERFORM 440-CLOSE-STORE
           END-IF

           CLOSE BVA-SORTED-FILE

           MOVE 'GRAND TOTAL' TO DTL-LABEL-OUT
           MOVE GRAND-TOTALS-WS TO LINE-FIGURES-WS
           PERFORM 450-FORMAT-LINE
           MOVE  BVA-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES.

       410-READ-SORTED.

           READ BVA-SORTED-FILE
           AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ

           IF EOF-SORTED-WS = 'NO'
               THEN PERFORM 420-STORE-DETAIL
           END-IF.

       420-STORE-DETAIL.

           IF BT-STORE-NUMBER NOT = STORE-HOLD-WS
               THEN
                   IF STORE-HOLD-WS NOT = SPACES
                       THEN PERFORM 440-CLOSE-STORE
                   END-IF
                   MOVE BT-STORE-NUMBER TO STORE-HOLD-WS
                   PERFORM 430-FIND-DIRECTORY-ENTRY
                   PERFORM 435-OPEN-STORE-REPORT
                   PERFORM 525-STORE-TITLE
           END-IF

           MOVE BT-FIGURES TO LINE-FIGURES-WS
           MOVE SPACES            TO DTL-KEY-OUT
           MOVE BT-ACCOUNT-NUMBER TO DTL-ACCOUNT-OUT
           MOVE BT-STORE-NUMBER   TO DTL-STORE-OUT
           PERFORM 450-FORMAT-LINE

           ADD 1 TO PAIRS-REPORTED-WS
           ADD 1 TO STORE-PAIRS-WS
           IF PER-OVER-WS OR YTD-OVER-WS
               THEN ADD 1 TO PAIRS-OVER-WS
           END-IF

           ADD BT-PER-BUDGET    TO STORE-PER-BUDGET-WS
                                   GRAND-PER-BUDGET-WS
           ADD BT-PER-ACTUAL    TO STORE-PER-ACTUAL-WS
                                   GRAND-PER-ACTUAL-WS
           ADD BT-YTD-BUDGET    TO STORE-YTD-BUDGET-WS
                                   GRAND-YTD-BUDGET-WS
           ADD BT-YTD-ACTUAL    TO STORE-YTD-ACTUAL-WS
                                   GRAND-YTD-ACTUAL-WS
           ADD BT-ANNUAL-BUDGET TO STORE-ANNUAL-BUDGET-WS
                                   GRAND-ANNUAL-BUDGET-WS

           PERFORM 480-WRITE-BOTH.

      *****************************************************************
      *A STORE WITH BUDGET OR ACTUALS BUT NOT ON THE DIRECTORY STILL
      *GETS ITS SECTION - THE MISSING NAME IS SAID OUT LOUD SO THE
      *DIRECTORY GETS FIXED
      *****************************************************************
       430-FIND-DIRECTORY-ENTRY.

           MOVE 'NO' TO STORE-FOUND-SW

           IF DIR-TABLE-COUNT-WS IS GREATER THAN ZERO
               THEN
                   SET DIR-IDX-WS TO 1
                   SEARCH DIR-TABLE-ENTRY
                       AT END MOVE 'NO' TO STORE-FOUND-SW
                       WHEN DIR-TBL-STORE (DIR-IDX-WS)
                                = STORE-HOLD-WS
                           MOVE 'YES' TO STORE-FOUND-SW
                   END-SEARCH
           END-IF

           IF STORE-ON-DIRECTORY-WS
               THEN
                   MOVE DIR-TBL-NAME (DIR-IDX-WS) TO STORE-NAME-WS
                   MOVE DIR-TBL-DIST (DIR-IDX-WS) TO STORE-DIST-WS
                   MOVE 'Y'  TO DIR-TBL-SEEN (DIR-IDX-WS)
               ELSE
                   MOVE 'STORE NOT ON DIRECTORY'  TO STORE-NAME-WS
                   MOVE SPACES                    TO STORE-DIST-WS
                   ADD 1 TO UNLISTED-COUNT-WS
           END-IF.

       435-OPEN-STORE-REPORT.

           MOVE SPACES TO STORE-FILE-NAME-WS
           STRING 'BVA' STORE-HOLD-WS '.OUT'
               DELIMITED BY SIZE INTO STORE-FILE-NAME-WS

           OPEN OUTPUT STORE-REPORT-FILE

           MOVE ZERO TO STORE-PAGE-NUMBER-WS
           MOVE ZERO TO STORE-PAIRS-WS
           PERFORM 550-STORE-HEADER.

       440-CLOSE-STORE.

           MOVE 'STORE TOTAL' TO DTL-LABEL-OUT
           MOVE STORE-TOTALS-WS TO LINE-FIGURES-WS
           PERFORM 450-FORMAT-LINE

           MOVE  BVA-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES
           ADD 2 TO PAGE-LINE-COUNT

           MOVE  BVA-DETAIL-LINE-SETUP TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 2 LINES

           CLOSE STORE-REPORT-FILE

           PERFORM 445-WRITE-CONTROL-LINE

           ADD 1 TO FILES-WRITTEN-WS
           MOVE ZERO TO STORE-PER-BUDGET-WS
           MOVE ZERO TO STORE-PER-ACTUAL-WS
           MOVE ZERO TO STORE-YTD-BUDGET-WS
           MOVE ZERO TO STORE-YTD-ACTUAL-WS
           MOVE ZERO TO STORE-ANNUAL-BUDGET-WS
           MOVE SPACES TO STORE-HOLD-WS.

       445-WRITE-CONTROL-LINE.

           MOVE STORE-HOLD-WS      TO CTL-STORE-OUT
           MOVE STORE-NAME-WS      TO CTL-NAME-OUT
           MOVE STORE-DIST-WS      TO CTL-DIST-OUT
           MOVE STORE-FILE-NAME-WS TO CTL-FILE-OUT
           MOVE STORE-PAIRS-WS     TO CTL-LINES-OUT

           MOVE  CONTROL-DETAIL-LINE-SETUP TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1.

      *****************************************************************
      *WORKS OUT THE VARIANCES, PERCENTS, REMAINING ANNUAL BUDGET AND
      *OVER-TOLERANCE FLAG FOR WHATEVER IS IN LINE-FIGURES-WS AND
      *FILLS THE FIGURE COLUMNS OF THE DETAIL LINE.  A POSITIVE
      *VARIANCE IS ACTUAL OVER BUDGET
      *****************************************************************
       450-FORMAT-LINE.

           COMPUTE PER-VARIANCE-WS =
               LINE-PER-ACTUAL-WS - LINE-PER-BUDGET-WS
           COMPUTE YTD-VARIANCE-WS =
               LINE-YTD-ACTUAL-WS - LINE-YTD-BUDGET-WS
           COMPUTE ANNUAL-LEFT-WS =
               LINE-ANNUAL-BUDGET-WS - LINE-YTD-ACTUAL-WS

           COMPUTE DTL-PER-BUDGET-OUT   ROUNDED = LINE-PER-BUDGET-WS
           COMPUTE DTL-PER-ACTUAL-OUT   ROUNDED = LINE-PER-ACTUAL-WS
           COMPUTE DTL-PER-VARIANCE-OUT ROUNDED = PER-VARIANCE-WS
           COMPUTE DTL-YTD-BUDGET-OUT   ROUNDED = LINE-YTD-BUDGET-WS
           COMPUTE DTL-YTD-ACTUAL-OUT   ROUNDED = LINE-YTD-ACTUAL-WS
           COMPUTE DTL-YTD-VARIANCE-OUT ROUNDED = YTD-VARIANCE-WS
           COMPUTE DTL-ANNUAL-LEFT-OUT  ROUNDED = ANNUAL-LEFT-WS

           MOVE LINE-PER-BUDGET-WS TO PCT-BASE-WS
           MOVE PER-VARIANCE-WS    TO PCT-VARIANCE-WS
           PERFORM 460-PERCENT
           MOVE PCT-TEXT-WS        TO DTL-PER-PCT-OUT
           PERFORM 470-TOLERANCE-CHECK
           MOVE OVER-SW            TO PER-OVER-SW

           MOVE LINE-YTD-BUDGET-WS TO PCT-BASE-WS
           MOVE YTD-VARIANCE-WS    TO PCT-VARIANCE-WS
           PERFORM 460-PERCENT
           MOVE PCT-TEXT-WS        TO DTL-YTD-PCT-OUT
           PERFORM 470-TOLERANCE-CHECK
           MOVE OVER-SW            TO YTD-OVER-SW

           IF PER-OVER-WS AND YTD-OVER-WS
               THEN MOVE 'BOTH' TO DTL-FLAG-OUT
               ELSE
           IF PER-OVER-WS
               THEN MOVE 'PER'  TO DTL-FLAG-OUT
               ELSE
           IF YTD-OVER-WS
               THEN MOVE 'YTD'  TO DTL-FLAG-OUT
               ELSE MOVE SPACES TO DTL-FLAG-OUT
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *VARIANCE AS A PERCENT OF BUDGET, AGAINST THE SIZE OF THE
      *BUDGET SO A CREDIT BUDGET DOES NOT TURN THE SIGN AROUND.  NO
      *BUDGET AT ALL PRINTS 'NO BUD' WHEN THERE IS ANY VARIANCE
      *****************************************************************
       460-PERCENT.

           IF PCT-BASE-WS IS LESS THAN ZERO
               THEN MULTIPLY -1 BY PCT-BASE-WS
           END-IF

           IF PCT-BASE-WS = ZERO
               THEN
                   IF PCT-VARIANCE-WS = ZERO
                       THEN MOVE SPACES   TO PCT-TEXT-WS
                       ELSE MOVE ' NO BUD' TO PCT-TEXT-WS
                   END-IF
               ELSE
                   COMPUTE PCT-VALUE-WS ROUNDED =
                       PCT-VARIANCE-WS * 100 / PCT-BASE-WS
                       ON SIZE ERROR
                           MOVE '  *****' TO PCT-TEXT-WS
                       NOT ON SIZE ERROR
                           MOVE PCT-VALUE-WS TO PCT-EDIT-WS
                           MOVE PCT-EDIT-WS  TO PCT-TEXT-WS
                   END-COMPUTE
           END-IF.

      *****************************************************************
      *OVER TOLERANCE WHEN ACTUAL EXCEEDS BUDGET BY MORE THAN THE
      *CARD'S PERCENT OF THE SIZE OF THE BUDGET.  WITH NO BUDGET TO
      *MEASURE AGAINST, ANY AMOUNT OVER IS FLAGGED
      *****************************************************************
       470-TOLERANCE-CHECK.

           MOVE 'NO' TO OVER-SW

           IF PCT-BASE-WS IS GREATER THAN ZERO
               THEN COMPUTE TOLERANCE-LIMIT-WS ROUNDED =
                       PCT-BASE-WS * TOLERANCE-PCT-WS / 100
               ELSE MOVE ZERO TO TOLERANCE-LIMIT-WS
           END-IF

           IF PCT-VARIANCE-WS IS GREATER THAN ZERO
              AND PCT-VARIANCE-WS IS GREATER THAN TOLERANCE-LIMIT-WS
               THEN MOVE 'YES' TO OVER-SW
           END-IF.

       480-WRITE-BOTH.

           MOVE  BVA-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= 50
               THEN PERFORM 500-HEADER
           END-IF

           MOVE  BVA-DETAIL-LINE-SETUP TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 1

           ADD 1 TO STORE-LINE-COUNT-WS
           IF STORE-LINE-COUNT-WS >= 50
               THEN PERFORM 550-STORE-HEADER
           END-IF.

       500-HEADER.

           ADD 1 TO PAGE-NUMBER-WS
           MOVE PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

           MOVE  REPORT-HEADER-LINE-SETUP    TO  REPORT-LINE
           WRITE REPORT-LINE AFTER PAGE

           MOVE  PARM-ECHO-LINE-SETUP        TO  REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           IF ACCOUNT-SECTION-WS
               THEN
                   MOVE  ACCOUNT-SECTION-LINE-SETUP TO REPORT-LINE
                   WRITE REPORT-LINE AFTER 2 LINES
           END-IF

           MOVE  COLUMN-HEADER-LINE-SETUP    TO  REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1 LINE

           MOVE 0 TO PAGE-LINE-COUNT.

       525-STORE-TITLE.

           MOVE STORE-HOLD-WS TO TTL-STORE-OUT
           MOVE STORE-NAME-WS TO TTL-NAME-OUT
           MOVE STORE-DIST-WS TO TTL-DIST-OUT

           IF PAGE-LINE-COUNT >= 46
               THEN PERFORM 500-HEADER
           END-IF

           MOVE  STORE-TITLE-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           ADD 3 TO PAGE-LINE-COUNT.

      *****************************************************************
      *HEADINGS FOR THE STORE'S OWN SECTION FILE - ITS OWN PAGE
      *NUMBERS, AND THE STORE NAME AND DISTRIBUTION CODE ON EVERY
      *PAGE FOR THE MAIL ROOM
      *****************************************************************
       550-STORE-HEADER.

           ADD 1 TO STORE-PAGE-NUMBER-WS
           MOVE STORE-PAGE-NUMBER-WS TO PAGE-NUMBER-OUT

           MOVE  REPORT-HEADER-LINE-SETUP TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER PAGE

           MOVE  PARM-ECHO-LINE-SETUP     TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 2 LINES

           MOVE STORE-HOLD-WS TO TTL-STORE-OUT
           MOVE STORE-NAME-WS TO TTL-NAME-OUT
           MOVE STORE-DIST-WS TO TTL-DIST-OUT
           MOVE  STORE-TITLE-LINE-SETUP   TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 2 LINES

           MOVE  COLUMN-HEADER-LINE-SETUP TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 2 LINES

           MOVE SPACES TO STORE-REPORT-LINE
           WRITE STORE-REPORT-LINE AFTER 1

           MOVE 0 TO STORE-LINE-COUNT-WS.

      *****************************************************************
      *EVERY DIRECTORY STORE WITH NOTHING BUDGETED AND NOTHING SPENT
      *STILL GETS A ONE-PAGE SECTION SAYING SO
      *****************************************************************
       600-NO-ACTIVITY-REPORTS.

           SET DIR-IDX-WS TO 1
           PERFORM 620-ONE-NO-ACTIVITY
               DIR-TABLE-COUNT-WS TIMES.

       620-ONE-NO-ACTIVITY.

           IF DIR-TBL-SEEN (DIR-IDX-WS) NOT = 'Y'
               THEN
                   MOVE DIR-TBL-STORE (DIR-IDX-WS) TO STORE-HOLD-WS
                   MOVE DIR-TBL-NAME  (DIR-IDX-WS) TO STORE-NAME-WS
                   MOVE DIR-TBL-DIST  (DIR-IDX-WS) TO STORE-DIST-WS
                   MOVE SPACES TO STORE-FILE-NAME-WS
                   STRING 'BVA' STORE-HOLD-WS '.OUT'
                       DELIMITED BY SIZE INTO STORE-FILE-NAME-WS
                   OPEN OUTPUT STORE-REPORT-FILE
                   MOVE ZERO TO STORE-PAGE-NUMBER-WS
                   MOVE ZERO TO STORE-PAIRS-WS
                   PERFORM 550-STORE-HEADER
                   MOVE  NO-ACTIVITY-LINE-SETUP TO STORE-REPORT-LINE
                   WRITE STORE-REPORT-LINE AFTER 2 LINES
                   CLOSE STORE-REPORT-FILE
                   PERFORM 445-WRITE-CONTROL-LINE
                   ADD 1 TO FILES-WRITTEN-WS
                   ADD 1 TO NO-ACTIVITY-COUNT-WS
           END-IF

           SET DIR-IDX-WS UP BY 1.

      *****************************************************************
      *ACCOUNT/STORE SEQUENCE - ONE SUBTOTAL LINE PER ACCOUNT ACROSS
      *EVERY STORE, ON ITS OWN PAGES OF THE FULL REPORT
      *****************************************************************
       700-ACCOUNT-SECTION.

           SORT BVA-SORT-FILE
               ON ASCENDING KEY BS-ACCOUNT-NUMBER
                                BS-STORE-NUMBER
               USING  BVA-WORK-FILE
               GIVING BVA-SORTED-FILE

           MOVE 'A' TO REPORT-SECTION-WS
           PERFORM 500-HEADER

           OPEN INPUT BVA-SORTED-FILE
           MOVE 'NO' TO EOF-SORTED-WS

           PERFORM 710-READ-ACCOUNT-SORTED
               UNTIL EOF-SORTED-WS = 'YES'

           IF ACCOUNT-HOLD-WS NOT = SPACES
               THEN PERFORM 730-ACCOUNT-TOTAL
           END-IF

           CLOSE BVA-SORTED-FILE

           MOVE 'GRAND TOTAL' TO DTL-LABEL-OUT
           MOVE GRAND-TOTALS-WS TO LINE-FIGURES-WS
           PERFORM 450-FORMAT-LINE
           MOVE  BVA-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES.

       710-READ-ACCOUNT-SORTED.

           READ BVA-SORTED-FILE
           AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ

           IF EOF-SORTED-WS = 'NO'
               THEN
                   IF BT-ACCOUNT-NUMBER NOT = ACCOUNT-HOLD-WS
                       THEN
                           IF ACCOUNT-HOLD-WS NOT = SPACES
                               THEN PERFORM 730-ACCOUNT-TOTAL
                           END-IF
                           MOVE BT-ACCOUNT-NUMBER TO ACCOUNT-HOLD-WS
                   END-IF
                   ADD BT-PER-BUDGET    TO ACCT-PER-BUDGET-WS
                   ADD BT-PER-ACTUAL    TO ACCT-PER-ACTUAL-WS
                   ADD BT-YTD-BUDGET    TO ACCT-YTD-BUDGET-WS
                   ADD BT-YTD-ACTUAL    TO ACCT-YTD-ACTUAL-WS
                   ADD BT-ANNUAL-BUDGET TO ACCT-ANNUAL-BUDGET-WS
           END-IF.

       730-ACCOUNT-TOTAL.

           MOVE SPACES          TO DTL-KEY-OUT
           MOVE ACCOUNT-HOLD-WS TO DTL-ACCOUNT-OUT
           MOVE 'ALL'           TO DTL-STORE-OUT
           MOVE ACCOUNT-TOTALS-WS TO LINE-FIGURES-WS
           PERFORM 450-FORMAT-LINE

           MOVE  BVA-DETAIL-LINE-SETUP TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           ADD 1 TO PAGE-LINE-COUNT
           IF PAGE-LINE-COUNT >= 50
               THEN PERFORM 500-HEADER
           END-IF

           MOVE ZERO TO ACCT-PER-BUDGET-WS
           MOVE ZERO TO ACCT-PER-ACTUAL-WS
           MOVE ZERO TO ACCT-YTD-BUDGET-WS
           MOVE ZERO TO ACCT-YTD-ACTUAL-WS
           MOVE ZERO TO ACCT-ANNUAL-BUDGET-WS
           MOVE SPACES TO ACCOUNT-HOLD-WS.

       900-CLOSE.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER 2 LINES

           IF PERIOD-CLOSED-WS
               THEN
                   MOVE 'PERIOD SNAPSHOTS READ:'   TO COUNT-LABEL-OUT
                   MOVE SNAPSHOT-IN-COUNT-WS       TO COUNT-VALUE-OUT
               ELSE
                   MOVE 'ACCOUNT MASTER RECORDS READ:'
                                                   TO COUNT-LABEL-OUT
                   MOVE MASTER-IN-COUNT-WS         TO COUNT-VALUE-OUT
           END-IF
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'BUDGET LINES FOR THE YEAR:' TO COUNT-LABEL-OUT
           MOVE BUDGET-IN-COUNT-WS           TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'ACCOUNT/STORE LINES REPORTED:' TO COUNT-LABEL-OUT
           MOVE PAIRS-REPORTED-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'LINES OVER TOLERANCE:'      TO COUNT-LABEL-OUT
           MOVE PAIRS-OVER-WS                TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE 'PAIRS WITH NO BUDGET OR ACTUALS:' TO COUNT-LABEL-OUT
           MOVE PAIRS-EMPTY-WS               TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO REPORT-LINE
           WRITE REPORT-LINE AFTER 1

           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 2 LINES

           MOVE 'STORE SECTION FILES WRITTEN:' TO COUNT-LABEL-OUT
           MOVE FILES-WRITTEN-WS             TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1

           MOVE 'NO-ACTIVITY SECTIONS:'      TO COUNT-LABEL-OUT
           MOVE NO-ACTIVITY-COUNT-WS         TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1

           MOVE 'STORES NOT ON DIRECTORY:'   TO COUNT-LABEL-OUT
           MOVE UNLISTED-COUNT-WS            TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP             TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER 1

           CLOSE BVA-REPORT-FILE
                 BVA-CONTROL-FILE.

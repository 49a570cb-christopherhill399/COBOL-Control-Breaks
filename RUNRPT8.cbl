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
      *FEED REGISTRATION FILE THE REPORT RUN KEEPS - THE START STAMP
           05  RUN-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  SEVERE-COUNT-WS         PIC 9(5)        VALUE ZERO.
           05  FEED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  GEN-WRITTEN-COUNT-WS    PIC 9(5)        VALUE ZERO.
           05  GEN-PROMOTED-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05  GEN-RESTORED-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05  GEN-REFUSED-COUNT-WS    PIC 9(5)        VALUE ZERO.
           05  GEN-DISCARDED-COUNT-WS  PIC 9(5)        VALUE ZERO.

       01  EOF-WS.
           05  EOF-RUN-LOG-WS          PIC X(3) VALUE 'NO'.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FEED-HDR-DOLLARS-OUT    PIC $$$$,$$$,$$9.99BCR.

      *****************************************************************
      *GENERATIONS SECTION - ONE LINE PER GENERATION ENTRY ON THE LOG
      *****************************************************************
       01  GEN-TITLE-LINE-SETUP.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05                          PIC X(45)       VALUE
           'GENERATIONS WRITTEN, PROMOTED AND ROLLED BACK'.

       01  GEN-COLUMN-LINE-SETUP.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05                      PIC X(14) VALUE 'END'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'PROGRAM'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(11) VALUE 'ACTION'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(12) VALUE 'FILE'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(7)  VALUE 'RECORDS'.
           05                      PIC X(13) VALUE SPACES.
           05                      PIC X(5)  VALUE 'TOTAL'.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(4)  VALUE 'LIVE'.
           05                      PIC X(8)  VALUE SPACES.
           05                      PIC X(10) VALUE 'LIVE TOTAL'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(3)  VALUE 'GEN'.
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(2)  VALUE 'CC'.

       01  GEN-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-END-OUT             PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-PROGRAM-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-ACTION-OUT          PIC X(11).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-FILE-OUT            PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  GEN-RECORDS-OUT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  GEN-TOTAL-OUT           PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  GEN-LIVE-RECORDS-OUT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  GEN-LIVE-TOTAL-OUT      PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-NUMBER-OUT          PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GEN-CC-OUT              PIC Z9.

       01  GEN-REASON-LINE-SETUP.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05                          PIC X(8)  VALUE 'REASON: '.
           05  GEN-REASON-OUT          PIC X(40).




           PERFORM 300-PRINT-RUN
               UNTIL EOF-RUN-LOG-WS = 'YES'
           PERFORM 400-FEED-SECTION
           PERFORM 500-GENERATION-SECTION
           PERFORM 900-CLOSE
           STOP RUN.

           AT END MOVE 'YES' TO EOF-RUN-LOG-WS
           END-READ.

      *****************************************************************
      *GENERATION ENTRIES SHARE THE LOG BUT ARE NOT RUNS - THEY ARE
      *PASSED OVER HERE AND PRINTED IN THEIR OWN SECTION BELOW
      *****************************************************************
       300-PRINT-RUN.

           IF RL-RUN-ENTRY
               THEN PERFORM 320-PRINT-RUN-ENTRY
           END-IF

           PERFORM 250-READ-RUN-LOG.

       320-PRINT-RUN-ENTRY.

           ADD 1 TO RUN-COUNT-WS
           IF RL-CONDITION-CODE IS GREATER THAN 4
               THEN ADD 1 TO SEVERE-COUNT-WS
           MOVE RL-CONDITION-CODE  TO REC-CC-OUT

           MOVE  RECAP-DETAIL-LINE-SETUP TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1.

      *****************************************************************
      *THE FEEDS THE REPORT RUN HAS REGISTERED AND POSTED - THE
                   WRITE RECAP-LINE AFTER 1
           END-IF.

      *****************************************************************
      *NEW GENERATIONS THE PRODUCING RUNS LOGGED, AND EVERY PROMOTE,
      *ROLLBACK, DISCARD AND REFUSAL GENPRO8 LOGGED AGAINST THEM -
      *THE LOG IS READ A SECOND TIME FROM THE TOP
      *****************************************************************
       500-GENERATION-SECTION.

           CLOSE RUN-LOG-FILE
           OPEN INPUT RUN-LOG-FILE
           MOVE 'NO' TO EOF-RUN-LOG-WS

           MOVE  GEN-TITLE-LINE-SETUP  TO RECAP-LINE
           WRITE RECAP-LINE AFTER 3 LINES

           MOVE  GEN-COLUMN-LINE-SETUP TO RECAP-LINE
           WRITE RECAP-LINE AFTER 2 LINES

           MOVE SPACES TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           PERFORM 520-PRINT-GENERATION
               UNTIL EOF-RUN-LOG-WS = 'YES'.

       520-PRINT-GENERATION.

           PERFORM 250-READ-RUN-LOG

           IF EOF-RUN-LOG-WS = 'NO'
              AND NOT RL-RUN-ENTRY
               THEN
                   MOVE SPACES TO GEN-ACTION-OUT
                   IF RL-GENERATION-WRITTEN
                       THEN
                           MOVE 'WRITTEN'     TO GEN-ACTION-OUT
                           ADD 1 TO GEN-WRITTEN-COUNT-WS
                   END-IF
                   IF RL-GENERATION-PROMOTED
                       THEN
                           MOVE 'PROMOTED'    TO GEN-ACTION-OUT
                           ADD 1 TO GEN-PROMOTED-COUNT-WS
                   END-IF
                   IF RL-GENERATION-RESTORED
                       THEN
                           MOVE 'ROLLED BACK' TO GEN-ACTION-OUT
                           ADD 1 TO GEN-RESTORED-COUNT-WS
                   END-IF
                   IF RL-GENERATION-REFUSED
                       THEN
                           MOVE 'REFUSED'     TO GEN-ACTION-OUT
                           ADD 1 TO GEN-REFUSED-COUNT-WS
                   END-IF
                   IF RL-GENERATION-DISCARDED
                       THEN
                           MOVE 'DISCARDED'   TO GEN-ACTION-OUT
                           ADD 1 TO GEN-DISCARDED-COUNT-WS
                   END-IF
                   MOVE RL-END-STAMP        TO GEN-END-OUT
                   MOVE RL-PROGRAM-ID       TO GEN-PROGRAM-OUT
                   MOVE RL-GEN-FILE         TO GEN-FILE-OUT
                   MOVE RL-GEN-RECORDS      TO GEN-RECORDS-OUT
                   MOVE RL-GEN-TOTAL        TO GEN-TOTAL-OUT
                   MOVE RL-GEN-LIVE-RECORDS TO GEN-LIVE-RECORDS-OUT
                   MOVE RL-GEN-LIVE-TOTAL   TO GEN-LIVE-TOTAL-OUT
                   MOVE RL-GEN-NUMBER       TO GEN-NUMBER-OUT
                   MOVE RL-CONDITION-CODE   TO GEN-CC-OUT
                   MOVE  GEN-DETAIL-LINE-SETUP TO RECAP-LINE
                   WRITE RECAP-LINE AFTER 1
                   IF RL-GENERATION-REFUSED
                       THEN
                           MOVE RL-GEN-REASON TO GEN-REASON-OUT
                           MOVE  GEN-REASON-LINE-SETUP TO RECAP-LINE
                           WRITE RECAP-LINE AFTER 1
                   END-IF
           END-IF.

       900-CLOSE.

           MOVE SPACES TO RECAP-LINE
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           MOVE 'GENERATIONS WRITTEN:'      TO COUNT-LABEL-OUT
           MOVE GEN-WRITTEN-COUNT-WS        TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           MOVE 'GENERATIONS PROMOTED:'     TO COUNT-LABEL-OUT
           MOVE GEN-PROMOTED-COUNT-WS       TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           MOVE 'GENERATIONS ROLLED BACK:'  TO COUNT-LABEL-OUT
           MOVE GEN-RESTORED-COUNT-WS       TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           MOVE 'GENERATIONS DISCARDED:'    TO COUNT-LABEL-OUT
           MOVE GEN-DISCARDED-COUNT-WS      TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           MOVE 'PROMOTES/ROLLBACKS REFUSED:' TO COUNT-LABEL-OUT
           MOVE GEN-REFUSED-COUNT-WS        TO COUNT-VALUE-OUT
           MOVE COUNT-LINE-SETUP            TO RECAP-LINE
           WRITE RECAP-LINE AFTER 1

           CLOSE RUN-LOG-FILE  RECAP-REPORT-FILE.

       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RERUN-TEXT PIC X(8) VALUE SPACES.
       77 WS-RERUN-SW PIC X VALUE "N".
       77 WS-INTRADAY-SW PIC X VALUE "N".
       77 WS-INTRADAY-PASSES PIC 9(3) VALUE 0.
       77 WS-STEP-DONE-SW PIC X VALUE "N".
       77 WS-B1-DONE-SW PIC X VALUE "N".
       77 WS-B2-DONE-SW PIC X VALUE "N".
       77 WS-REFDATA-STATUS PIC X VALUE SPACE.
       77 WS-DECISION PIC X(7) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-JOURNAL-STATUS PIC X VALUE SPACES.
           UNSTRING WS-PARM DELIMITED BY ","
              INTO WS-STEP-NAME WS-RUN-DATE WS-RERUN-TEXT
           IF WS-STEP-NAME = SPACES OR WS-RUN-DATE = SPACES
             DISPLAY "USAGE : BATCH_0 <STEP>,<YYYYMMDD>"
                "[,RERUN|INTRADAY]"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RERUN-TEXT))
                = "RERUN"
               MOVE "Y" TO WS-RERUN-SW
             END-IF
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RERUN-TEXT))
                = "INTRADAY"
               MOVE "Y" TO WS-INTRADAY-SW
             END-IF
             IF WS-INTRADAY-SW = "Y" AND WS-STEP-NAME NOT = "BATCH_2 "
               DISPLAY "INTRADAY MODE IS ONLY AVAILABLE FOR BATCH_2"
               MOVE 12 TO RETURN-CODE
             ELSE
               PERFORM 100-SCAN-JOURNAL
               PERFORM 200-DECIDE-STEP
             END-IF
           END-IF.

       000-TRT-FONC001-FIN.
                   MOVE "Y" TO WS-B2-DONE-SW
                 END-IF
               END-IF
               IF WS-JOURNAL-EOF-SW NOT = "Y"
                  AND JR-DATE = WS-RUN-DATE
                  AND JR-STATUS = "I"
                  AND JR-PROGRAM = WS-STEP-NAME
                 ADD 1 TO WS-INTRADAY-PASSES
               END-IF
               IF WS-JOURNAL-EOF-SW NOT = "Y"
                  AND JR-DATE = WS-RUN-DATE
                  AND JR-PROGRAM = "BATCH_13"
                 MOVE JR-STATUS TO WS-REFDATA-STATUS
               END-IF
             END-PERFORM
           END-IF
           CLOSE RUN_JOURNAL.
             MOVE "SKIPPED" TO WS-DECISION
             MOVE "S" TO WS-JOURNAL-STATUS
             MOVE SPACES TO WS-JOURNAL-TOTALS
             IF WS-INTRADAY-SW = "Y"
               STRING 'SKIPPED ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  ' INTRADAY - DAY ALREADY FINALISED FOR '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-JOURNAL-TOTALS
             ELSE
               STRING 'SKIPPED ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  ' ALREADY COMPLETE FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' - GIVE RERUN TO FORCE' DELIMITED BY SIZE
                  INTO WS-JOURNAL-TOTALS
             END-IF
             MOVE 4 TO RETURN-CODE
           ELSE
             IF (WS-STEP-NAME = "BATCH_3 " OR "BATCH_4 ")
                  INTO WS-JOURNAL-TOTALS
               MOVE 8 TO RETURN-CODE
             END-IF
             IF WS-STEP-NAME = "BATCH_10"
                AND WS-B2-DONE-SW NOT = "Y"
               MOVE "BLOCKED" TO WS-DECISION
               MOVE "B" TO WS-JOURNAL-STATUS
               MOVE SPACES TO WS-JOURNAL-TOTALS
               STRING 'BLOCKED ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  ' BATCH_2 NOT COMPLETE FOR '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-JOURNAL-TOTALS
               MOVE 8 TO RETURN-CODE
             END-IF
             IF (WS-STEP-NAME = "BATCH_2 " OR "BATCH_3 ")
                AND WS-REFDATA-STATUS = "F"
               MOVE "BLOCKED" TO WS-DECISION
               MOVE "B" TO WS-JOURNAL-STATUS
               MOVE SPACES TO WS-JOURNAL-TOTALS
               STRING 'BLOCKED ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  ' REFERENCE DATA INVALID FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' - SEE BATCH_13 REPORT' DELIMITED BY SIZE
                  INTO WS-JOURNAL-TOTALS
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           IF WS-DECISION = SPACES
             DISPLAY "STEP CLEARED TO RUN : " WS-STEP-NAME
                " FOR " WS-RUN-DATE
             IF WS-INTRADAY-SW = "Y"
               DISPLAY "INTRADAY PASS - PREVIOUS PASSES TODAY : "
                  WS-INTRADAY-PASSES
             ELSE
               IF WS-INTRADAY-PASSES > 0
                 DISPLAY "FINAL RUN - INTRADAY PASSES TO FOLD IN : "
                    WS-INTRADAY-PASSES
               END-IF
             END-IF
           ELSE
             DISPLAY "STEP " WS-DECISION " : " WS-STEP-NAME
                " FOR " WS-RUN-DATE

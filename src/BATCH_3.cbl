       77 WS-HASH-CHAR-IDX PIC 99 VALUE 0.
       77 WS-MASTER-KEY PIC X(15) VALUE SPACES.
       77 WS-SUMMARY-READ PIC 9(6) VALUE 0.
       77 WS-LATE-READ PIC 9(6) VALUE 0.
       77 WS-BOT-MASTER-MODE PIC 9 VALUE 0.
       77 WS-BOT-SKIP-SW PIC X VALUE "N".
       77 WS-BOT-SKIPPED PIC 9(6) VALUE 0.
       77 WS-ERASED-SKIPPED PIC 9(6) VALUE 0.
       77 WS-SAVE-SUMMARY-FILE PIC X(80) VALUE SPACES.
       77 WS-VISIT-DATE-INT PIC 9(8) VALUE 0.
       77 WS-FIRST-SEEN-BACKDATED PIC 9(6) VALUE 0.
       77 WS-LAST-SEEN-HELD PIC 9(6) VALUE 0.
       77 WS-NEW-VISITORS PIC 9(6) VALUE 0.
       77 WS-UPDATED-VISITORS PIC 9(6) VALUE 0.
       77 WS-MASTER-LOADED PIC 9(6) VALUE 0.
           DISPLAY "BATCH_3 CONTROL TOTALS".
           DISPLAY "  MASTER ENTRIES IN   : " WS-MASTER-LOADED.
           DISPLAY "  SUMMARY RECORDS READ: " WS-SUMMARY-READ.
           DISPLAY "  LATE RECORDS READ   : " WS-LATE-READ.
           DISPLAY "  BOT RECORDS SKIPPED : " WS-BOT-SKIPPED.
           DISPLAY "  ERASED IPS SKIPPED  : " WS-ERASED-SKIPPED.
           DISPLAY "  NEW VISITORS        : " WS-NEW-VISITORS.
           DISPLAY "  UPDATED VISITORS    : " WS-UPDATED-VISITORS.
           DISPLAY "  MASTER ENTRIES OUT  : " WS-MASTER-WRITTEN.
           DISPLAY "  RETURNED AFTER 30D  : " WS-RETURNED-COUNT.
           DISPLAY "  FIRST SEEN BACKDATED: " WS-FIRST-SEEN-BACKDATED.
           DISPLAY "  LAST SEEN KEPT      : " WS-LAST-SEEN-HELD.
           DISPLAY "  DORMANT HIGH-VISIT  : " WS-DORMANT-COUNT.
           DISPLAY "============================================".

             PERFORM 835-LOAD-THRESHOLDS
             PERFORM 100-LOAD-MASTER
             PERFORM 200-APPLY-SUMMARY
             PERFORM 205-APPLY-LATE-VISITS
             PERFORM 300-REWRITE-MASTER
             PERFORM 400-RETENTION-REPORT
           END-IF.
               END-READ
               IF WS-SUMMARY-EOF-SW NOT = "Y"
                 ADD 1 TO WS-SUMMARY-READ
                 PERFORM 230-CHECK-BOT-CLASS
                 IF WS-BOT-SKIP-SW = "Y"
                   ADD 1 TO WS-BOT-SKIPPED
                 ELSE
                   IF IP_4 > 255
                     ADD 1 TO WS-ERASED-SKIPPED
                   ELSE
                     MOVE IP(1:15) TO WS-MASTER-KEY
                     PERFORM 210-FIND-MASTER-IP
                     PERFORM 220-UPDATE-MASTER-ENTRY
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SUMMARY_FILE
           END-IF.

       205-APPLY-LATE-VISITS.
           PERFORM 955-DERIVE-RUN-DATE
           MOVE WS-SUMMARY-FILE TO WS-SAVE-SUMMARY-FILE
           MOVE SPACES TO WS-SUMMARY-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.batch2.late.txt' DELIMITED BY SIZE
              INTO WS-SUMMARY-FILE
           MOVE "N" TO WS-SUMMARY-EOF-SW
           OPEN INPUT SUMMARY_FILE
           IF WS-SUMMARY-FILE-STATUS = "00"
             PERFORM UNTIL WS-SUMMARY-EOF-SW = "Y"
               READ SUMMARY_FILE
                 AT END MOVE "Y" TO WS-SUMMARY-EOF-SW
               END-READ
               IF WS-SUMMARY-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LATE-READ
                 PERFORM 230-CHECK-BOT-CLASS
                 IF WS-BOT-SKIP-SW = "Y"
                   ADD 1 TO WS-BOT-SKIPPED
                 ELSE
                   IF IP_4 > 255
                     ADD 1 TO WS-ERASED-SKIPPED
                   ELSE
                     MOVE IP(1:15) TO WS-MASTER-KEY
                     PERFORM 210-FIND-MASTER-IP
                     PERFORM 220-UPDATE-MASTER-ENTRY
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SUMMARY_FILE
             DISPLAY "LATE ARRIVALS APPLIED FROM " WS-SUMMARY-FILE
           END-IF
           MOVE WS-SAVE-SUMMARY-FILE TO WS-SUMMARY-FILE.

       210-FIND-MASTER-IP.
           MOVE "N" TO WS-FIND-SW
           MOVE "N" TO WS-HASH-DONE-SW
       220-UPDATE-MASTER-ENTRY.
           IF WS-FIND-SW = "Y"
             ADD 1 TO WS-UPDATED-VISITORS
             MOVE VISIT_DATE TO WS-SEEN-DATE-TEXT
             PERFORM 810-SEEN-DATE-TO-INT
             MOVE WS-SEEN-DATE-INT TO WS-VISIT-DATE-INT
             MOVE MT-FIRST-SEEN(WS-FOUND-IDX) TO WS-SEEN-DATE-TEXT
             PERFORM 810-SEEN-DATE-TO-INT
             IF WS-VISIT-DATE-INT > 0
                AND WS-SEEN-DATE-INT > WS-VISIT-DATE-INT
               MOVE VISIT_DATE TO MT-FIRST-SEEN(WS-FOUND-IDX)
               ADD 1 TO WS-FIRST-SEEN-BACKDATED
             END-IF
             MOVE MT-LAST-SEEN(WS-FOUND-IDX) TO WS-SEEN-DATE-TEXT
             PERFORM 810-SEEN-DATE-TO-INT
             IF WS-SEEN-DATE-INT = 0
                OR (WS-VISIT-DATE-INT > 0
                AND WS-VISIT-DATE-INT NOT < WS-SEEN-DATE-INT)
               IF WS-SEEN-DATE-INT > 0
                  AND WS-TODAY-INT - WS-SEEN-DATE-INT > 30
                 ADD 1 TO WS-RETURNED-COUNT
               END-IF
               MOVE VISIT_DATE TO MT-LAST-SEEN(WS-FOUND-IDX)
               MOVE VISITED_RESOURCE TO MT-LAST-RESOURCE(WS-FOUND-IDX)
             ELSE
               ADD 1 TO WS-LAST-SEEN-HELD
             END-IF
             ADD TIMES_VISIT TO MT-TOTAL-VISITS(WS-FOUND-IDX)
             ADD TIMES_VISIT TO WS-INPUT-VISITS
           ELSE
             IF WS-MASTER-COUNT < WS-MAX-MASTER
               ADD 1 TO WS-NEW-VISITORS
             END-IF
           END-IF.

       230-CHECK-BOT-CLASS.
           MOVE "N" TO WS-BOT-SKIP-SW
           EVALUATE TRUE
             WHEN DATA1_f = "BOT" AND WS-BOT-MASTER-MODE < 2
               MOVE "Y" TO WS-BOT-SKIP-SW
             WHEN DATA1_f = "SUS" AND WS-BOT-MASTER-MODE = 0
               MOVE "Y" TO WS-BOT-SKIP-SW
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       300-REWRITE-MASTER.
           OPEN OUTPUT MASTER_WORK
           PERFORM VARYING MST-IDX FROM 1 BY 1
                   WHEN "DORMVISITS"
                     COMPUTE WS-DORMANT-VISITS = FUNCTION NUMVAL(
                        FUNCTION TRIM(TH-VALUE-TEXT))
                   WHEN "BOTMASTER"
                     IF FUNCTION NUMVAL(FUNCTION TRIM(TH-VALUE-TEXT))
                        < 3
                       COMPUTE WS-BOT-MASTER-MODE = FUNCTION NUMVAL(
                          FUNCTION TRIM(TH-VALUE-TEXT))
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             CLOSE THRESHOLDS_FILE
           END-IF
           DISPLAY "DORMANCY CUTOFF " WS-DORMANT-DAYS
              " DAYS - HIGH-VISIT FLOOR " WS-DORMANT-VISITS
           EVALUATE WS-BOT-MASTER-MODE
             WHEN 0
               DISPLAY "BOT TRAFFIC EXCLUDED FROM MASTER - "
                  "KNOWN AND SUSPECTED"
             WHEN 1
               DISPLAY "BOT TRAFFIC EXCLUDED FROM MASTER - "
                  "KNOWN ONLY"
             WHEN OTHER
               DISPLAY "BOT TRAFFIC INCLUDED IN MASTER"
           END-EVALUATE.

       810-SEEN-DATE-TO-INT.
           MOVE 0 TO WS-SEEN-DATE-INT
              WS-NEW-VISITORS DELIMITED BY SIZE
              ' OUT=' DELIMITED BY SIZE
              WS-MASTER-WRITTEN DELIMITED BY SIZE
              ' LATE=' DELIMITED BY SIZE
              WS-LATE-READ DELIMITED BY SIZE
              ' BOT=' DELIMITED BY SIZE
              WS-BOT-SKIPPED DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS

               '/oscobol/src/reconciliation_report.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RECON-FILE-STATUS.
           SELECT ANOMALY_REPORT ASSIGN TO
               '/oscobol/src/anomaly_report.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANOMALY-FILE-STATUS.
           SELECT DIGEST_REPORT ASSIGN TO
               '/oscobol/src/operations_digest.txt'
           ORGANIZATION IS SEQUENTIAL.
         02 AL-DAYS PIC X(4).
         02 AL-LABEL5 PIC X(8).
         02 AL-UNIT PIC X(20).
         02 AL-LABEL6 PIC X(8).
         02 AL-DISPOSITION PIC X(5).
         02 AL-LINE-FEED PIC X.

       FD RECON_REPORT.
         02 RL-TEXT PIC X(100).
         02 RL-LINE-FEED PIC X.

       FD ANOMALY_REPORT.
       01 ANOMALY-REPORT-LINE.
         02 AN-TEXT PIC X(130).
         02 AN-LINE-FEED PIC X.

       FD DIGEST_REPORT.
       01 DIGEST-REPORT-LINE.
         02 DG-TEXT PIC X(130).
       01 ALERT-DETAIL-TABLE.
        02 ALERT-DETAIL-LINE OCCURS 200 TIMES PIC X(120).

       01 ANOMALY-DETAIL-TABLE.
        02 ANOMALY-DETAIL-LINE OCCURS 200 TIMES PIC X(120).

       01 STEP-SEEN-TABLE.
        02 STEP-SEEN-ENTRY OCCURS 4 TIMES.
           03 SP-NAME PIC X(8).
       77 WS-REJECT2-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-RECON-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-ANOMALY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
       77 WS-REJECT1-COUNT PIC 9(6) VALUE 0.
       77 WS-REJECT2-COUNT PIC 9(6) VALUE 0.
       77 WS-VERDICT PIC X(14) VALUE 'NOT AVAILABLE'.
       77 WS-ANOMALY-COUNT PIC 9(6) VALUE 0.
       77 WS-ANOMALY-LISTED PIC 9(3) VALUE 0.
       77 WS-ANOMALY-DATE-SW PIC X VALUE "N".
       77 WS-ANOMALY-NOTE PIC X(120) VALUE 'NOT AVAILABLE'.
       77 EX-IDX PIC 9(3).
       77 SP-IDX PIC 9.
       77 WS-WORK-TEXT PIC X(120) VALUE SPACES.
           DISPLAY "  BATCH1 REJECTS      : " WS-REJECT1-COUNT.
           DISPLAY "  BATCH2 REJECTS      : " WS-REJECT2-COUNT.
           DISPLAY "  RECON VERDICT       : " WS-VERDICT.
           DISPLAY "  TRAFFIC ANOMALIES   : " WS-ANOMALY-COUNT.
           DISPLAY "  EXCEPTIONS          : " WS-EXCEPTION-COUNT.
           DISPLAY "============================================".
           DISPLAY "FIN PROG"
           PERFORM 200-COUNT-REJECTS
           PERFORM 300-SCAN-ALERTS
           PERFORM 400-SCAN-RECON
           PERFORM 450-SCAN-ANOMALIES
           PERFORM 500-BUILD-EXCEPTIONS
           PERFORM 600-WRITE-DIGEST.

                  JR-TOTALS DELIMITED BY SIZE
                  INTO WS-WORK-TEXT
               PERFORM 510-ADD-EXCEPTION
             WHEN "F"
               MOVE SPACES TO WS-WORK-TEXT
               STRING 'REFERENCE DATA INVALID : ' DELIMITED BY SIZE
                  JR-TOTALS(1:35) DELIMITED BY SIZE
                  ' - SEE reference_validation_report.txt'
                  DELIMITED BY SIZE
                  INTO WS-WORK-TEXT
               PERFORM 510-ADD-EXCEPTION
             WHEN "S"
             WHEN "B"
               MOVE SPACES TO WS-WORK-TEXT
                    ' UNIT ' DELIMITED BY SIZE
                    AL-UNIT DELIMITED BY SIZE
                    INTO WS-WORK-TEXT
                 IF AL-DISPOSITION NOT = SPACES
                   MOVE ' DISP ' TO WS-WORK-TEXT(102:6)
                   MOVE AL-DISPOSITION TO WS-WORK-TEXT(108:5)
                 END-IF
                 MOVE WS-WORK-TEXT
                    TO ALERT-DETAIL-LINE(WS-ALERT-COUNT)
               END-IF
             CLOSE RECON_REPORT
           END-IF.

       450-SCAN-ANOMALIES.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-ANOMALY-DATE-SW
           OPEN INPUT ANOMALY_REPORT
           IF WS-ANOMALY-FILE-STATUS = "00"
             PERFORM UNTIL WS-EOF-SW = "Y"
               READ ANOMALY_REPORT
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 IF AN-TEXT(1:24) = 'BASELINE ANOMALY REPORT '
                   IF AN-TEXT(25:8) = WS-RUN-DATE
                     MOVE "Y" TO WS-ANOMALY-DATE-SW
                     MOVE AN-TEXT(1:120) TO WS-ANOMALY-NOTE
                   ELSE
                     MOVE "N" TO WS-ANOMALY-DATE-SW
                   END-IF
                 END-IF
                 IF WS-ANOMALY-DATE-SW = "Y"
                   IF AN-TEXT(1:10) = 'ANOMALY : '
                     ADD 1 TO WS-ANOMALY-COUNT
                     IF WS-ANOMALY-LISTED < 200
                       ADD 1 TO WS-ANOMALY-LISTED
                       MOVE AN-TEXT(11:118)
                          TO ANOMALY-DETAIL-LINE(WS-ANOMALY-LISTED)
                     END-IF
                   END-IF
                   IF AN-TEXT(1:13) = 'INSUFFICIENT '
                      OR AN-TEXT(1:24) = 'NO DAILY STATISTICS FOR '
                     MOVE AN-TEXT(1:120) TO WS-ANOMALY-NOTE
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ANOMALY_REPORT
           END-IF.

       500-BUILD-EXCEPTIONS.
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > 4
             IF SP-DONE-SW(SP-IDX) NOT = "Y"
                WS-VERDICT DELIMITED BY SIZE
                INTO WS-WORK-TEXT
             PERFORM 510-ADD-EXCEPTION
           END-IF
           IF WS-ANOMALY-COUNT > 0
             MOVE WS-ANOMALY-COUNT TO WS-EDIT-COUNT
             MOVE SPACES TO WS-WORK-TEXT
             STRING 'ANOMALIES DETECTED : ' DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-WORK-TEXT
             PERFORM 510-ADD-EXCEPTION
           END-IF.

       510-ADD-EXCEPTION.
              WS-VERDICT DELIMITED BY SIZE
              INTO WS-WORK-TEXT
           PERFORM 690-WRITE-DIGEST-LINE

           MOVE 'ANOMALIES :' TO WS-WORK-TEXT
           PERFORM 690-WRITE-DIGEST-LINE
           MOVE SPACES TO WS-WORK-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-ANOMALY-NOTE DELIMITED BY SIZE
              INTO WS-WORK-TEXT
           PERFORM 690-WRITE-DIGEST-LINE
           IF WS-ANOMALY-LISTED = 0
             MOVE '  NONE' TO WS-WORK-TEXT
             PERFORM 690-WRITE-DIGEST-LINE
           ELSE
             PERFORM VARYING EX-IDX FROM 1 BY 1
             UNTIL EX-IDX > WS-ANOMALY-LISTED
               MOVE SPACES TO WS-WORK-TEXT
               STRING '  ' DELIMITED BY SIZE
                  ANOMALY-DETAIL-LINE(EX-IDX) DELIMITED BY SIZE
                  INTO WS-WORK-TEXT
               PERFORM 690-WRITE-DIGEST-LINE
             END-PERFORM
           END-IF
           CLOSE DIGEST_REPORT.

       690-WRITE-DIGEST-LINE.

           03 DT-INTERNAL PIC 9(9).
           03 DT-EXTERNAL PIC 9(9).
           03 DT-BYTES PIC 9(15).
           03 DT-LATE-VISITS PIC 9(9).
           03 DT-BOT-VISITS PIC 9(9).
           03 DT-BOT-IPS PIC 9(7).
           03 DT-BOT-BYTES PIC 9(15).

       01 WS-WEEK-TOTALS.
        02 WK-VISITS PIC 9(9) VALUE 0.
        02 WK-INTERNAL PIC 9(9) VALUE 0.
        02 WK-EXTERNAL PIC 9(9) VALUE 0.
        02 WK-BYTES PIC 9(15) VALUE 0.
        02 WK-BOT-VISITS PIC 9(9) VALUE 0.
        02 WK-BOT-BYTES PIC 9(15) VALUE 0.
       77 WS-PRIOR-WEEK-VISITS PIC 9(9) VALUE 0.
       77 WS-WEEK-OPEN-SW PIC X VALUE "N".
       77 WS-WEEK-END-YMD PIC 9(8) VALUE 0.
        02 MO-INTERNAL PIC 9(9) VALUE 0.
        02 MO-EXTERNAL PIC 9(9) VALUE 0.
        02 MO-BYTES PIC 9(15) VALUE 0.
        02 MO-BOT-VISITS PIC 9(9) VALUE 0.
        02 MO-BOT-BYTES PIC 9(15) VALUE 0.
       77 WS-PRIOR-MONTH-VISITS PIC 9(9) VALUE 0.
       77 WS-MONTH-OPEN-SW PIC X VALUE "N".
       77 WS-CURR-MONTH PIC 9(6) VALUE 0.
       77 WS-REPORT-TEXT PIC X(120) VALUE SPACES.
       77 WS-MISSING-DAYS PIC 9(3) VALUE 0.

       77 WS-TODAY-YMD PIC 9(8) VALUE 0.
       77 WS-LATE-RUN-INT PIC 9(8) VALUE 0.
       77 WS-LATE-RUN-YMD PIC 9(8) VALUE 0.
       77 WS-LATE-FROM-INT PIC 9(8) VALUE 0.
       77 WS-LATE-END-INT PIC 9(8) VALUE 0.
       77 WS-LATE-FILES-READ PIC 9(5) VALUE 0.
       77 WS-LATE-RECORDS PIC 9(7) VALUE 0.
       77 WS-LATE-VISITS PIC 9(9) VALUE 0.
       77 WS-BOT-VISITS PIC 9(9) VALUE 0.
       77 WS-BOT-BYTES PIC 9(15) VALUE 0.
       77 WS-VISIT-INT PIC 9(8) VALUE 0.
       77 WS-VISIT-DD PIC 99 VALUE 0.
       77 WS-VISIT-MON PIC XXX VALUE SPACES.
       77 WS-VISIT-YYYY PIC 9(4) VALUE 0.
       77 WS-VISIT-MONTH-NUM PIC 99 VALUE 0.
       77 WS-VISIT-YMD PIC 9(8) VALUE 0.

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "BATCH_6 CONTROL TOTALS".
           DISPLAY "  DAYS IN RANGE       : " WS-DAY-COUNT.
           DISPLAY "  ARCHIVES MISSING    : " WS-MISSING-DAYS.
           DISPLAY "  LATE FILES READ     : " WS-LATE-FILES-READ.
           DISPLAY "  LATE RECORDS FOLDED : " WS-LATE-RECORDS.
           DISPLAY "  LATE VISITS FOLDED  : " WS-LATE-VISITS.
           DISPLAY "  BOT VISITS EXCLUDED : " WS-BOT-VISITS.
           DISPLAY "  BOT BYTES EXCLUDED  : " WS-BOT-BYTES.
           DISPLAY "============================================".
           DISPLAY "FIN PROG"
           STOP RUN.
                VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                UNTIL WS-DAY-INT > WS-TO-INT
                OR WS-DAY-COUNT >= WS-MAX-DAYS
             PERFORM 250-FOLD-LATE-ARRIVALS
             PERFORM 300-WRITE-TREND-REPORT
           ELSE
             DISPLAY "*** INVALID DATE RANGE : " WS-PARM
           MOVE 0 TO DT-INTERNAL(WS-DAY-COUNT)
           MOVE 0 TO DT-EXTERNAL(WS-DAY-COUNT)
           MOVE 0 TO DT-BYTES(WS-DAY-COUNT)
           MOVE 0 TO DT-LATE-VISITS(WS-DAY-COUNT)
           MOVE 0 TO DT-BOT-VISITS(WS-DAY-COUNT)
           MOVE 0 TO DT-BOT-IPS(WS-DAY-COUNT)
           MOVE 0 TO DT-BOT-BYTES(WS-DAY-COUNT)

           MOVE SPACES TO WS-SUMMARY-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
                 AT END MOVE "Y" TO WS-SUMMARY-EOF-SW
               END-READ
               IF WS-SUMMARY-EOF-SW NOT = "Y"
                 IF DATA1_f = "BOT" OR "SUS"
                   ADD TIMES_VISIT TO DT-BOT-VISITS(WS-DAY-COUNT)
                   ADD 1 TO DT-BOT-IPS(WS-DAY-COUNT)
                   ADD BYTES_SENT TO DT-BOT-BYTES(WS-DAY-COUNT)
                   ADD TIMES_VISIT TO WS-BOT-VISITS
                   ADD BYTES_SENT TO WS-BOT-BYTES
                 ELSE
                   ADD TIMES_VISIT TO DT-VISITS(WS-DAY-COUNT)
                   ADD 1 TO DT-IPS(WS-DAY-COUNT)
                   IF TRAFFIC_TYPE = "INTERNAL"
                     ADD TIMES_VISIT TO DT-INTERNAL(WS-DAY-COUNT)
                   ELSE
                     ADD TIMES_VISIT TO DT-EXTERNAL(WS-DAY-COUNT)
                   END-IF
                   ADD BYTES_SENT TO DT-BYTES(WS-DAY-COUNT)
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SUMMARY_FILE
           END-IF.

       250-FOLD-LATE-ARRIVALS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD
           COMPUTE WS-LATE-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-LATE-FROM-INT = WS-FROM-INT + 1
           PERFORM 260-FOLD-ONE-LATE-FILE
              VARYING WS-LATE-RUN-INT FROM WS-LATE-FROM-INT BY 1
              UNTIL WS-LATE-RUN-INT > WS-LATE-END-INT.

       260-FOLD-ONE-LATE-FILE.
           COMPUTE WS-LATE-RUN-YMD =
              FUNCTION DATE-OF-INTEGER(WS-LATE-RUN-INT)
           MOVE SPACES TO WS-SUMMARY-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
              WS-LATE-RUN-YMD DELIMITED BY SIZE
              '.batch2.late.txt' DELIMITED BY SIZE
              INTO WS-SUMMARY-FILE
           MOVE "N" TO WS-SUMMARY-EOF-SW
           OPEN INPUT SUMMARY_FILE
           IF WS-SUMMARY-FILE-STATUS = "00"
             ADD 1 TO WS-LATE-FILES-READ
             PERFORM UNTIL WS-SUMMARY-EOF-SW = "Y"
               READ SUMMARY_FILE
                 AT END MOVE "Y" TO WS-SUMMARY-EOF-SW
               END-READ
               IF WS-SUMMARY-EOF-SW NOT = "Y"
                 PERFORM 270-FOLD-LATE-RECORD
               END-IF
             END-PERFORM
             CLOSE SUMMARY_FILE
           END-IF.

       270-FOLD-LATE-RECORD.
           PERFORM 810-VISIT-DATE-TO-INT
           IF WS-VISIT-INT >= WS-FROM-INT
              AND WS-VISIT-INT < WS-LATE-RUN-INT
              AND WS-VISIT-INT - WS-FROM-INT < WS-DAY-COUNT
             COMPUTE DAY-IDX = WS-VISIT-INT - WS-FROM-INT + 1
             ADD 1 TO WS-LATE-RECORDS
             ADD TIMES_VISIT TO WS-LATE-VISITS
             IF DATA1_f = "BOT" OR "SUS"
               ADD TIMES_VISIT TO DT-BOT-VISITS(DAY-IDX)
               ADD BYTES_SENT TO DT-BOT-BYTES(DAY-IDX)
               ADD TIMES_VISIT TO WS-BOT-VISITS
               ADD BYTES_SENT TO WS-BOT-BYTES
             ELSE
               ADD TIMES_VISIT TO DT-VISITS(DAY-IDX)
               ADD TIMES_VISIT TO DT-LATE-VISITS(DAY-IDX)
               IF TRAFFIC_TYPE = "INTERNAL"
                 ADD TIMES_VISIT TO DT-INTERNAL(DAY-IDX)
               ELSE
                 ADD TIMES_VISIT TO DT-EXTERNAL(DAY-IDX)
               END-IF
               ADD BYTES_SENT TO DT-BYTES(DAY-IDX)
             END-IF
           END-IF.

       810-VISIT-DATE-TO-INT.
           MOVE 0 TO WS-VISIT-INT
           IF VDAY NUMERIC AND VYEAR NUMERIC
             MOVE VDAY TO WS-VISIT-DD
             MOVE VMONTH TO WS-VISIT-MON
             MOVE VYEAR TO WS-VISIT-YYYY
             EVALUATE WS-VISIT-MON
               WHEN "Jan" MOVE 1 TO WS-VISIT-MONTH-NUM
               WHEN "Feb" MOVE 2 TO WS-VISIT-MONTH-NUM
               WHEN "Mar" MOVE 3 TO WS-VISIT-MONTH-NUM
               WHEN "Apr" MOVE 4 TO WS-VISIT-MONTH-NUM
               WHEN "May" MOVE 5 TO WS-VISIT-MONTH-NUM
               WHEN "Jun" MOVE 6 TO WS-VISIT-MONTH-NUM
               WHEN "Jul" MOVE 7 TO WS-VISIT-MONTH-NUM
               WHEN "Aug" MOVE 8 TO WS-VISIT-MONTH-NUM
               WHEN "Sep" MOVE 9 TO WS-VISIT-MONTH-NUM
               WHEN "Oct" MOVE 10 TO WS-VISIT-MONTH-NUM
               WHEN "Nov" MOVE 11 TO WS-VISIT-MONTH-NUM
               WHEN "Dec" MOVE 12 TO WS-VISIT-MONTH-NUM
               WHEN OTHER MOVE 0 TO WS-VISIT-MONTH-NUM
             END-EVALUATE
             IF WS-VISIT-MONTH-NUM > 0 AND WS-VISIT-YYYY > 1600
               COMPUTE WS-VISIT-YMD =
                  (WS-VISIT-YYYY * 10000) + (WS-VISIT-MONTH-NUM * 100)
                  + WS-VISIT-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VISIT-YMD) = 0
                 COMPUTE WS-VISIT-INT =
                    FUNCTION INTEGER-OF-DATE(WS-VISIT-YMD)
               END-IF
             END-IF
           END-IF.

       300-WRITE-TREND-REPORT.
           OPEN OUTPUT TREND_REPORT
           MOVE SPACES TO WS-REPORT-TEXT
                WS-EDIT-BYTES DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
           END-IF
           PERFORM 390-WRITE-REPORT-LINE
           IF DT-LATE-VISITS(DAY-IDX) > 0
             MOVE DT-LATE-VISITS(DAY-IDX) TO WS-EDIT-VISITS
             MOVE SPACES TO WS-REPORT-TEXT
             STRING '         INCLUDES LATE ARRIVALS : '
                DELIMITED BY SIZE
                WS-EDIT-VISITS DELIMITED BY SIZE
                ' VISITS' DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 390-WRITE-REPORT-LINE
           END-IF
           IF DT-BOT-VISITS(DAY-IDX) > 0
             MOVE DT-BOT-VISITS(DAY-IDX) TO WS-EDIT-VISITS
             MOVE DT-BOT-IPS(DAY-IDX) TO WS-EDIT-IPS
             MOVE DT-BOT-BYTES(DAY-IDX) TO WS-EDIT-BYTES
             MOVE SPACES TO WS-REPORT-TEXT
             STRING '         EXCLUDES BOT TRAFFIC : '
                DELIMITED BY SIZE
                WS-EDIT-VISITS DELIMITED BY SIZE
                ' VISITS ' DELIMITED BY SIZE
                WS-EDIT-IPS DELIMITED BY SIZE
                ' IPS ' DELIMITED BY SIZE
                WS-EDIT-BYTES DELIMITED BY SIZE
                ' BYTES' DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 390-WRITE-REPORT-LINE
           END-IF.

       320-ROLL-WEEK.
           MOVE "Y" TO WS-WEEK-OPEN-SW
           ADD DT-INTERNAL(DAY-IDX) TO WK-INTERNAL
           ADD DT-EXTERNAL(DAY-IDX) TO WK-EXTERNAL
           ADD DT-BYTES(DAY-IDX) TO WK-BYTES
           ADD DT-BOT-VISITS(DAY-IDX) TO WK-BOT-VISITS
           ADD DT-BOT-BYTES(DAY-IDX) TO WK-BOT-BYTES
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(DT-YMD(DAY-IDX)) - 1, 7) + 1
           IF WS-DAY-OF-WEEK = 7
           ADD DT-IPS(DAY-IDX) TO MO-IPS
           ADD DT-INTERNAL(DAY-IDX) TO MO-INTERNAL
           ADD DT-EXTERNAL(DAY-IDX) TO MO-EXTERNAL
           ADD DT-BYTES(DAY-IDX) TO MO-BYTES
           ADD DT-BOT-VISITS(DAY-IDX) TO MO-BOT-VISITS
           ADD DT-BOT-BYTES(DAY-IDX) TO MO-BOT-BYTES.

       340-WRITE-WEEK-SUBTOTAL.
           MOVE WK-VISITS TO WS-PERIOD-VISITS
              INTO WS-REPORT-TEXT
           PERFORM 390-WRITE-REPORT-LINE
           PERFORM 370-WRITE-PCT-LINE
           IF WK-BOT-VISITS > 0
             MOVE WK-BOT-VISITS TO WS-EDIT-VISITS
             MOVE WK-BOT-BYTES TO WS-EDIT-BYTES
             PERFORM 375-WRITE-BOT-LINE
           END-IF
           MOVE WK-VISITS TO WS-PRIOR-WEEK-VISITS
           MOVE ZEROS TO WS-WEEK-TOTALS
           MOVE "N" TO WS-WEEK-OPEN-SW.
              INTO WS-REPORT-TEXT
           PERFORM 390-WRITE-REPORT-LINE
           PERFORM 370-WRITE-PCT-LINE
           IF MO-BOT-VISITS > 0
             MOVE MO-BOT-VISITS TO WS-EDIT-VISITS
             MOVE MO-BOT-BYTES TO WS-EDIT-BYTES
             PERFORM 375-WRITE-BOT-LINE
           END-IF
           MOVE MO-VISITS TO WS-PRIOR-MONTH-VISITS
           MOVE ZEROS TO WS-MONTH-TOTALS
           MOVE "N" TO WS-MONTH-OPEN-SW.
           END-IF
           PERFORM 390-WRITE-REPORT-LINE.

       375-WRITE-BOT-LINE.
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  BOT TRAFFIC EXCLUDED : ' DELIMITED BY SIZE
              WS-EDIT-VISITS DELIMITED BY SIZE
              ' VISITS ' DELIMITED BY SIZE
              WS-EDIT-BYTES DELIMITED BY SIZE
              ' BYTES' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 390-WRITE-REPORT-LINE.

       390-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO TR-TEXT
           MOVE X'0A' TO TR-LINE-FEED

      ******************************************************************
      *  Batch10
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_10.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT STATS_FILE ASSIGN TO DYNAMIC WS-STATS-FILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.
           SELECT THRESHOLDS_FILE ASSIGN TO
               '/oscobol/src/alert_thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THRESH-FILE-STATUS.
           SELECT ANOMALY_REPORT ASSIGN TO
               '/oscobol/src/anomaly_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
       FD STATS_FILE.
       01 DAILY-STATS-REC.
         02 DS-TYPE PIC X(4).
         02 DS-SEP1 PIC X(1).
         02 DS-KEY PIC X(40).
         02 DS-SEP2 PIC X(1).
         02 DS-HITS PIC 9(9).
         02 DS-SEP3 PIC X(1).
         02 DS-ERRORS PIC 9(9).
         02 DS-SEP4 PIC X(1).
         02 DS-BYTES PIC 9(15).
         02 DS-LINE-FEED PIC X.

       FD THRESHOLDS_FILE.
       01 THRESH-REC.
         02 TH-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 TH-VALUE-TEXT PIC X(10).

       FD ANOMALY_REPORT.
       01 ANOMALY-LINE.
         02 AN-TEXT PIC X(130).
         02 AN-LINE-FEED PIC X.

       FD RUN_JOURNAL.
       01 JOURNAL-REC.
         02 JR-DATE PIC X(8).
         02 JR-SEP1 PIC X(1).
         02 JR-TIME PIC X(6).
         02 JR-SEP2 PIC X(1).
         02 JR-PROGRAM PIC X(8).
         02 JR-SEP3 PIC X(1).
         02 JR-PARM PIC X(80).
         02 JR-SEP4 PIC X(1).
         02 JR-TOTALS PIC X(80).
         02 JR-SEP5 PIC X(1).
         02 JR-STATUS PIC X(1).
         02 JR-LINE-FEED PIC X.

      ******************************************************************
       WORKING-STORAGE             SECTION.
      ******************************************************************
       01 KEY-TABLE.
        02 KEY-ENTRY OCCURS 50000 TIMES.
           03 KT-ID.
              04 KT-TYPE PIC X(4).
              04 KT-KEY PIC X(40).
           03 KT-TODAY-HITS PIC 9(9).
           03 KT-TODAY-ERRORS PIC 9(9).
           03 KT-SUM-HITS PIC 9(11).
           03 KT-SUMSQ-HITS PIC 9(18).
           03 KT-SUM-ERRORS PIC 9(11).
           03 KT-SUMSQ-ERRORS PIC 9(18).
           03 KT-WEEKS-PRESENT PIC 99.

       01 KT-HASH-TABLE.
        02 KT-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 WS-CURRENT-DATE-DATA.
        05  WS-CURRENT-DATE.
           10  WS-CURRENT-YEAR         PIC 9(04).
           10  WS-CURRENT-MONTH        PIC 9(02).
           10  WS-CURRENT-DAY          PIC 9(02).
       05  WS-CURRENT-TIME.
           10  WS-CURRENT-HOURS        PIC 9(02).
           10  WS-CURRENT-MINUTE       PIC 9(02).
           10  WS-CURRENT-SECOND       PIC 9(02).
           10  WS-CURRENT-MILLISECONDS PIC 9(02).

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RUN-YMD PIC 9(8) VALUE 0.
       77 WS-RUN-INT PIC 9(8) VALUE 0.
       77 WS-HIST-INT PIC 9(8) VALUE 0.
       77 WS-HIST-YMD PIC 9(8) VALUE 0.
       77 WS-WEEKDAY-NUM PIC 9 VALUE 0.
       77 WS-WEEKDAY-NAME PIC X(3) VALUE SPACES.
       77 WS-WEEK-IDX PIC 99 VALUE 0.

       77 WS-STATS-FILE PIC X(80) VALUE SPACES.
       77 WS-STATS-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-STATS-EOF-SW PIC X VALUE "N".
       77 WS-LOAD-MODE PIC X VALUE SPACES.
       77 WS-TODAY-FOUND-SW PIC X VALUE "N".
       77 WS-WEEKS-FOUND PIC 99 VALUE 0.
       77 WS-TODAY-LINES PIC 9(6) VALUE 0.
       77 WS-HIST-LINES PIC 9(7) VALUE 0.

       77 WS-THRESH-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-THRESH-EOF-SW PIC X VALUE "N".
       77 WS-SIGMA PIC 99V99 VALUE 3.
       77 WS-MIN-VOLUME PIC 9(7) VALUE 10.
       77 WS-MAX-WEEKS PIC 99 VALUE 8.
       77 WS-MIN-WEEKS PIC 99 VALUE 4.

       77 WS-MAX-KEYS PIC 9(6) VALUE 50000.
       77 WS-KEY-COUNT PIC 9(6) VALUE 0.
       77 WS-KEY-FULL-SW PIC X VALUE "N".
       77 KT-IDX PIC 9(6).
       77 KT-MATCH-IDX PIC 9(6) VALUE 0.
       01 WS-LOOKUP-ID.
          05 WS-LOOKUP-TYPE PIC X(4).
          05 WS-LOOKUP-KEY PIC X(40).

       77 WS-HASH-SIZE PIC 9(6) VALUE 100003.
       77 WS-HASH-IDX PIC 9(9) VALUE 0.
       77 WS-HASH-VAL PIC 9(9) VALUE 0.
       77 WS-HASH-DONE-SW PIC X VALUE "N".
       77 WS-HASH-INS-SLOT PIC 9(6) VALUE 0.
       77 WS-HASH-CHAR-IDX PIC 99 VALUE 0.

       77 WS-SCORE-TYPE PIC X(4) VALUE SPACES.
       77 WS-SCORE-PASS PIC 9 VALUE 0.
       77 WS-METRIC PIC X(6) VALUE SPACES.
       77 WS-TODAY-VALUE PIC 9(9) VALUE 0.
       77 WS-SUM-VALUE PIC 9(11) VALUE 0.
       77 WS-SUMSQ-VALUE PIC 9(18) VALUE 0.
       77 WS-MEAN PIC 9(9)V99 VALUE 0.
       77 WS-VARIANCE PIC S9(16)V99 VALUE 0.
       77 WS-STD-DEV PIC 9(9)V99 VALUE 0.
       77 WS-FLOOR-DEV PIC 9(9)V99 VALUE 0.
       77 WS-DEVIATION PIC S9(9)V99 VALUE 0.
       77 WS-Z-SCORE PIC S9(7)V99 VALUE 0.
       77 WS-ANOMALY-KIND PIC X(6) VALUE SPACES.
       77 WS-SPIKE-ONLY-SW PIC X VALUE "N".

       77 WS-ANOMALY-COUNT PIC 9(6) VALUE 0.
       77 WS-SPIKE-COUNT PIC 9(6) VALUE 0.
       77 WS-DROP-COUNT PIC 9(6) VALUE 0.
       77 WS-SILENT-COUNT PIC 9(6) VALUE 0.
       77 WS-SCORED-COUNT PIC 9(6) VALUE 0.

       77 WS-EDIT-TODAY PIC Z(8)9.
       77 WS-EDIT-MEAN PIC Z(8)9.99.
       77 WS-EDIT-Z PIC -(6)9.99.
       77 WS-EDIT-SIGMA PIC Z9.99.
       77 WS-EDIT-WEEKS PIC Z9.
       77 WS-EDIT-WEEKS2 PIC Z9.
       77 WS-EDIT-COUNT PIC ZZZZZ9.
       77 WS-EDIT-COUNT2 PIC ZZZZZ9.
       77 WS-REPORT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 10  :                                    !".
           DISPLAY "! DETECTION ANOMALIES SUR HISTORIQUE HEBDO       !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_10 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
                " " WS-WEEKDAY-NAME
             DISPLAY "  TODAY STAT LINES    : " WS-TODAY-LINES
             DISPLAY "  HISTORY WEEKS FOUND : " WS-WEEKS-FOUND
                " OF " WS-MAX-WEEKS
             DISPLAY "  HISTORY STAT LINES  : " WS-HIST-LINES
             DISPLAY "  KEYS COMPARED       : " WS-SCORED-COUNT
             DISPLAY "  SPIKES              : " WS-SPIKE-COUNT
             DISPLAY "  DROPS               : " WS-DROP-COUNT
             DISPLAY "  SILENT              : " WS-SILENT-COUNT
             DISPLAY "  ANOMALIES           : " WS-ANOMALY-COUNT
             DISPLAY "============================================"
             PERFORM 950-WRITE-RUN-JOURNAL
           END-IF

           DISPLAY "FIN PROG"
           IF WS-PARM-OK-SW NOT = "Y"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-RUN-STATUS NOT = "N"
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-ANOMALY-COUNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           END-IF
           STOP RUN.

       000-TRT-FONC001.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "CURRENT DATE " SPACE WS-CURRENT-DATE-DATA

           PERFORM 800-INIT-RUN-DATE
           IF WS-PARM-OK-SW NOT = "Y"
             DISPLAY "USAGE : BATCH_10 [<YYYYMMDD>]"
           ELSE
             PERFORM 835-LOAD-THRESHOLDS
             MOVE ZEROS TO KT-HASH-TABLE
             PERFORM 100-LOAD-HISTORY
             PERFORM 200-LOAD-TODAY
             PERFORM 400-ECRITURE-ANOMALIES
           END-IF.

       000-TRT-FONC001-FIN.
           EXIT.

       800-INIT-RUN-DATE.
           MOVE "Y" TO WS-PARM-OK-SW
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
             MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ELSE
             MOVE WS-PARM(1:8) TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
             MOVE "N" TO WS-PARM-OK-SW
           ELSE
             MOVE WS-RUN-DATE TO WS-RUN-YMD
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-YMD) NOT = 0
               MOVE "N" TO WS-PARM-OK-SW
             END-IF
           END-IF
           IF WS-PARM-OK-SW = "Y"
             COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-YMD)
             COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(WS-RUN-INT - 1, 7)
             EVALUATE WS-WEEKDAY-NUM
               WHEN 0 MOVE 'MON' TO WS-WEEKDAY-NAME
               WHEN 1 MOVE 'TUE' TO WS-WEEKDAY-NAME
               WHEN 2 MOVE 'WED' TO WS-WEEKDAY-NAME
               WHEN 3 MOVE 'THU' TO WS-WEEKDAY-NAME
               WHEN 4 MOVE 'FRI' TO WS-WEEKDAY-NAME
               WHEN 5 MOVE 'SAT' TO WS-WEEKDAY-NAME
               WHEN OTHER MOVE 'SUN' TO WS-WEEKDAY-NAME
             END-EVALUATE
             DISPLAY "ANOMALY RUN FOR " WS-RUN-DATE " " WS-WEEKDAY-NAME
           END-IF.

       835-LOAD-THRESHOLDS.
           MOVE "N" TO WS-THRESH-EOF-SW
           OPEN INPUT THRESHOLDS_FILE
           IF WS-THRESH-FILE-STATUS = "00"
             PERFORM UNTIL WS-THRESH-EOF-SW = "Y"
               READ THRESHOLDS_FILE
                 AT END MOVE "Y" TO WS-THRESH-EOF-SW
               END-READ
               IF WS-THRESH-EOF-SW NOT = "Y"
                  AND TH-VALUE-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(TH-VALUE-TEXT) = 0
                 EVALUATE FUNCTION TRIM(TH-KEY)
                   WHEN "ANOMSIGMA"
                     COMPUTE WS-SIGMA = FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN "ANOMMIN"
                     COMPUTE WS-MIN-VOLUME =
                        FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN "ANOMWEEKS"
                     COMPUTE WS-MAX-WEEKS =
                        FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN "ANOMMINWKS"
                     COMPUTE WS-MIN-WEEKS =
                        FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE THRESHOLDS_FILE
           END-IF
           IF WS-MAX-WEEKS = 0
             MOVE 8 TO WS-MAX-WEEKS
           END-IF
           IF WS-MIN-WEEKS = 0 OR WS-MIN-WEEKS > WS-MAX-WEEKS
             MOVE WS-MAX-WEEKS TO WS-MIN-WEEKS
           END-IF
           IF WS-SIGMA = 0
             MOVE 3 TO WS-SIGMA
           END-IF
           DISPLAY "ANOMALY SETTINGS - SIGMA " WS-SIGMA
              " MIN VOLUME " WS-MIN-VOLUME
              " WEEKS " WS-MIN-WEEKS " TO " WS-MAX-WEEKS.

       100-LOAD-HISTORY.
           MOVE 0 TO WS-WEEKS-FOUND
           MOVE "H" TO WS-LOAD-MODE
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
           UNTIL WS-WEEK-IDX > WS-MAX-WEEKS
             COMPUTE WS-HIST-INT = WS-RUN-INT - (7 * WS-WEEK-IDX)
             COMPUTE WS-HIST-YMD =
                FUNCTION DATE-OF-INTEGER(WS-HIST-INT)
             MOVE SPACES TO WS-STATS-FILE
             STRING '/oscobol/src/daily_stats.' DELIMITED BY SIZE
                WS-HIST-YMD DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-STATS-FILE
             PERFORM 110-READ-STATS-FILE
           END-PERFORM.

       110-READ-STATS-FILE.
           MOVE "N" TO WS-STATS-EOF-SW
           OPEN INPUT STATS_FILE
           IF WS-STATS-FILE-STATUS = "00"
             IF WS-LOAD-MODE = "H"
               ADD 1 TO WS-WEEKS-FOUND
             ELSE
               MOVE "Y" TO WS-TODAY-FOUND-SW
             END-IF
             PERFORM UNTIL WS-STATS-EOF-SW = "Y"
               READ STATS_FILE
                 AT END MOVE "Y" TO WS-STATS-EOF-SW
               END-READ
               IF WS-STATS-EOF-SW NOT = "Y"
                 PERFORM 120-POST-STATS-LINE
               END-IF
             END-PERFORM
             CLOSE STATS_FILE
           ELSE
             IF WS-LOAD-MODE = "H"
               DISPLAY "NO HISTORY FOR " WS-HIST-YMD
             END-IF
           END-IF.

       120-POST-STATS-LINE.
           MOVE DS-TYPE TO WS-LOOKUP-TYPE
           MOVE DS-KEY TO WS-LOOKUP-KEY
           PERFORM 500-FIND-KEY
           IF KT-MATCH-IDX > 0
             IF WS-LOAD-MODE = "H"
               ADD 1 TO WS-HIST-LINES
               ADD DS-HITS TO KT-SUM-HITS(KT-MATCH-IDX)
               COMPUTE KT-SUMSQ-HITS(KT-MATCH-IDX) =
                  KT-SUMSQ-HITS(KT-MATCH-IDX) + (DS-HITS * DS-HITS)
               ADD DS-ERRORS TO KT-SUM-ERRORS(KT-MATCH-IDX)
               COMPUTE KT-SUMSQ-ERRORS(KT-MATCH-IDX) =
                  KT-SUMSQ-ERRORS(KT-MATCH-IDX)
                  + (DS-ERRORS * DS-ERRORS)
               ADD 1 TO KT-WEEKS-PRESENT(KT-MATCH-IDX)
             ELSE
               ADD 1 TO WS-TODAY-LINES
               ADD DS-HITS TO KT-TODAY-HITS(KT-MATCH-IDX)
               ADD DS-ERRORS TO KT-TODAY-ERRORS(KT-MATCH-IDX)
             END-IF
           END-IF.

       200-LOAD-TODAY.
           MOVE "N" TO WS-TODAY-FOUND-SW
           MOVE "T" TO WS-LOAD-MODE
           MOVE SPACES TO WS-STATS-FILE
           STRING '/oscobol/src/daily_stats.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO WS-STATS-FILE
           PERFORM 110-READ-STATS-FILE
           IF WS-TODAY-FOUND-SW NOT = "Y"
             DISPLAY "*** NO DAILY STATISTICS FOR " WS-RUN-DATE " ***"
             MOVE "A" TO WS-RUN-STATUS
           END-IF.

       300-SCORE-TYPE.
           PERFORM VARYING KT-IDX FROM 1 BY 1
           UNTIL KT-IDX > WS-KEY-COUNT
             IF KT-TYPE(KT-IDX) = WS-SCORE-TYPE
               ADD 1 TO WS-SCORED-COUNT
               MOVE 'HITS  ' TO WS-METRIC
               MOVE "N" TO WS-SPIKE-ONLY-SW
               MOVE KT-TODAY-HITS(KT-IDX) TO WS-TODAY-VALUE
               MOVE KT-SUM-HITS(KT-IDX) TO WS-SUM-VALUE
               MOVE KT-SUMSQ-HITS(KT-IDX) TO WS-SUMSQ-VALUE
               PERFORM 310-SCORE-METRIC
               IF WS-SCORE-TYPE = 'RES ' OR WS-SCORE-TYPE = 'UNIT'
                 MOVE 'ERRORS' TO WS-METRIC
                 MOVE "Y" TO WS-SPIKE-ONLY-SW
                 MOVE KT-TODAY-ERRORS(KT-IDX) TO WS-TODAY-VALUE
                 MOVE KT-SUM-ERRORS(KT-IDX) TO WS-SUM-VALUE
                 MOVE KT-SUMSQ-ERRORS(KT-IDX) TO WS-SUMSQ-VALUE
                 PERFORM 310-SCORE-METRIC
               END-IF
             END-IF
           END-PERFORM.

       310-SCORE-METRIC.
           MOVE SPACES TO WS-ANOMALY-KIND
           COMPUTE WS-MEAN ROUNDED = WS-SUM-VALUE / WS-WEEKS-FOUND
           COMPUTE WS-VARIANCE =
              (WS-SUMSQ-VALUE / WS-WEEKS-FOUND) - (WS-MEAN * WS-MEAN)
           IF WS-VARIANCE < 0
             MOVE 0 TO WS-VARIANCE
           END-IF
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE)
           COMPUTE WS-FLOOR-DEV ROUNDED = FUNCTION SQRT(WS-MEAN)
           IF WS-STD-DEV > WS-FLOOR-DEV
             MOVE WS-STD-DEV TO WS-FLOOR-DEV
           END-IF
           IF WS-FLOOR-DEV < 1
             MOVE 1 TO WS-FLOOR-DEV
           END-IF
           COMPUTE WS-DEVIATION = WS-TODAY-VALUE - WS-MEAN
           COMPUTE WS-Z-SCORE ROUNDED = WS-DEVIATION / WS-FLOOR-DEV
           IF WS-SPIKE-ONLY-SW NOT = "Y"
              AND WS-TODAY-VALUE = 0
              AND KT-WEEKS-PRESENT(KT-IDX) = WS-WEEKS-FOUND
              AND WS-MEAN >= WS-MIN-VOLUME
             MOVE 'SILENT' TO WS-ANOMALY-KIND
             ADD 1 TO WS-SILENT-COUNT
           ELSE
             IF WS-TODAY-VALUE > WS-MEAN
                AND WS-Z-SCORE >= WS-SIGMA
                AND WS-TODAY-VALUE >= WS-MIN-VOLUME
               IF KT-WEEKS-PRESENT(KT-IDX) = 0
                 MOVE 'NEW   ' TO WS-ANOMALY-KIND
               ELSE
                 MOVE 'SPIKE ' TO WS-ANOMALY-KIND
               END-IF
               ADD 1 TO WS-SPIKE-COUNT
             ELSE
               IF WS-SPIKE-ONLY-SW NOT = "Y"
                  AND WS-TODAY-VALUE < WS-MEAN
                  AND WS-Z-SCORE <= 0 - WS-SIGMA
                  AND WS-MEAN >= WS-MIN-VOLUME
                 MOVE 'DROP  ' TO WS-ANOMALY-KIND
                 ADD 1 TO WS-DROP-COUNT
               END-IF
             END-IF
           END-IF
           IF WS-ANOMALY-KIND NOT = SPACES
             ADD 1 TO WS-ANOMALY-COUNT
             PERFORM 410-ECRITURE-ANOMALY
           END-IF.

       400-ECRITURE-ANOMALIES.
           OPEN OUTPUT ANOMALY_REPORT
           MOVE WS-WEEKS-FOUND TO WS-EDIT-WEEKS
           MOVE WS-MAX-WEEKS TO WS-EDIT-WEEKS2
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'BASELINE ANOMALY REPORT ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-WEEKDAY-NAME DELIMITED BY SIZE
              ' - SAME WEEKDAY HISTORY : ' DELIMITED BY SIZE
              WS-EDIT-WEEKS DELIMITED BY SIZE
              ' OF ' DELIMITED BY SIZE
              WS-EDIT-WEEKS2 DELIMITED BY SIZE
              ' WEEKS' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE WS-SIGMA TO WS-EDIT-SIGMA
           MOVE WS-MIN-VOLUME TO WS-EDIT-TODAY
           MOVE WS-MIN-WEEKS TO WS-EDIT-WEEKS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'SIGMA : ' DELIMITED BY SIZE
              WS-EDIT-SIGMA DELIMITED BY SIZE
              ' MINIMUM VOLUME : ' DELIMITED BY SIZE
              WS-EDIT-TODAY DELIMITED BY SIZE
              ' MINIMUM WEEKS : ' DELIMITED BY SIZE
              WS-EDIT-WEEKS DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           IF WS-TODAY-FOUND-SW NOT = "Y"
             MOVE SPACES TO WS-REPORT-TEXT
             STRING 'NO DAILY STATISTICS FOR ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ' - NO SCORING' DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           ELSE
             IF WS-WEEKS-FOUND < WS-MIN-WEEKS
               MOVE WS-WEEKS-FOUND TO WS-EDIT-WEEKS
               MOVE WS-MIN-WEEKS TO WS-EDIT-WEEKS2
               MOVE SPACES TO WS-REPORT-TEXT
               STRING 'INSUFFICIENT HISTORY - ' DELIMITED BY SIZE
                  WS-EDIT-WEEKS DELIMITED BY SIZE
                  ' OF MINIMUM ' DELIMITED BY SIZE
                  WS-EDIT-WEEKS2 DELIMITED BY SIZE
                  ' WEEKS FOUND - NO SCORING' DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
               PERFORM 490-WRITE-REPORT-LINE
             ELSE
               MOVE 'DAY ' TO WS-SCORE-TYPE
               PERFORM 300-SCORE-TYPE
               MOVE 'HOUR' TO WS-SCORE-TYPE
               PERFORM 300-SCORE-TYPE
               MOVE 'UNIT' TO WS-SCORE-TYPE
               PERFORM 300-SCORE-TYPE
               MOVE 'RES ' TO WS-SCORE-TYPE
               PERFORM 300-SCORE-TYPE
               MOVE SPACES TO WS-REPORT-TEXT
               PERFORM 490-WRITE-REPORT-LINE
               MOVE WS-SCORED-COUNT TO WS-EDIT-COUNT
               MOVE WS-ANOMALY-COUNT TO WS-EDIT-COUNT2
               MOVE SPACES TO WS-REPORT-TEXT
               STRING 'KEYS COMPARED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  ' ANOMALIES : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT2 DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
               PERFORM 490-WRITE-REPORT-LINE
             END-IF
           END-IF
           CLOSE ANOMALY_REPORT.

       410-ECRITURE-ANOMALY.
           MOVE WS-TODAY-VALUE TO WS-EDIT-TODAY
           MOVE WS-MEAN TO WS-EDIT-MEAN
           MOVE WS-Z-SCORE TO WS-EDIT-Z
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'ANOMALY : ' DELIMITED BY SIZE
              WS-ANOMALY-KIND DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              KT-TYPE(KT-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              KT-KEY(KT-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-METRIC DELIMITED BY SIZE
              ' TODAY : ' DELIMITED BY SIZE
              WS-EDIT-TODAY DELIMITED BY SIZE
              ' MEAN : ' DELIMITED BY SIZE
              WS-EDIT-MEAN DELIMITED BY SIZE
              ' Z : ' DELIMITED BY SIZE
              WS-EDIT-Z DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       490-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO AN-TEXT
           MOVE X'0A' TO AN-LINE-FEED
           WRITE ANOMALY-LINE.

       500-FIND-KEY.
           MOVE 0 TO KT-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
           MOVE 0 TO WS-HASH-VAL
           PERFORM VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
           UNTIL WS-HASH-CHAR-IDX > 44
             COMPUTE WS-HASH-VAL = FUNCTION MOD(
                (WS-HASH-VAL * 31)
                + FUNCTION ORD(WS-LOOKUP-ID(WS-HASH-CHAR-IDX:1)),
                WS-HASH-SIZE)
           END-PERFORM
           COMPUTE WS-HASH-IDX = WS-HASH-VAL + 1
           PERFORM UNTIL WS-HASH-DONE-SW = "Y"
             IF KT-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE WS-HASH-IDX TO WS-HASH-INS-SLOT
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF KT-ID(KT-HASH-SLOT(WS-HASH-IDX)) = WS-LOOKUP-ID
                 MOVE KT-HASH-SLOT(WS-HASH-IDX) TO KT-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF KT-MATCH-IDX = 0
             IF WS-KEY-COUNT < WS-MAX-KEYS
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-LOOKUP-ID TO KT-ID(WS-KEY-COUNT)
               MOVE 0 TO KT-TODAY-HITS(WS-KEY-COUNT)
               MOVE 0 TO KT-TODAY-ERRORS(WS-KEY-COUNT)
               MOVE 0 TO KT-SUM-HITS(WS-KEY-COUNT)
               MOVE 0 TO KT-SUMSQ-HITS(WS-KEY-COUNT)
               MOVE 0 TO KT-SUM-ERRORS(WS-KEY-COUNT)
               MOVE 0 TO KT-SUMSQ-ERRORS(WS-KEY-COUNT)
               MOVE 0 TO KT-WEEKS-PRESENT(WS-KEY-COUNT)
               MOVE WS-KEY-COUNT TO KT-HASH-SLOT(WS-HASH-INS-SLOT)
               MOVE WS-KEY-COUNT TO KT-MATCH-IDX
             ELSE
               IF WS-KEY-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: STATISTICS KEY TABLE FULL AT "
                    WS-MAX-KEYS " ENTRIES - "
                    "FURTHER KEYS ARE NOT COMPARED ***"
                 MOVE "Y" TO WS-KEY-FULL-SW
               END-IF
             END-IF
           END-IF.

       950-WRITE-RUN-JOURNAL.
           IF WS-KEY-FULL-SW = "Y"
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_10' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'KEYS=' DELIMITED BY SIZE
              WS-SCORED-COUNT DELIMITED BY SIZE
              ' WEEKS=' DELIMITED BY SIZE
              WS-WEEKS-FOUND DELIMITED BY SIZE
              ' ANOMALIES=' DELIMITED BY SIZE
              WS-ANOMALY-COUNT DELIMITED BY SIZE
              ' SPIKES=' DELIMITED BY SIZE
              WS-SPIKE-COUNT DELIMITED BY SIZE
              ' DROPS=' DELIMITED BY SIZE
              WS-DROP-COUNT DELIMITED BY SIZE
              ' SILENT=' DELIMITED BY SIZE
              WS-SILENT-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

      ******************************************************************
      *  Batch12
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_12.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT POLICY_FILE ASSIGN TO
               '/oscobol/src/retention_policy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT THRESHOLDS_FILE ASSIGN TO
               '/oscobol/src/alert_thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THRESH-FILE-STATUS.
           SELECT ARCHIVE_FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT MASTER_GEN_FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-IP
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CATALOG_FILE ASSIGN TO
               '/oscobol/src/archive_catalog.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT HOUSEKEEPING_REPORT ASSIGN TO
               '/oscobol/src/housekeeping_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
       FD POLICY_FILE.
       01 POLICY-REC.
         02 PL-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 PL-VALUE-TEXT PIC X(10).

       FD THRESHOLDS_FILE.
       01 THRESH-REC.
         02 TH-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 TH-VALUE-TEXT PIC X(10).

       FD ARCHIVE_FILE.
       01 ARCHIVE-RECORD PIC X(400).

       FD MASTER_GEN_FILE.
       01 MASTER-REC.
         02 MST-IP PIC X(15).
         02 MST-SEP1 PIC X(1).
         02 MST-FIRST-SEEN PIC X(11).
         02 MST-SEP2 PIC X(1).
         02 MST-LAST-SEEN PIC X(11).
         02 MST-SEP3 PIC X(1).
         02 MST-TOTAL-VISITS PIC 9(7).
         02 MST-SEP4 PIC X(1).
         02 MST-LAST-RESOURCE PIC X(40).

       FD CATALOG_FILE.
       01 CATALOG-REC.
         02 CT-TYPE PIC X(10).
         02 CT-SEP1 PIC X(1).
         02 CT-DATE PIC X(8).
         02 CT-SEP2 PIC X(1).
         02 CT-RECORDS PIC 9(9).
         02 CT-SEP3 PIC X(1).
         02 CT-BYTES PIC 9(12).
         02 CT-SEP4 PIC X(1).
         02 CT-STATUS PIC X(9).
         02 CT-SEP5 PIC X(1).
         02 CT-STATUS-DATE PIC X(8).
         02 CT-SEP6 PIC X(1).
         02 CT-PATH PIC X(80).
         02 CT-LINE-FEED PIC X.

       FD HOUSEKEEPING_REPORT.
       01 HOUSEKEEPING-REPORT-LINE.
         02 HK-TEXT PIC X(130).
         02 HK-LINE-FEED PIC X.

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

       01 ARCHIVE-TYPE-TABLE.
        02 ARCHIVE-TYPE-ENTRY OCCURS 7 TIMES.
           03 AT-TYPE PIC X(10).
           03 AT-PREFIX PIC X(30).
           03 AT-SUFFIX PIC X(20).
           03 AT-KEEP PIC 9(5).
           03 AT-UNIT PIC X(1).
           03 AT-CUTOFF PIC X(8).
           03 AT-FOUND PIC 9(6).
           03 AT-PURGED PIC 9(6).
       77 AT-IDX PIC 9.
       77 WS-TYPE-COUNT PIC 9 VALUE 7.

       01 CATALOG-TABLE.
        02 CATALOG-ENTRY OCCURS 20000 TIMES.
           03 CE-TYPE PIC X(10).
           03 CE-DATE PIC X(8).
           03 CE-RECORDS PIC 9(9).
           03 CE-BYTES PIC 9(12).
           03 CE-STATUS PIC X(9).
           03 CE-STATUS-DATE PIC X(8).
           03 CE-PATH PIC X(80).
       77 CE-IDX PIC 9(5).
       77 WS-MAX-CATALOG PIC 9(5) VALUE 20000.
       77 WS-CATALOG-COUNT PIC 9(5) VALUE 0.
       77 WS-CATALOG-FULL-SW PIC X VALUE "N".

       01 WS-FILE-DETAILS.
          05 WS-FILE-SIZE PIC X(8) COMP-X.
          05 WS-FILE-DATE.
             10 WS-FILE-DAY PIC X COMP-X.
             10 WS-FILE-MONTH PIC X COMP-X.
             10 WS-FILE-YEAR PIC X(2) COMP-X.
          05 WS-FILE-TIME.
             10 WS-FILE-HOURS PIC X COMP-X.
             10 WS-FILE-MINUTES PIC X COMP-X.
             10 WS-FILE-SECONDS PIC X COMP-X.
             10 WS-FILE-HUNDREDTHS PIC X COMP-X.

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-DATE-TEXT PIC X(8) VALUE SPACES.
       77 WS-MODE-TEXT PIC X(10) VALUE SPACES.
       77 WS-SIMULATE-SW PIC X VALUE "N".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-YMD PIC 9(8) VALUE 0.
       01 WS-RUN-YMD-PARTS REDEFINES WS-RUN-YMD.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 99.
          05 WS-RUN-DD PIC 99.
       77 WS-RUN-INT PIC 9(8) VALUE 0.
       77 WS-DAY-INT PIC 9(8) VALUE 0.
       77 WS-DAY-YMD PIC 9(8) VALUE 0.
       77 WS-SCAN-FROM-INT PIC 9(8) VALUE 0.
       77 WS-CUTOFF-INT PIC 9(8) VALUE 0.
       77 WS-CUTOFF-YMD PIC 9(8) VALUE 0.
       77 WS-MONTH-SERIAL PIC 9(6) VALUE 0.
       77 WS-CUT-YEAR PIC 9(4) VALUE 0.
       77 WS-CUT-MONTH PIC 99 VALUE 0.
       77 WS-CUT-DAY PIC 99 VALUE 0.

       77 WS-POLICY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-POLICY-EOF-SW PIC X VALUE "N".
       77 WS-POLICY-VALUE PIC X(10) VALUE SPACES.
       77 WS-POLICY-LEN PIC 99 VALUE 0.
       77 WS-POLICY-UNIT PIC X VALUE SPACES.
       77 WS-POLICY-NUMBER PIC 9(5) VALUE 0.
       77 WS-POLICY-OK-SW PIC X VALUE "N".
       77 WS-THRESH-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-THRESH-EOF-SW PIC X VALUE "N".
       77 WS-SCAN-DAYS PIC 9(5) VALUE 1100.
       77 WS-TREND-DAYS PIC 9(5) VALUE 400.
       77 WS-ANOM-WEEKS PIC 99 VALUE 8.
       77 WS-TREND-FROM-YMD PIC X(8) VALUE SPACES.
       77 WS-STATS-FROM-YMD PIC X(8) VALUE SPACES.
       77 WS-CHARGEBACK-FROM-YMD PIC X(8) VALUE SPACES.
       77 WS-OLDEST-GEN-YMD PIC X(8) VALUE SPACES.
       77 WS-GEN-KEPT PIC 9(5) VALUE 0.

       77 WS-ARCHIVE-PATH PIC X(80) VALUE SPACES.
       77 WS-ARCHIVE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
       77 WS-ARCHIVE-RECORDS PIC 9(9) VALUE 0.
       77 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-CATALOG-EOF-SW PIC X VALUE "N".
       77 WS-ENTRY-TYPE PIC X(10) VALUE SPACES.
       77 WS-ENTRY-STATUS PIC X(9) VALUE SPACES.
       77 WS-ENTRY-REASON PIC X(40) VALUE SPACES.

       77 WS-FOUND-COUNT PIC 9(6) VALUE 0.
       77 WS-KEPT-COUNT PIC 9(6) VALUE 0.
       77 WS-PROTECTED-COUNT PIC 9(6) VALUE 0.
       77 WS-ELIGIBLE-COUNT PIC 9(6) VALUE 0.
       77 WS-PURGED-COUNT PIC 9(6) VALUE 0.
       77 WS-FAILED-COUNT PIC 9(6) VALUE 0.
       77 WS-HISTORY-COUNT PIC 9(6) VALUE 0.
       77 WS-PURGED-BYTES PIC 9(15) VALUE 0.

       77 WS-EDIT-COUNT PIC ZZZZZ9.
       77 WS-EDIT-RECORDS PIC ZZZZZZZZ9.
       77 WS-EDIT-KEEP PIC ZZZZ9.
       77 WS-EDIT-BYTES PIC Z(14)9.
       77 WS-REPORT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 12  :                                    !".
           DISPLAY "! EPURATION ET CATALOGUE DES ARCHIVES            !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_12 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
             IF WS-SIMULATE-SW = "Y"
               DISPLAY "  RUN MODE            : SIMULATE - NOTHING "
                  "DELETED"
             END-IF
             DISPLAY "  ARCHIVES FOUND      : " WS-FOUND-COUNT
             DISPLAY "  KEPT BY POLICY      : " WS-KEPT-COUNT
             DISPLAY "  PROTECTED           : " WS-PROTECTED-COUNT
             DISPLAY "  ELIGIBLE (SIMULATE) : " WS-ELIGIBLE-COUNT
             DISPLAY "  PURGED              : " WS-PURGED-COUNT
             DISPLAY "  PURGE FAILED        : " WS-FAILED-COUNT
             DISPLAY "  BYTES RELEASED      : " WS-PURGED-BYTES
             DISPLAY "  CATALOG HISTORY     : " WS-HISTORY-COUNT
             DISPLAY "============================================"
             PERFORM 950-WRITE-RUN-JOURNAL
           END-IF

           DISPLAY "FIN PROG"
           IF WS-PARM-OK-SW NOT = "Y"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-RUN-STATUS NOT = "N"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN.

       000-TRT-FONC001.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "CURRENT DATE " SPACE WS-CURRENT-DATE-DATA

           PERFORM 800-INIT-RUN-DATE
           IF WS-PARM-OK-SW NOT = "Y"
             DISPLAY "USAGE : BATCH_12 [<YYYYMMDD>][,SIMULATE]"
           ELSE
             PERFORM 810-INIT-ARCHIVE-TYPES
             PERFORM 835-LOAD-POLICY
             PERFORM 836-LOAD-ANOMALY-WEEKS
             PERFORM 820-COMPUTE-CUTOFFS
             PERFORM 100-LOAD-CATALOG-HISTORY
             OPEN OUTPUT HOUSEKEEPING_REPORT
             PERFORM 400-WRITE-REPORT-HEADER
             OPEN EXTEND RUN_JOURNAL
             MOVE 3 TO AT-IDX
             PERFORM 200-SCAN-TYPE
             PERFORM VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > WS-TYPE-COUNT
               IF AT-IDX NOT = 3
                 PERFORM 200-SCAN-TYPE
               END-IF
             END-PERFORM
             CLOSE RUN_JOURNAL
             PERFORM 300-WRITE-CATALOG
             PERFORM 450-WRITE-REPORT-FOOTER
             CLOSE HOUSEKEEPING_REPORT
           END-IF.

       000-TRT-FONC001-FIN.
           EXIT.

       800-INIT-RUN-DATE.
           MOVE "Y" TO WS-PARM-OK-SW
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
              INTO WS-DATE-TEXT WS-MODE-TEXT
           IF FUNCTION UPPER-CASE(WS-DATE-TEXT) = "SIMULATE"
             MOVE "SIMULATE" TO WS-MODE-TEXT
             MOVE SPACES TO WS-DATE-TEXT
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
              = "SIMULATE"
             MOVE "Y" TO WS-SIMULATE-SW
           ELSE
             IF WS-MODE-TEXT NOT = SPACES
               MOVE "N" TO WS-PARM-OK-SW
             END-IF
           END-IF
           IF WS-DATE-TEXT = SPACES
             MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           ELSE
             MOVE WS-DATE-TEXT TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
             MOVE "N" TO WS-PARM-OK-SW
           ELSE
             MOVE WS-RUN-DATE TO WS-RUN-YMD
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-YMD) NOT = 0
               MOVE "N" TO WS-PARM-OK-SW
             ELSE
               COMPUTE WS-RUN-INT =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-YMD)
             END-IF
           END-IF.

       810-INIT-ARCHIVE-TYPES.
           MOVE 'BATCH1' TO AT-TYPE(1)
           MOVE 'transactions.' TO AT-PREFIX(1)
           MOVE '.batch1.txt' TO AT-SUFFIX(1)
           MOVE 90 TO AT-KEEP(1)
           MOVE 'D' TO AT-UNIT(1)
           MOVE 'BATCH2' TO AT-TYPE(2)
           MOVE 'transactions.' TO AT-PREFIX(2)
           MOVE '.batch2.txt' TO AT-SUFFIX(2)
           MOVE 13 TO AT-KEEP(2)
           MOVE 'M' TO AT-UNIT(2)
           MOVE 'MASTERGEN' TO AT-TYPE(3)
           MOVE 'visitor_master.g' TO AT-PREFIX(3)
           MOVE '.idx' TO AT-SUFFIX(3)
           MOVE 7 TO AT-KEEP(3)
           MOVE 'G' TO AT-UNIT(3)
           MOVE 'REPLAY' TO AT-TYPE(4)
           MOVE 'replay_input.' TO AT-PREFIX(4)
           MOVE '.consumed.txt' TO AT-SUFFIX(4)
           MOVE 30 TO AT-KEEP(4)
           MOVE 'D' TO AT-UNIT(4)
           MOVE 'REPAIR' TO AT-TYPE(5)
           MOVE 'data_rejects.repair.' TO AT-PREFIX(5)
           MOVE '.done.txt' TO AT-SUFFIX(5)
           MOVE 30 TO AT-KEEP(5)
           MOVE 'D' TO AT-UNIT(5)
           MOVE 'DAILYSTATS' TO AT-TYPE(6)
           MOVE 'daily_stats.' TO AT-PREFIX(6)
           MOVE '.txt' TO AT-SUFFIX(6)
           MOVE 90 TO AT-KEEP(6)
           MOVE 'D' TO AT-UNIT(6)
           MOVE 'BATCH2LATE' TO AT-TYPE(7)
           MOVE 'transactions.' TO AT-PREFIX(7)
           MOVE '.batch2.late.txt' TO AT-SUFFIX(7)
           MOVE 13 TO AT-KEEP(7)
           MOVE 'M' TO AT-UNIT(7)
           PERFORM VARYING AT-IDX FROM 1 BY 1
           UNTIL AT-IDX > WS-TYPE-COUNT
             MOVE 0 TO AT-FOUND(AT-IDX)
             MOVE 0 TO AT-PURGED(AT-IDX)
           END-PERFORM.

       835-LOAD-POLICY.
           MOVE "N" TO WS-POLICY-EOF-SW
           OPEN INPUT POLICY_FILE
           IF WS-POLICY-FILE-STATUS = "00"
             PERFORM UNTIL WS-POLICY-EOF-SW = "Y"
               READ POLICY_FILE
                 AT END MOVE "Y" TO WS-POLICY-EOF-SW
               END-READ
               IF WS-POLICY-EOF-SW NOT = "Y"
                  AND PL-KEY NOT = SPACES
                  AND PL-KEY(1:1) NOT = '*'
                 PERFORM 837-APPLY-POLICY-LINE
               END-IF
             END-PERFORM
             CLOSE POLICY_FILE
           ELSE
             DISPLAY "NO RETENTION POLICY FILE - DEFAULTS APPLY"
           END-IF
           IF AT-KEEP(3) = 0
             MOVE 1 TO AT-KEEP(3)
           END-IF
           IF WS-SCAN-DAYS < WS-TREND-DAYS
             MOVE WS-TREND-DAYS TO WS-SCAN-DAYS
           END-IF.

       837-APPLY-POLICY-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PL-VALUE-TEXT))
              TO WS-POLICY-VALUE
           MOVE 0 TO WS-POLICY-LEN
           INSPECT WS-POLICY-VALUE TALLYING WS-POLICY-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-POLICY-UNIT
           IF WS-POLICY-LEN > 1
              AND WS-POLICY-VALUE(WS-POLICY-LEN:1) IS ALPHABETIC
             MOVE WS-POLICY-VALUE(WS-POLICY-LEN:1) TO WS-POLICY-UNIT
             MOVE SPACE TO WS-POLICY-VALUE(WS-POLICY-LEN:1)
             SUBTRACT 1 FROM WS-POLICY-LEN
           END-IF
           MOVE "Y" TO WS-POLICY-OK-SW
           IF WS-POLICY-LEN = 0 OR WS-POLICY-LEN > 5
             MOVE "N" TO WS-POLICY-OK-SW
           ELSE
             IF WS-POLICY-VALUE(1:WS-POLICY-LEN) NOT NUMERIC
               MOVE "N" TO WS-POLICY-OK-SW
             END-IF
           END-IF
           EVALUATE FUNCTION TRIM(PL-KEY)
             WHEN "SCANDAYS"
             WHEN "TRENDDAYS"
               IF WS-POLICY-UNIT NOT = SPACE
                  AND WS-POLICY-UNIT NOT = 'D'
                 MOVE "N" TO WS-POLICY-OK-SW
               END-IF
             WHEN "MASTERGEN"
               IF WS-POLICY-UNIT NOT = SPACE
                  AND WS-POLICY-UNIT NOT = 'G'
                 MOVE "N" TO WS-POLICY-OK-SW
               END-IF
             WHEN OTHER
               IF WS-POLICY-UNIT NOT = SPACE
                  AND WS-POLICY-UNIT NOT = 'D'
                  AND WS-POLICY-UNIT NOT = 'M'
                 MOVE "N" TO WS-POLICY-OK-SW
               END-IF
           END-EVALUATE
           IF WS-POLICY-OK-SW NOT = "Y"
             DISPLAY "*** RETENTION POLICY LINE IGNORED : " POLICY-REC
           ELSE
             COMPUTE WS-POLICY-NUMBER =
                FUNCTION NUMVAL(WS-POLICY-VALUE(1:WS-POLICY-LEN))
             EVALUATE FUNCTION TRIM(PL-KEY)
               WHEN "SCANDAYS"
                 MOVE WS-POLICY-NUMBER TO WS-SCAN-DAYS
               WHEN "TRENDDAYS"
                 MOVE WS-POLICY-NUMBER TO WS-TREND-DAYS
               WHEN OTHER
                 PERFORM VARYING AT-IDX FROM 1 BY 1
                 UNTIL AT-IDX > WS-TYPE-COUNT
                   IF FUNCTION TRIM(PL-KEY) = AT-TYPE(AT-IDX)
                     MOVE WS-POLICY-NUMBER TO AT-KEEP(AT-IDX)
                     IF AT-IDX = 3
                       MOVE 'G' TO AT-UNIT(AT-IDX)
                     ELSE
                       IF WS-POLICY-UNIT = 'M'
                         MOVE 'M' TO AT-UNIT(AT-IDX)
                       ELSE
                         MOVE 'D' TO AT-UNIT(AT-IDX)
                       END-IF
                     END-IF
                   END-IF
                 END-PERFORM
             END-EVALUATE
           END-IF.

       836-LOAD-ANOMALY-WEEKS.
           MOVE "N" TO WS-THRESH-EOF-SW
           OPEN INPUT THRESHOLDS_FILE
           IF WS-THRESH-FILE-STATUS = "00"
             PERFORM UNTIL WS-THRESH-EOF-SW = "Y"
               READ THRESHOLDS_FILE
                 AT END MOVE "Y" TO WS-THRESH-EOF-SW
               END-READ
               IF WS-THRESH-EOF-SW NOT = "Y"
                  AND FUNCTION TRIM(TH-KEY) = "ANOMWEEKS"
                  AND TH-VALUE-TEXT NOT = SPACES
                  AND FUNCTION TRIM(TH-VALUE-TEXT) NUMERIC
                 COMPUTE WS-ANOM-WEEKS = FUNCTION NUMVAL(
                    FUNCTION TRIM(TH-VALUE-TEXT))
               END-IF
             END-PERFORM
             CLOSE THRESHOLDS_FILE
           END-IF
           IF WS-ANOM-WEEKS = 0
             MOVE 8 TO WS-ANOM-WEEKS
           END-IF.

       820-COMPUTE-CUTOFFS.
           COMPUTE WS-SCAN-FROM-INT = WS-RUN-INT - WS-SCAN-DAYS + 1
           COMPUTE WS-CUTOFF-INT = WS-RUN-INT - WS-TREND-DAYS + 1
           COMPUTE WS-CUTOFF-YMD =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-YMD TO WS-TREND-FROM-YMD
           COMPUTE WS-CUTOFF-INT = WS-RUN-INT - (7 * WS-ANOM-WEEKS)
           COMPUTE WS-CUTOFF-YMD =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-YMD TO WS-STATS-FROM-YMD
           COMPUTE WS-MONTH-SERIAL = (WS-RUN-YYYY * 12) + WS-RUN-MM - 2
           COMPUTE WS-CUT-YEAR = WS-MONTH-SERIAL / 12
           COMPUTE WS-CUT-MONTH =
              WS-MONTH-SERIAL - (WS-CUT-YEAR * 12) + 1
           COMPUTE WS-CUTOFF-YMD = (WS-CUT-YEAR * 10000)
              + (WS-CUT-MONTH * 100) + 1
           MOVE WS-CUTOFF-YMD TO WS-CHARGEBACK-FROM-YMD
           PERFORM VARYING AT-IDX FROM 1 BY 1
           UNTIL AT-IDX > WS-TYPE-COUNT
             EVALUATE AT-UNIT(AT-IDX)
               WHEN 'D'
                 COMPUTE WS-CUTOFF-INT =
                    WS-RUN-INT - AT-KEEP(AT-IDX) + 1
                 COMPUTE WS-CUTOFF-YMD =
                    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                 MOVE WS-CUTOFF-YMD TO AT-CUTOFF(AT-IDX)
               WHEN 'M'
                 COMPUTE WS-MONTH-SERIAL =
                    (WS-RUN-YYYY * 12) + WS-RUN-MM - 1
                    - AT-KEEP(AT-IDX)
                 COMPUTE WS-CUT-YEAR = WS-MONTH-SERIAL / 12
                 COMPUTE WS-CUT-MONTH =
                    WS-MONTH-SERIAL - (WS-CUT-YEAR * 12) + 1
                 MOVE WS-RUN-DD TO WS-CUT-DAY
                 COMPUTE WS-CUTOFF-YMD = (WS-CUT-YEAR * 10000)
                    + (WS-CUT-MONTH * 100) + WS-CUT-DAY
                 PERFORM UNTIL
                    FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-YMD) = 0
                   SUBTRACT 1 FROM WS-CUTOFF-YMD
                 END-PERFORM
                 MOVE WS-CUTOFF-YMD TO AT-CUTOFF(AT-IDX)
               WHEN OTHER
                 MOVE SPACES TO AT-CUTOFF(AT-IDX)
             END-EVALUATE
           END-PERFORM.

       100-LOAD-CATALOG-HISTORY.
           MOVE 0 TO WS-CATALOG-COUNT
           MOVE "N" TO WS-CATALOG-EOF-SW
           OPEN INPUT CATALOG_FILE
           IF WS-CATALOG-FILE-STATUS = "00"
             PERFORM UNTIL WS-CATALOG-EOF-SW = "Y"
               READ CATALOG_FILE
                 AT END MOVE "Y" TO WS-CATALOG-EOF-SW
               END-READ
               IF WS-CATALOG-EOF-SW NOT = "Y"
                  AND CT-STATUS = 'PURGED'
                 MOVE CT-TYPE TO WS-ENTRY-TYPE
                 MOVE CT-STATUS TO WS-ENTRY-STATUS
                 MOVE CT-PATH TO WS-ARCHIVE-PATH
                 MOVE CT-RECORDS TO WS-ARCHIVE-RECORDS
                 MOVE CT-BYTES TO WS-FILE-SIZE
                 MOVE CT-DATE TO WS-DAY-YMD
                 PERFORM 260-ADD-CATALOG-ENTRY
                 MOVE CT-STATUS-DATE
                    TO CE-STATUS-DATE(WS-CATALOG-COUNT)
                 ADD 1 TO WS-HISTORY-COUNT
               END-IF
             END-PERFORM
             CLOSE CATALOG_FILE
           END-IF.

       200-SCAN-TYPE.
           IF AT-IDX = 3
             MOVE SPACES TO WS-OLDEST-GEN-YMD
             MOVE 0 TO WS-GEN-KEPT
           END-IF
           PERFORM VARYING WS-DAY-INT FROM WS-RUN-INT BY -1
           UNTIL WS-DAY-INT < WS-SCAN-FROM-INT
             COMPUTE WS-DAY-YMD = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             MOVE SPACES TO WS-ARCHIVE-PATH
             STRING '/oscobol/src/' DELIMITED BY SIZE
                AT-PREFIX(AT-IDX) DELIMITED BY SPACE
                WS-DAY-YMD DELIMITED BY SIZE
                AT-SUFFIX(AT-IDX) DELIMITED BY SPACE
                INTO WS-ARCHIVE-PATH
             CALL 'CBL_CHECK_FILE_EXIST'
                USING WS-ARCHIVE-PATH WS-FILE-DETAILS
             IF RETURN-CODE = 0
               PERFORM 210-PROCESS-ARCHIVE
             END-IF
             MOVE 0 TO RETURN-CODE
           END-PERFORM.

       210-PROCESS-ARCHIVE.
           ADD 1 TO WS-FOUND-COUNT
           ADD 1 TO AT-FOUND(AT-IDX)
           PERFORM 220-COUNT-RECORDS
           MOVE 'KEPT' TO WS-ENTRY-STATUS
           MOVE 'WITHIN RETENTION' TO WS-ENTRY-REASON
           IF AT-IDX = 3
             IF WS-GEN-KEPT < AT-KEEP(AT-IDX)
               ADD 1 TO WS-GEN-KEPT
               MOVE WS-DAY-YMD TO WS-OLDEST-GEN-YMD
             ELSE
               MOVE 'ELIGIBLE' TO WS-ENTRY-STATUS
             END-IF
           ELSE
             IF WS-DAY-YMD < AT-CUTOFF(AT-IDX)
               MOVE 'ELIGIBLE' TO WS-ENTRY-STATUS
             END-IF
           END-IF
           IF WS-ENTRY-STATUS = 'ELIGIBLE'
             IF (AT-IDX = 2 OR AT-IDX = 7)
                AND WS-DAY-YMD NOT < WS-TREND-FROM-YMD
               MOVE 'PROTECTED' TO WS-ENTRY-STATUS
               MOVE 'INSIDE BATCH_6 TREND WINDOW'
                  TO WS-ENTRY-REASON
             END-IF
             IF (AT-IDX = 2 OR AT-IDX = 7)
                AND WS-OLDEST-GEN-YMD NOT = SPACES
                AND WS-DAY-YMD NOT < WS-OLDEST-GEN-YMD
               MOVE 'PROTECTED' TO WS-ENTRY-STATUS
               MOVE 'NEEDED FOR BATCH_3 RESTORE REPLAY'
                  TO WS-ENTRY-REASON
             END-IF
             IF AT-IDX = 1
                AND WS-DAY-YMD NOT < WS-CHARGEBACK-FROM-YMD
               MOVE 'PROTECTED' TO WS-ENTRY-STATUS
               MOVE 'NEEDED FOR BATCH_9 CHARGEBACK'
                  TO WS-ENTRY-REASON
             END-IF
             IF AT-IDX = 6
                AND WS-DAY-YMD NOT < WS-STATS-FROM-YMD
               MOVE 'PROTECTED' TO WS-ENTRY-STATUS
               MOVE 'INSIDE BATCH_10 BASELINE WINDOW'
                  TO WS-ENTRY-REASON
             END-IF
           END-IF
           EVALUATE WS-ENTRY-STATUS
             WHEN 'KEPT'
               ADD 1 TO WS-KEPT-COUNT
             WHEN 'PROTECTED'
               ADD 1 TO WS-PROTECTED-COUNT
               PERFORM 410-WRITE-DETAIL-LINE
             WHEN OTHER
               IF WS-SIMULATE-SW = "Y"
                 ADD 1 TO WS-ELIGIBLE-COUNT
                 MOVE 'WOULD BE PURGED (SIMULATE)'
                    TO WS-ENTRY-REASON
               ELSE
                 PERFORM 230-PURGE-ARCHIVE
               END-IF
               PERFORM 410-WRITE-DETAIL-LINE
           END-EVALUATE
           MOVE AT-TYPE(AT-IDX) TO WS-ENTRY-TYPE
           PERFORM 260-ADD-CATALOG-ENTRY.

       220-COUNT-RECORDS.
           MOVE 0 TO WS-ARCHIVE-RECORDS
           MOVE "N" TO WS-ARCHIVE-EOF-SW
           IF AT-IDX = 3
             OPEN INPUT MASTER_GEN_FILE
             IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-EOF-SW = "Y"
                 READ MASTER_GEN_FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ARCHIVE-EOF-SW
                 END-READ
                 IF WS-ARCHIVE-EOF-SW NOT = "Y"
                   ADD 1 TO WS-ARCHIVE-RECORDS
                 END-IF
               END-PERFORM
               CLOSE MASTER_GEN_FILE
             END-IF
           ELSE
             OPEN INPUT ARCHIVE_FILE
             IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-EOF-SW = "Y"
                 READ ARCHIVE_FILE
                   AT END MOVE "Y" TO WS-ARCHIVE-EOF-SW
                 END-READ
                 IF WS-ARCHIVE-EOF-SW NOT = "Y"
                   ADD 1 TO WS-ARCHIVE-RECORDS
                 END-IF
               END-PERFORM
               CLOSE ARCHIVE_FILE
             END-IF
           END-IF.

       230-PURGE-ARCHIVE.
           CALL 'CBL_DELETE_FILE' USING WS-ARCHIVE-PATH
           IF RETURN-CODE = 0
             MOVE 'PURGED' TO WS-ENTRY-STATUS
             MOVE 'PAST RETENTION' TO WS-ENTRY-REASON
             ADD 1 TO WS-PURGED-COUNT
             ADD 1 TO AT-PURGED(AT-IDX)
             ADD WS-FILE-SIZE TO WS-PURGED-BYTES
             PERFORM 240-JOURNAL-PURGE
           ELSE
             MOVE 'FAILED' TO WS-ENTRY-STATUS
             MOVE 'DELETE FAILED - FILE KEPT' TO WS-ENTRY-REASON
             ADD 1 TO WS-FAILED-COUNT
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           MOVE 0 TO RETURN-CODE.

       240-JOURNAL-PURGE.
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_12' TO JR-PROGRAM
           MOVE WS-ARCHIVE-PATH TO JR-PARM
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'PURGED ' DELIMITED BY SIZE
              AT-TYPE(AT-IDX) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-DAY-YMD DELIMITED BY SIZE
              ' RECORDS=' DELIMITED BY SIZE
              WS-ARCHIVE-RECORDS DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE "P" TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC.

       260-ADD-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT < WS-MAX-CATALOG
             ADD 1 TO WS-CATALOG-COUNT
             MOVE WS-ENTRY-TYPE TO CE-TYPE(WS-CATALOG-COUNT)
             MOVE WS-DAY-YMD TO CE-DATE(WS-CATALOG-COUNT)
             MOVE WS-ARCHIVE-RECORDS TO CE-RECORDS(WS-CATALOG-COUNT)
             MOVE WS-FILE-SIZE TO CE-BYTES(WS-CATALOG-COUNT)
             MOVE WS-ENTRY-STATUS TO CE-STATUS(WS-CATALOG-COUNT)
             MOVE WS-RUN-DATE TO CE-STATUS-DATE(WS-CATALOG-COUNT)
             MOVE WS-ARCHIVE-PATH TO CE-PATH(WS-CATALOG-COUNT)
           ELSE
             IF WS-CATALOG-FULL-SW NOT = "Y"
               DISPLAY "*** WARNING: ARCHIVE CATALOG TABLE FULL AT "
                  WS-MAX-CATALOG " ENTRIES - "
                  "FURTHER ARCHIVES ARE NOT CATALOGUED ***"
               MOVE "Y" TO WS-CATALOG-FULL-SW
               MOVE "A" TO WS-RUN-STATUS
             END-IF
           END-IF.

       300-WRITE-CATALOG.
           IF WS-SIMULATE-SW = "Y"
             DISPLAY "SIMULATE - ARCHIVE CATALOG NOT REWRITTEN"
           ELSE
             OPEN OUTPUT CATALOG_FILE
             PERFORM VARYING CE-IDX FROM 1 BY 1
             UNTIL CE-IDX > WS-CATALOG-COUNT
               MOVE CE-TYPE(CE-IDX) TO CT-TYPE
               MOVE CE-DATE(CE-IDX) TO CT-DATE
               MOVE CE-RECORDS(CE-IDX) TO CT-RECORDS
               MOVE CE-BYTES(CE-IDX) TO CT-BYTES
               MOVE CE-STATUS(CE-IDX) TO CT-STATUS
               MOVE CE-STATUS-DATE(CE-IDX) TO CT-STATUS-DATE
               MOVE CE-PATH(CE-IDX) TO CT-PATH
               MOVE ' ' TO CT-SEP1 CT-SEP2 CT-SEP3 CT-SEP4 CT-SEP5
                  CT-SEP6
               MOVE X'0A' TO CT-LINE-FEED
               WRITE CATALOG-REC
             END-PERFORM
             CLOSE CATALOG_FILE
           END-IF.

       400-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'ARCHIVE HOUSEKEEPING ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           IF WS-SIMULATE-SW = "Y"
             MOVE ' - SIMULATE, NOTHING DELETED'
                TO WS-REPORT-TEXT(30:28)
           END-IF
           PERFORM 490-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 'RETENTION POLICY :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           PERFORM VARYING AT-IDX FROM 1 BY 1
           UNTIL AT-IDX > WS-TYPE-COUNT
             MOVE AT-KEEP(AT-IDX) TO WS-EDIT-KEEP
             MOVE SPACES TO WS-REPORT-TEXT
             STRING '  ' DELIMITED BY SIZE
                AT-TYPE(AT-IDX) DELIMITED BY SIZE
                ' KEEP ' DELIMITED BY SIZE
                WS-EDIT-KEEP DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                AT-UNIT(AT-IDX) DELIMITED BY SIZE
                ' - PURGE BEFORE ' DELIMITED BY SIZE
                AT-CUTOFF(AT-IDX) DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             IF AT-IDX = 3
               MOVE 'NEWEST GENERATIONS ONLY' TO WS-REPORT-TEXT(44:23)
             END-IF
             PERFORM 490-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  BATCH2/LATE PROTECTED FROM ' DELIMITED BY SIZE
              WS-TREND-FROM-YMD DELIMITED BY SIZE
              ' (BATCH_6 TREND WINDOW) - DAILYSTATS FROM '
              DELIMITED BY SIZE
              WS-STATS-FROM-YMD DELIMITED BY SIZE
              ' (BATCH_10 BASELINE)' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  BATCH1 PROTECTED FROM ' DELIMITED BY SIZE
              WS-CHARGEBACK-FROM-YMD DELIMITED BY SIZE
              ' (BATCH_9 CHARGEBACK MONTH)' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 'ARCHIVES NOT KEPT BY POLICY :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       410-WRITE-DETAIL-LINE.
           MOVE WS-ARCHIVE-RECORDS TO WS-EDIT-RECORDS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-ENTRY-STATUS DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              AT-TYPE(AT-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-DAY-YMD DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-EDIT-RECORDS DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ENTRY-REASON(1:34) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ARCHIVE-PATH DELIMITED BY SPACE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       450-WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 'ARCHIVES BY TYPE :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           PERFORM VARYING AT-IDX FROM 1 BY 1
           UNTIL AT-IDX > WS-TYPE-COUNT
             MOVE SPACES TO WS-REPORT-TEXT
             MOVE AT-FOUND(AT-IDX) TO WS-EDIT-COUNT
             STRING '  ' DELIMITED BY SIZE
                AT-TYPE(AT-IDX) DELIMITED BY SIZE
                ' FOUND ' DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             MOVE AT-PURGED(AT-IDX) TO WS-EDIT-COUNT
             MOVE ' PURGED ' TO WS-REPORT-TEXT(26:8)
             MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(34:6)
             PERFORM 490-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE WS-PURGED-BYTES TO WS-EDIT-BYTES
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'BYTES RELEASED : ' DELIMITED BY SIZE
              WS-EDIT-BYTES DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       490-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO HK-TEXT
           MOVE X'0A' TO HK-LINE-FEED
           WRITE HOUSEKEEPING-REPORT-LINE.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_12' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'FOUND=' DELIMITED BY SIZE
              WS-FOUND-COUNT DELIMITED BY SIZE
              ' KEPT=' DELIMITED BY SIZE
              WS-KEPT-COUNT DELIMITED BY SIZE
              ' PROTECTED=' DELIMITED BY SIZE
              WS-PROTECTED-COUNT DELIMITED BY SIZE
              ' PURGED=' DELIMITED BY SIZE
              WS-PURGED-COUNT DELIMITED BY SIZE
              ' FAILED=' DELIMITED BY SIZE
              WS-FAILED-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           IF WS-SIMULATE-SW = "Y"
             MOVE SPACES TO WS-JOURNAL-TOTALS
             STRING 'SIMULATE FOUND=' DELIMITED BY SIZE
                WS-FOUND-COUNT DELIMITED BY SIZE
                ' PROTECTED=' DELIMITED BY SIZE
                WS-PROTECTED-COUNT DELIMITED BY SIZE
                ' ELIGIBLE=' DELIMITED BY SIZE
                WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                INTO WS-JOURNAL-TOTALS
           END-IF
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

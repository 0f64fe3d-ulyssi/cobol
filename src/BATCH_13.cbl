      ******************************************************************
      *  Batch13
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_13.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INTERNAL_RANGES_FILE ASSIGN TO
               '/oscobol/src/internal_ip_ranges.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT BU_MAP_FILE ASSIGN TO
               '/oscobol/src/subnet_units.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BU-FILE-STATUS.
           SELECT THRESHOLDS_FILE ASSIGN TO
               '/oscobol/src/alert_thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THRESH-FILE-STATUS.
           SELECT INPUT_LIST_FILE ASSIGN TO
               '/oscobol/src/input_file_list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT RATE_FILE ASSIGN TO
               '/oscobol/src/chargeback_rates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT POLICY_FILE ASSIGN TO
               '/oscobol/src/retention_policy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT BOT_PATTERNS_FILE ASSIGN TO
               '/oscobol/src/bot_patterns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOT-FILE-STATUS.
           SELECT PSEUDONYM_KEY_FILE ASSIGN TO
               '/oscobol/src/pseudonym_key.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FILE-STATUS.
           SELECT VALIDATION_REPORT ASSIGN TO
               '/oscobol/src/reference_validation_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
       FD INTERNAL_RANGES_FILE.
       01 RANGE-REC.
         02 RANGE-FROM-TEXT PIC X(15).
         02 RANGE-SEP PIC X(1).
         02 RANGE-TO-TEXT PIC X(15).
         02 RANGE-REST PIC X(49).

       FD BU_MAP_FILE.
       01 BU-MAP-REC.
         02 BU-PREFIX-TEXT PIC X(11).
         02 BU-SEP PIC X(1).
         02 BU-NAME-TEXT PIC X(20).
         02 BU-REST PIC X(48).

       FD THRESHOLDS_FILE.
       01 THRESH-REC.
         02 TH-KEY PIC X(10).
         02 TH-SEP PIC X(1).
         02 TH-VALUE-TEXT PIC X(10).
         02 TH-REST PIC X(59).

       FD INPUT_LIST_FILE.
       01 LIST-REC PIC X(80).

       FD RATE_FILE.
       01 RATE-REC.
         02 RT-TRAFFIC PIC X(8).
         02 FILLER PIC X(1).
         02 RT-BASIS PIC X(4).
         02 FILLER PIC X(1).
         02 RT-VALUE-TEXT PIC X(12).

       FD POLICY_FILE.
       01 POLICY-REC.
         02 PL-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 PL-VALUE-TEXT PIC X(10).

       FD BOT_PATTERNS_FILE.
       01 BOT-PATTERN-REC.
         02 BPR-TYPE PIC X(7).
         02 FILLER PIC X(1).
         02 BPR-PATTERN PIC X(40).
         02 FILLER PIC X(1).
         02 BPR-LABEL PIC X(20).

       FD PSEUDONYM_KEY_FILE.
       01 PSEUDONYM-KEY-REC PIC X(80).

       FD VALIDATION_REPORT.
       01 VALIDATION-REPORT-LINE.
         02 VR-TEXT PIC X(130).
         02 VR-LINE-FEED PIC X.

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

       01 INTERNAL-RANGE-TABLE.
        02 INTERNAL-RANGE-ENTRY OCCURS 100 TIMES.
           03 IR-FROM-NUM PIC 9(10).
           03 IR-TO-NUM PIC 9(10).
           03 IR-LINE PIC 9(5).
       77 WS-RANGE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-RANGES PIC 999 VALUE 100.
       77 WS-RANGE-COUNT PIC 999 VALUE 0.
       77 WS-RANGE-IDX PIC 999.
       77 WS-RANGE-IDX2 PIC 999.
       77 WS-RANGE-FROM-NUM PIC 9(10) VALUE 0.

       01 BU-MAP-TABLE.
        02 BU-MAP-ENTRY OCCURS 200 TIMES.
           03 BM-PREFIX PIC X(11).
           03 BM-NAME PIC X(20).
           03 BM-LINE PIC 9(5).
       77 WS-BU-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-UNITS PIC 999 VALUE 200.
       77 WS-BU-MAP-COUNT PIC 999 VALUE 0.
       77 BU-MAP-IDX PIC 999.
       77 WS-BU-PREFIX-OK-SW PIC X VALUE "N".
       77 WS-BU-PREFIX-NUM PIC 9(10) VALUE 0.
       77 WS-BU-PREFIX-END PIC 9(10) VALUE 0.
       77 WS-BU-INTERNAL-SW PIC X VALUE "N".

       01 THRESHOLD-KEY-TABLE.
        02 THRESHOLD-KEY-ENTRY OCCURS 14 TIMES.
           03 TK-KEY PIC X(10).
           03 TK-MAX PIC 9(7)V99.
           03 TK-DECIMAL-SW PIC X.
           03 TK-USER PIC X(8).
           03 TK-SEEN-LINE PIC 9(5).
       77 TK-IDX PIC 99.
       77 WS-TK-COUNT PIC 99 VALUE 14.
       77 WS-TK-FOUND-IDX PIC 99 VALUE 0.
       77 WS-THRESH-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-THRESH-VALUE PIC 9(9)V99 VALUE 0.
       77 WS-ANOM-WEEKS PIC 9(9)V99 VALUE 8.
       77 WS-ANOM-MIN-WEEKS PIC 9(9)V99 VALUE 0.
       77 WS-ANOM-WEEKS-LINE PIC 9(5) VALUE 0.

       01 INPUT-FILE-TABLE.
        02 INPUT-FILE-ENTRY OCCURS 100 TIMES.
           03 IF-NAME PIC X(80).
       77 WS-LIST-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-INPUT-FILES PIC 999 VALUE 100.
       77 WS-INPUT-FILE-COUNT PIC 999 VALUE 0.
       77 IF-IDX PIC 999.
       77 WS-INPUT-PATH PIC X(80) VALUE SPACES.

       01 WS-FILE-DETAILS.
          05 WS-FILE-SIZE PIC X(8) COMP-X.
          05 WS-FILE-DATE PIC X(4).
          05 WS-FILE-TIME PIC X(4).

       77 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-RATE-SEEN PIC X(4) VALUE SPACES.
       77 WS-RATE-SLOT PIC 9 VALUE 0.
       77 WS-POLICY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-POLICY-VALUE PIC X(10) VALUE SPACES.
       77 WS-POLICY-LEN PIC 99 VALUE 0.
       77 WS-POLICY-UNIT PIC X VALUE SPACE.
       77 WS-POLICY-UNITS PIC X(6) VALUE SPACES.
       77 WS-POLICY-NUMBER PIC 9(5) VALUE 0.

       01 BOT-PATTERN-TABLE.
        02 BOT-PATTERN-ENTRY OCCURS 200 TIMES.
           03 BP-TYPE PIC X(7).
           03 BP-PATTERN PIC X(40).
           03 BP-LINE PIC 9(5).
       77 WS-BOT-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-MAX-BOT-PATTERNS PIC 999 VALUE 200.
       77 WS-BOT-PATTERN-COUNT PIC 999 VALUE 0.
       77 BP-IDX PIC 999.
       77 WS-BOT-UPPER PIC X(40) VALUE SPACES.
       77 WS-BOT-LEN PIC 99 VALUE 0.
       77 WS-BOT-TALLY PIC 99 VALUE 0.
       77 WS-KEY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-KEY-LINES PIC 9(5) VALUE 0.
       77 WS-KEY-LEN PIC 99 VALUE 0.
       01 WS-BROWSER-AGENTS.
          05 FILLER PIC X(42) VALUE
             'MOZILLA/5.0 (WINDOWS NT 10.0; WIN64; X64) '.
          05 FILLER PIC X(39) VALUE
             'APPLEWEBKIT/537.36 (KHTML, LIKE GECKO) '.
          05 FILLER PIC X(38) VALUE
             'CHROME/120.0.0.0 SAFARI/537.36 EDG/120'.
          05 FILLER PIC X(3) VALUE ' | '.
          05 FILLER PIC X(42) VALUE
             'MOZILLA/5.0 (X11; LINUX X86_64; RV:120.0) '.
          05 FILLER PIC X(35) VALUE
             'GECKO/20100101 FIREFOX/120.0 | '.
          05 FILLER PIC X(44) VALUE
             'MOZILLA/5.0 (MACINTOSH; INTEL MAC OS X 10_15'.
          05 FILLER PIC X(38) VALUE
             '_7) VERSION/17.1 MOBILE/15E148 SAFARI/'.

       01 WS-IP-PARSE.
          05 WS-IP-TEXT PIC X(15).
          05 WS-IP-LEN PIC 99.
          05 WS-IP-DOTS PIC 99.
          05 WS-IP-PARTS PIC 99.
          05 WS-IP-OK-SW PIC X.
          05 WS-IP-NUM PIC 9(10).
          05 WS-OCTET-ENTRY OCCURS 4 TIMES.
             10 WS-OCTET-TEXT PIC X(3).
             10 WS-OCTET-LEN PIC 99.
             10 WS-OCTET-NUM PIC 999.
       77 WS-OCT-IDX PIC 9.

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RUN-YMD PIC 9(8) VALUE 0.
       77 WS-EOF-SW PIC X VALUE "N".
       77 WS-LINE-NO PIC 9(5) VALUE 0.
       77 WS-FILE-LINES PIC 9(5) VALUE 0.
       77 WS-FILE-FATAL PIC 9(5) VALUE 0.
       77 WS-FILE-WARNING PIC 9(5) VALUE 0.
       77 WS-FILE-LOADED PIC 9(5) VALUE 0.
       77 WS-FATAL-COUNT PIC 9(5) VALUE 0.
       77 WS-WARNING-COUNT PIC 9(5) VALUE 0.
       77 WS-FILES-CHECKED PIC 99 VALUE 0.

       77 WS-FIND-SEVERITY PIC X(7) VALUE SPACES.
       77 WS-FIND-FILE PIC X(20) VALUE SPACES.
       77 WS-FIND-MESSAGE PIC X(48) VALUE SPACES.
       77 WS-FIND-TEXT PIC X(40) VALUE SPACES.
       77 WS-EDIT-LINE PIC ZZZZ9.
       77 WS-EDIT-COUNT PIC ZZZZ9.
       77 WS-REPORT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 13  :                                    !".
           DISPLAY "! CONTROLE DES FICHIERS DE REFERENCE             !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_13 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
             DISPLAY "  FILES CHECKED       : " WS-FILES-CHECKED
             DISPLAY "  FATAL ERRORS        : " WS-FATAL-COUNT
             DISPLAY "  WARNINGS            : " WS-WARNING-COUNT
             IF WS-FATAL-COUNT > 0
               DISPLAY "  *** BATCH_2 AND BATCH_3 BLOCKED FOR "
                  WS-RUN-DATE " ***"
             END-IF
             DISPLAY "============================================"
             PERFORM 950-WRITE-RUN-JOURNAL
           END-IF

           DISPLAY "FIN PROG"
           IF WS-PARM-OK-SW NOT = "Y"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-FATAL-COUNT > 0
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-WARNING-COUNT > 0
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
             DISPLAY "USAGE : BATCH_13 [<YYYYMMDD>]"
           ELSE
             OPEN OUTPUT VALIDATION_REPORT
             MOVE SPACES TO WS-REPORT-TEXT
             STRING 'REFERENCE DATA VALIDATION ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             PERFORM 810-INIT-THRESHOLD-KEYS
             PERFORM 100-CHECK-RANGES
             PERFORM 200-CHECK-UNITS
             PERFORM 300-CHECK-THRESHOLDS
             PERFORM 400-CHECK-INPUT-LIST
             PERFORM 500-CHECK-RATES
             PERFORM 550-CHECK-POLICY
             PERFORM 600-CHECK-BOT-PATTERNS
             PERFORM 650-CHECK-PSEUDONYM-KEY
             MOVE SPACES TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             MOVE SPACES TO WS-REPORT-TEXT
             MOVE WS-FATAL-COUNT TO WS-EDIT-COUNT
             STRING 'TOTAL FATAL ERRORS : ' DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
             MOVE ' WARNINGS : ' TO WS-REPORT-TEXT(27:12)
             MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(39:5)
             PERFORM 490-WRITE-REPORT-LINE
             IF WS-FATAL-COUNT > 0
               MOVE SPACES TO WS-REPORT-TEXT
               STRING 'BATCH_2 AND BATCH_3 ARE BLOCKED FOR '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' UNTIL THE FATAL ERRORS ARE CORRECTED AND BATCH_13'
                  DELIMITED BY SIZE
                  ' IS RERUN' DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
               PERFORM 490-WRITE-REPORT-LINE
               MOVE "F" TO WS-RUN-STATUS
             END-IF
             CLOSE VALIDATION_REPORT
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
             IF WS-RUN-DATE NOT NUMERIC
                OR WS-PARM(9:72) NOT = SPACES
               MOVE "N" TO WS-PARM-OK-SW
             ELSE
               MOVE WS-RUN-DATE TO WS-RUN-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-YMD) NOT = 0
                 MOVE "N" TO WS-PARM-OK-SW
               END-IF
             END-IF
           END-IF.

       810-INIT-THRESHOLD-KEYS.
           MOVE 'IP' TO TK-KEY(1)
           MOVE 9999999 TO TK-MAX(1)
           MOVE 'BATCH_2' TO TK-USER(1)
           MOVE 'RESOURCE' TO TK-KEY(2)
           MOVE 9999999 TO TK-MAX(2)
           MOVE 'BATCH_2' TO TK-USER(2)
           MOVE 'SESSIONGAP' TO TK-KEY(3)
           MOVE 9999 TO TK-MAX(3)
           MOVE 'BATCH_2' TO TK-USER(3)
           MOVE 'DORMDAYS' TO TK-KEY(4)
           MOVE 99999 TO TK-MAX(4)
           MOVE 'BATCH_3' TO TK-USER(4)
           MOVE 'DORMVISITS' TO TK-KEY(5)
           MOVE 9999999 TO TK-MAX(5)
           MOVE 'BATCH_3' TO TK-USER(5)
           MOVE 'ANOMSIGMA' TO TK-KEY(6)
           MOVE 99.99 TO TK-MAX(6)
           MOVE 'BATCH_10' TO TK-USER(6)
           MOVE 'ANOMMIN' TO TK-KEY(7)
           MOVE 9999999 TO TK-MAX(7)
           MOVE 'BATCH_10' TO TK-USER(7)
           MOVE 'ANOMWEEKS' TO TK-KEY(8)
           MOVE 99 TO TK-MAX(8)
           MOVE 'BATCH_10' TO TK-USER(8)
           MOVE 'ANOMMINWKS' TO TK-KEY(9)
           MOVE 99 TO TK-MAX(9)
           MOVE 'BATCH_10' TO TK-USER(9)
           MOVE 'BOTHITS' TO TK-KEY(10)
           MOVE 9999999 TO TK-MAX(10)
           MOVE 'BATCH_2' TO TK-USER(10)
           MOVE 'REFTOP' TO TK-KEY(11)
           MOVE 999 TO TK-MAX(11)
           MOVE 'BATCH_2' TO TK-USER(11)
           MOVE 'BOTMASTER' TO TK-KEY(12)
           MOVE 2 TO TK-MAX(12)
           MOVE 'BATCH_3' TO TK-USER(12)
           MOVE 'ACKWAIT' TO TK-KEY(13)
           MOVE 99 TO TK-MAX(13)
           MOVE 'BATCH_14' TO TK-USER(13)
           MOVE 'ACKRETRY' TO TK-KEY(14)
           MOVE 99 TO TK-MAX(14)
           MOVE 'BATCH_14' TO TK-USER(14)
           PERFORM VARYING TK-IDX FROM 1 BY 1
           UNTIL TK-IDX > WS-TK-COUNT
             MOVE "N" TO TK-DECIMAL-SW(TK-IDX)
             MOVE 0 TO TK-SEEN-LINE(TK-IDX)
           END-PERFORM
           MOVE "Y" TO TK-DECIMAL-SW(6).

       100-CHECK-RANGES.
           MOVE 'internal_ip_ranges' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE 0 TO WS-RANGE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INTERNAL_RANGES_FILE
           IF WS-RANGE-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - ALL TRAFFIC WOULD BE EXTERNAL'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 710-FATAL
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO RANGE-REC
               READ INTERNAL_RANGES_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 PERFORM 110-CHECK-RANGE-LINE
               END-IF
             END-PERFORM
             CLOSE INTERNAL_RANGES_FILE
             IF WS-LINE-NO = 0
               MOVE 'FILE EMPTY - ALL TRAFFIC WOULD BE EXTERNAL'
                  TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-TEXT
               PERFORM 710-FATAL
             END-IF
             MOVE WS-LINE-NO TO WS-FILE-LINES
             PERFORM 120-CHECK-RANGE-OVERLAPS
             MOVE WS-FILE-LINES TO WS-LINE-NO
           END-IF
           MOVE WS-RANGE-COUNT TO WS-FILE-LOADED
           PERFORM 790-END-FILE.

       110-CHECK-RANGE-LINE.
           MOVE RANGE-REC TO WS-FIND-TEXT
           IF WS-LINE-NO > WS-MAX-RANGES
             IF WS-LINE-NO = WS-MAX-RANGES + 1
               MOVE 'CAPACITY 100 RANGES EXCEEDED - LINE DROPPED'
                  TO WS-FIND-MESSAGE
               PERFORM 710-FATAL
             END-IF
           ELSE
             IF RANGE-REC = SPACES
               MOVE 'BLANK LINE LOADED AS RANGE 0.0.0.0-0.0.0.0'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             ELSE
               MOVE RANGE-FROM-TEXT TO WS-IP-TEXT
               PERFORM 150-PARSE-IP
               MOVE WS-IP-NUM TO WS-RANGE-FROM-NUM
               IF WS-IP-OK-SW NOT = "Y"
                 MOVE 'FROM ADDRESS INVALID (COLUMNS 1-15)'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-FATAL
               ELSE
                 IF RANGE-SEP NOT = SPACE
                    OR RANGE-REST NOT = SPACES
                   MOVE 'COLUMNS MISALIGNED - FROM 1-15, TO 17-31'
                      TO WS-FIND-MESSAGE
                   PERFORM 710-FATAL
                 ELSE
                   MOVE RANGE-TO-TEXT TO WS-IP-TEXT
                   PERFORM 150-PARSE-IP
                   IF WS-IP-OK-SW NOT = "Y"
                     MOVE 'TO ADDRESS INVALID (COLUMNS 17-31)'
                        TO WS-FIND-MESSAGE
                     PERFORM 710-FATAL
                   ELSE
                     IF WS-RANGE-FROM-NUM > WS-IP-NUM
                       MOVE 'FROM GREATER THAN TO - RANGE NEVER MATCHES'
                          TO WS-FIND-MESSAGE
                       PERFORM 710-FATAL
                     ELSE
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE WS-RANGE-FROM-NUM
                          TO IR-FROM-NUM(WS-RANGE-COUNT)
                       MOVE WS-IP-NUM TO IR-TO-NUM(WS-RANGE-COUNT)
                       MOVE WS-LINE-NO TO IR-LINE(WS-RANGE-COUNT)
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       120-CHECK-RANGE-OVERLAPS.
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
           UNTIL WS-RANGE-IDX >= WS-RANGE-COUNT
             PERFORM VARYING WS-RANGE-IDX2 FROM WS-RANGE-IDX BY 1
             UNTIL WS-RANGE-IDX2 >= WS-RANGE-COUNT
               IF IR-FROM-NUM(WS-RANGE-IDX2 + 1)
                  <= IR-TO-NUM(WS-RANGE-IDX)
                  AND IR-TO-NUM(WS-RANGE-IDX2 + 1)
                  >= IR-FROM-NUM(WS-RANGE-IDX)
                 MOVE IR-LINE(WS-RANGE-IDX2 + 1) TO WS-LINE-NO
                 MOVE IR-LINE(WS-RANGE-IDX) TO WS-EDIT-LINE
                 MOVE SPACES TO WS-FIND-TEXT
                 STRING 'SEE LINE ' DELIMITED BY SIZE
                    WS-EDIT-LINE DELIMITED BY SIZE
                    INTO WS-FIND-TEXT
                 IF IR-FROM-NUM(WS-RANGE-IDX2 + 1)
                    = IR-FROM-NUM(WS-RANGE-IDX)
                    AND IR-TO-NUM(WS-RANGE-IDX2 + 1)
                    = IR-TO-NUM(WS-RANGE-IDX)
                   MOVE 'DUPLICATE RANGE' TO WS-FIND-MESSAGE
                 ELSE
                   MOVE 'RANGE OVERLAPS AN EARLIER RANGE'
                      TO WS-FIND-MESSAGE
                 END-IF
                 PERFORM 720-WARNING
               END-IF
             END-PERFORM
           END-PERFORM.

       150-PARSE-IP.
           MOVE "N" TO WS-IP-OK-SW
           MOVE 0 TO WS-IP-NUM
           MOVE FUNCTION TRIM(WS-IP-TEXT) TO WS-IP-TEXT
           MOVE 0 TO WS-IP-LEN
           INSPECT WS-IP-TEXT TALLYING WS-IP-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-IP-DOTS
           INSPECT WS-IP-TEXT TALLYING WS-IP-DOTS FOR ALL "."
           IF WS-IP-LEN >= 7 AND WS-IP-DOTS = 3
             IF WS-IP-LEN = 15
                OR WS-IP-TEXT(WS-IP-LEN + 1:) = SPACES
               MOVE "Y" TO WS-IP-OK-SW
             END-IF
           END-IF
           IF WS-IP-OK-SW = "Y"
             MOVE 0 TO WS-IP-PARTS
             PERFORM VARYING WS-OCT-IDX FROM 1 BY 1
             UNTIL WS-OCT-IDX > 4
               MOVE SPACES TO WS-OCTET-TEXT(WS-OCT-IDX)
               MOVE 0 TO WS-OCTET-LEN(WS-OCT-IDX)
             END-PERFORM
             UNSTRING WS-IP-TEXT(1:WS-IP-LEN) DELIMITED BY "."
                INTO WS-OCTET-TEXT(1) COUNT IN WS-OCTET-LEN(1)
                     WS-OCTET-TEXT(2) COUNT IN WS-OCTET-LEN(2)
                     WS-OCTET-TEXT(3) COUNT IN WS-OCTET-LEN(3)
                     WS-OCTET-TEXT(4) COUNT IN WS-OCTET-LEN(4)
                TALLYING IN WS-IP-PARTS
             PERFORM VARYING WS-OCT-IDX FROM 1 BY 1
             UNTIL WS-OCT-IDX > 4
               IF WS-OCTET-LEN(WS-OCT-IDX) < 1
                  OR WS-OCTET-LEN(WS-OCT-IDX) > 3
                 MOVE "N" TO WS-IP-OK-SW
               ELSE
                 IF WS-OCTET-TEXT(WS-OCT-IDX)
                    (1:WS-OCTET-LEN(WS-OCT-IDX)) NOT NUMERIC
                   MOVE "N" TO WS-IP-OK-SW
                 ELSE
                   COMPUTE WS-OCTET-NUM(WS-OCT-IDX) = FUNCTION NUMVAL(
                      WS-OCTET-TEXT(WS-OCT-IDX)
                      (1:WS-OCTET-LEN(WS-OCT-IDX)))
                   IF WS-OCTET-NUM(WS-OCT-IDX) > 255
                     MOVE "N" TO WS-IP-OK-SW
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-IP-OK-SW = "Y"
             COMPUTE WS-IP-NUM =
                (WS-OCTET-NUM(1) * 16777216)
                + (WS-OCTET-NUM(2) * 65536)
                + (WS-OCTET-NUM(3) * 256) + WS-OCTET-NUM(4)
           END-IF.

       200-CHECK-UNITS.
           MOVE 'subnet_units' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE 0 TO WS-BU-MAP-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BU_MAP_FILE
           IF WS-BU-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - ALL UNITS WOULD BE UNASSIGNED'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO BU-MAP-REC
               READ BU_MAP_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF BU-MAP-REC NOT = SPACES
                   PERFORM 210-CHECK-UNIT-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE BU_MAP_FILE
           END-IF
           MOVE WS-BU-MAP-COUNT TO WS-FILE-LOADED
           PERFORM 790-END-FILE.

       210-CHECK-UNIT-LINE.
           MOVE BU-MAP-REC TO WS-FIND-TEXT
           IF WS-BU-MAP-COUNT >= WS-MAX-UNITS
             MOVE 'CAPACITY 200 UNITS EXCEEDED - LINE DROPPED'
                TO WS-FIND-MESSAGE
             PERFORM 710-FATAL
           ELSE
             PERFORM 220-PARSE-PREFIX
             IF WS-BU-PREFIX-OK-SW NOT = "Y"
               MOVE 'PREFIX MUST BE NNN.NNN.NNN ZERO-PADDED (1-11)'
                  TO WS-FIND-MESSAGE
               PERFORM 710-FATAL
             ELSE
               IF BU-SEP NOT = SPACE OR BU-REST NOT = SPACES
                 MOVE 'COLUMNS MISALIGNED - PREFIX 1-11, NAME 13-32'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-FATAL
               ELSE
                 IF BU-NAME-TEXT = SPACES
                   MOVE 'NO UNIT NAME - LINE WOULD BE IGNORED'
                      TO WS-FIND-MESSAGE
                   PERFORM 710-FATAL
                 ELSE
                   PERFORM 230-CHECK-DUPLICATE-PREFIX
                 END-IF
               END-IF
             END-IF
           END-IF.

       220-PARSE-PREFIX.
           MOVE "N" TO WS-BU-PREFIX-OK-SW
           IF BU-PREFIX-TEXT(4:1) = '.' AND BU-PREFIX-TEXT(8:1) = '.'
              AND BU-PREFIX-TEXT(1:3) NUMERIC
              AND BU-PREFIX-TEXT(5:3) NUMERIC
              AND BU-PREFIX-TEXT(9:3) NUMERIC
             IF BU-PREFIX-TEXT(1:3) <= '255'
                AND BU-PREFIX-TEXT(5:3) <= '255'
                AND BU-PREFIX-TEXT(9:3) <= '255'
               MOVE "Y" TO WS-BU-PREFIX-OK-SW
               COMPUTE WS-BU-PREFIX-NUM =
                  (FUNCTION NUMVAL(BU-PREFIX-TEXT(1:3)) * 16777216)
                  + (FUNCTION NUMVAL(BU-PREFIX-TEXT(5:3)) * 65536)
                  + (FUNCTION NUMVAL(BU-PREFIX-TEXT(9:3)) * 256)
               COMPUTE WS-BU-PREFIX-END = WS-BU-PREFIX-NUM + 255
             END-IF
           END-IF.

       230-CHECK-DUPLICATE-PREFIX.
           MOVE 0 TO BU-MAP-IDX
           IF WS-BU-MAP-COUNT > 0
             PERFORM VARYING BU-MAP-IDX FROM 1 BY 1
             UNTIL BU-MAP-IDX > WS-BU-MAP-COUNT
                OR BM-PREFIX(BU-MAP-IDX) = BU-PREFIX-TEXT
               CONTINUE
             END-PERFORM
           END-IF
           IF BU-MAP-IDX > 0 AND BU-MAP-IDX <= WS-BU-MAP-COUNT
             MOVE BM-LINE(BU-MAP-IDX) TO WS-EDIT-LINE
             IF BM-NAME(BU-MAP-IDX) = BU-NAME-TEXT
               MOVE 'DUPLICATE PREFIX, SAME UNIT - SEE LINE'
                  TO WS-FIND-MESSAGE
               MOVE WS-EDIT-LINE TO WS-FIND-MESSAGE(40:5)
               PERFORM 720-WARNING
             ELSE
               MOVE 'PREFIX MAPPED TO ANOTHER UNIT - SEE LINE'
                  TO WS-FIND-MESSAGE
               MOVE WS-EDIT-LINE TO WS-FIND-MESSAGE(42:5)
               PERFORM 710-FATAL
             END-IF
           ELSE
             ADD 1 TO WS-BU-MAP-COUNT
             MOVE BU-PREFIX-TEXT TO BM-PREFIX(WS-BU-MAP-COUNT)
             MOVE BU-NAME-TEXT TO BM-NAME(WS-BU-MAP-COUNT)
             MOVE WS-LINE-NO TO BM-LINE(WS-BU-MAP-COUNT)
             MOVE "N" TO WS-BU-INTERNAL-SW
             PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
             UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               IF IR-FROM-NUM(WS-RANGE-IDX) <= WS-BU-PREFIX-END
                  AND IR-TO-NUM(WS-RANGE-IDX) >= WS-BU-PREFIX-NUM
                 MOVE "Y" TO WS-BU-INTERNAL-SW
               END-IF
             END-PERFORM
             IF WS-BU-INTERNAL-SW NOT = "Y"
               MOVE 'PREFIX OUTSIDE EVERY INTERNAL RANGE'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
           END-IF.

       300-CHECK-THRESHOLDS.
           MOVE 'alert_thresholds' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT THRESHOLDS_FILE
           IF WS-THRESH-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - ALERTING AND DEFAULTS ONLY'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO THRESH-REC
               READ THRESHOLDS_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF THRESH-REC NOT = SPACES
                   PERFORM 310-CHECK-THRESHOLD-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE THRESHOLDS_FILE
             IF WS-ANOM-MIN-WEEKS > WS-ANOM-WEEKS
               MOVE WS-LINE-NO TO WS-FILE-LINES
               MOVE WS-ANOM-WEEKS-LINE TO WS-LINE-NO
               MOVE 'ANOMMINWKS ABOVE ANOMWEEKS - NEVER SCORED'
                  TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-TEXT
               PERFORM 720-WARNING
               MOVE WS-FILE-LINES TO WS-LINE-NO
             END-IF
           END-IF
           PERFORM 790-END-FILE.

       310-CHECK-THRESHOLD-LINE.
           MOVE THRESH-REC TO WS-FIND-TEXT
           MOVE 0 TO WS-TK-FOUND-IDX
           PERFORM VARYING TK-IDX FROM 1 BY 1
           UNTIL TK-IDX > WS-TK-COUNT
             IF FUNCTION TRIM(TH-KEY) = TK-KEY(TK-IDX)
               MOVE TK-IDX TO WS-TK-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-TK-FOUND-IDX = 0
             MOVE 'UNKNOWN THRESHOLD KEY - IGNORED BY ALL PROGRAMS'
                TO WS-FIND-MESSAGE
             PERFORM 720-WARNING
           ELSE
             IF TH-SEP NOT = SPACE OR TH-REST NOT = SPACES
               MOVE 'COLUMNS MISALIGNED - KEY 1-10, VALUE 12-21'
                  TO WS-FIND-MESSAGE
               PERFORM 710-FATAL
             ELSE
               PERFORM 320-CHECK-THRESHOLD-VALUE
             END-IF
           END-IF.

       320-CHECK-THRESHOLD-VALUE.
           MOVE WS-TK-FOUND-IDX TO TK-IDX
           IF TK-SEEN-LINE(TK-IDX) > 0
             MOVE TK-SEEN-LINE(TK-IDX) TO WS-EDIT-LINE
             MOVE 'DUPLICATE KEY - LAST VALUE WINS - SEE LINE'
                TO WS-FIND-MESSAGE
             MOVE WS-EDIT-LINE TO WS-FIND-MESSAGE(44:5)
             PERFORM 720-WARNING
           END-IF
           MOVE WS-LINE-NO TO TK-SEEN-LINE(TK-IDX)
           IF TH-VALUE-TEXT = SPACES
             MOVE 'NO VALUE - SETTING WOULD BE IGNORED'
                TO WS-FIND-MESSAGE
             PERFORM 710-FATAL
           ELSE
             IF TK-DECIMAL-SW(TK-IDX) = "Y"
               IF FUNCTION TEST-NUMVAL(TH-VALUE-TEXT) NOT = 0
                 MOVE 'VALUE NOT NUMERIC - SETTING WOULD BE IGNORED'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-FATAL
               ELSE
                 PERFORM 330-CHECK-THRESHOLD-RANGE
               END-IF
             ELSE
               IF FUNCTION TRIM(TH-VALUE-TEXT) NOT NUMERIC
                 MOVE 'VALUE NOT A WHOLE NUMBER - SETTING IGNORED'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-FATAL
               ELSE
                 PERFORM 330-CHECK-THRESHOLD-RANGE
               END-IF
             END-IF
           END-IF.

       330-CHECK-THRESHOLD-RANGE.
           COMPUTE WS-THRESH-VALUE = FUNCTION NUMVAL(TH-VALUE-TEXT)
           IF WS-THRESH-VALUE > TK-MAX(TK-IDX)
             IF TK-KEY(TK-IDX) = 'BOTMASTER'
               MOVE 'MODE NOT 0, 1 OR 2 - IGNORED BY BATCH_3'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             ELSE
               MOVE 'VALUE TOO LARGE - WOULD BE TRUNCATED BY'
                  TO WS-FIND-MESSAGE
               MOVE TK-USER(TK-IDX) TO WS-FIND-MESSAGE(41:8)
               PERFORM 710-FATAL
             END-IF
           ELSE
             ADD 1 TO WS-FILE-LOADED
             IF TK-KEY(TK-IDX) = 'ANOMWEEKS'
               MOVE WS-THRESH-VALUE TO WS-ANOM-WEEKS
               MOVE WS-LINE-NO TO WS-ANOM-WEEKS-LINE
             END-IF
             IF TK-KEY(TK-IDX) = 'ANOMMINWKS'
               MOVE WS-THRESH-VALUE TO WS-ANOM-MIN-WEEKS
               MOVE WS-LINE-NO TO WS-ANOM-WEEKS-LINE
             END-IF
             IF TK-KEY(TK-IDX) = 'REFTOP' AND WS-THRESH-VALUE = 0
               MOVE 'ZERO IGNORED - BATCH_2 KEEPS ITS DEFAULT OF 10'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
             IF TK-KEY(TK-IDX) = 'ACKWAIT' AND WS-THRESH-VALUE = 0
               MOVE 'ZERO IGNORED - BATCH_14 KEEPS ITS DEFAULT OF 1'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
             IF TK-KEY(TK-IDX) = 'ACKRETRY' AND WS-THRESH-VALUE = 0
               MOVE 'ZERO IGNORED - BATCH_14 KEEPS ITS DEFAULT OF 5'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
           END-IF.

       400-CHECK-INPUT-LIST.
           MOVE 'input_file_list' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE 0 TO WS-INPUT-FILE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INPUT_LIST_FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - DEFAULT DATA.TXT ONLY'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO LIST-REC
               READ INPUT_LIST_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF LIST-REC NOT = SPACES
                   PERFORM 410-CHECK-INPUT-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE INPUT_LIST_FILE
             IF WS-INPUT-FILE-COUNT = 0
               MOVE 'NO INPUT FILES LISTED - DEFAULT DATA.TXT ONLY'
                  TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-TEXT
               PERFORM 720-WARNING
             END-IF
           END-IF
           MOVE WS-INPUT-FILE-COUNT TO WS-FILE-LOADED
           PERFORM 790-END-FILE.

       410-CHECK-INPUT-LINE.
           MOVE LIST-REC TO WS-FIND-TEXT
           IF WS-INPUT-FILE-COUNT >= WS-MAX-INPUT-FILES
             MOVE 'CAPACITY 100 FILES EXCEEDED - FILE NOT READ'
                TO WS-FIND-MESSAGE
             PERFORM 710-FATAL
           ELSE
             IF LIST-REC(1:1) = SPACE
               MOVE 'PATH STARTS WITH A BLANK - FILE NOT FOUND'
                  TO WS-FIND-MESSAGE
               PERFORM 710-FATAL
             ELSE
               MOVE 0 TO IF-IDX
               IF WS-INPUT-FILE-COUNT > 0
                 PERFORM VARYING IF-IDX FROM 1 BY 1
                 UNTIL IF-IDX > WS-INPUT-FILE-COUNT
                    OR IF-NAME(IF-IDX) = LIST-REC
                   CONTINUE
                 END-PERFORM
               END-IF
               IF IF-IDX > 0 AND IF-IDX <= WS-INPUT-FILE-COUNT
                 MOVE 'DUPLICATE FILE - VISITS WOULD COUNT TWICE'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-FATAL
               ELSE
                 ADD 1 TO WS-INPUT-FILE-COUNT
                 MOVE LIST-REC TO IF-NAME(WS-INPUT-FILE-COUNT)
                 MOVE LIST-REC TO WS-INPUT-PATH
                 CALL 'CBL_CHECK_FILE_EXIST'
                    USING WS-INPUT-PATH WS-FILE-DETAILS
                 IF RETURN-CODE NOT = 0
                   MOVE 'FILE NOT FOUND - BATCH_1/2 WOULD END ABNORMAL'
                      TO WS-FIND-MESSAGE
                   PERFORM 720-WARNING
                 END-IF
                 MOVE 0 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

       500-CHECK-RATES.
           MOVE 'chargeback_rates' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE SPACES TO WS-RATE-SEEN
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RATE_FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - TRANSACTIONS PRICED AT ZERO'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO RATE-REC
               READ RATE_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF RATE-REC NOT = SPACES
                   PERFORM 510-CHECK-RATE-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE RATE_FILE
             IF WS-RATE-SEEN NOT = 'YYYY'
               MOVE WS-LINE-NO TO WS-FILE-LINES
               MOVE 0 TO WS-LINE-NO
               MOVE 'NOT ALL 4 RATES GIVEN - MISSING ONES ARE ZERO'
                  TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-TEXT
               PERFORM 720-WARNING
               MOVE WS-FILE-LINES TO WS-LINE-NO
             END-IF
           END-IF
           PERFORM 790-END-FILE.

       510-CHECK-RATE-LINE.
           MOVE RATE-REC TO WS-FIND-TEXT
           MOVE 0 TO WS-RATE-SLOT
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RT-TRAFFIC))
              ALSO FUNCTION UPPER-CASE(FUNCTION TRIM(RT-BASIS))
             WHEN "INTERNAL" ALSO "HIT"
               MOVE 1 TO WS-RATE-SLOT
             WHEN "INTERNAL" ALSO "GB"
               MOVE 2 TO WS-RATE-SLOT
             WHEN "EXTERNAL" ALSO "HIT"
               MOVE 3 TO WS-RATE-SLOT
             WHEN "EXTERNAL" ALSO "GB"
               MOVE 4 TO WS-RATE-SLOT
             WHEN OTHER
               MOVE 'UNKNOWN TRAFFIC/BASIS - LINE IGNORED BY BATCH_1'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
           END-EVALUATE
           IF WS-RATE-SLOT > 0
             IF RT-VALUE-TEXT = SPACES
                OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(RT-VALUE-TEXT)) NOT = 0
               MOVE 'RATE NOT NUMERIC - LINE IGNORED BY BATCH_1'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             ELSE
               IF WS-RATE-SEEN(WS-RATE-SLOT:1) = 'Y'
                 MOVE 'DUPLICATE RATE - LAST VALUE WINS'
                    TO WS-FIND-MESSAGE
                 PERFORM 720-WARNING
               END-IF
               MOVE 'Y' TO WS-RATE-SEEN(WS-RATE-SLOT:1)
               ADD 1 TO WS-FILE-LOADED
             END-IF
           END-IF.

       550-CHECK-POLICY.
           MOVE 'retention_policy' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT POLICY_FILE
           IF WS-POLICY-FILE-STATUS = "00"
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO POLICY-REC
               READ POLICY_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF PL-KEY NOT = SPACES AND PL-KEY(1:1) NOT = '*'
                   PERFORM 560-CHECK-POLICY-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE POLICY_FILE
           END-IF
           PERFORM 790-END-FILE.

       560-CHECK-POLICY-LINE.
           MOVE POLICY-REC TO WS-FIND-TEXT
           EVALUATE FUNCTION TRIM(PL-KEY)
             WHEN "BATCH1"
             WHEN "BATCH2"
             WHEN "BATCH2LATE"
             WHEN "MASTERGEN"
             WHEN "REPLAY"
             WHEN "REPAIR"
             WHEN "DAILYSTATS"
             WHEN "SCANDAYS"
             WHEN "TRENDDAYS"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PL-VALUE-TEXT))
                  TO WS-POLICY-VALUE
               MOVE 0 TO WS-POLICY-LEN
               INSPECT WS-POLICY-VALUE TALLYING WS-POLICY-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE SPACE TO WS-POLICY-UNIT
               IF WS-POLICY-LEN > 1
                  AND WS-POLICY-VALUE(WS-POLICY-LEN:1) IS ALPHABETIC
                 MOVE WS-POLICY-VALUE(WS-POLICY-LEN:1) TO WS-POLICY-UNIT
                 SUBTRACT 1 FROM WS-POLICY-LEN
               END-IF
               MOVE SPACES TO WS-FIND-MESSAGE
               IF WS-POLICY-LEN = 0 OR WS-POLICY-LEN > 5
                 MOVE 'INVALID RETENTION - LINE IGNORED, DEFAULT KEPT'
                    TO WS-FIND-MESSAGE
               ELSE
                 IF WS-POLICY-VALUE(1:WS-POLICY-LEN) NOT NUMERIC
                   MOVE 'INVALID RETENTION - LINE IGNORED, DEFAULT KEPT'
                      TO WS-FIND-MESSAGE
                 END-IF
               END-IF
               EVALUATE FUNCTION TRIM(PL-KEY)
                 WHEN "SCANDAYS"
                 WHEN "TRENDDAYS"
                   MOVE 'D' TO WS-POLICY-UNITS
                 WHEN "MASTERGEN"
                   MOVE 'G' TO WS-POLICY-UNITS
                 WHEN OTHER
                   MOVE 'D OR M' TO WS-POLICY-UNITS
               END-EVALUATE
               IF WS-FIND-MESSAGE = SPACES
                  AND WS-POLICY-UNIT NOT = SPACE
                  AND WS-POLICY-UNIT NOT = WS-POLICY-UNITS(1:1)
                  AND WS-POLICY-UNIT NOT = WS-POLICY-UNITS(6:1)
                 STRING 'UNIT MUST BE ' DELIMITED BY SIZE
                    WS-POLICY-UNITS DELIMITED BY '  '
                    ' - LINE IGNORED, DEFAULT KEPT' DELIMITED BY SIZE
                    INTO WS-FIND-MESSAGE
               END-IF
               IF WS-FIND-MESSAGE NOT = SPACES
                 PERFORM 720-WARNING
               ELSE
                 ADD 1 TO WS-FILE-LOADED
                 IF FUNCTION TRIM(PL-KEY) = "BATCH1"
                   COMPUTE WS-POLICY-NUMBER =
                      FUNCTION NUMVAL(WS-POLICY-VALUE(1:WS-POLICY-LEN))
                   IF (WS-POLICY-UNIT = 'M' AND WS-POLICY-NUMBER < 2)
                      OR (WS-POLICY-UNIT NOT = 'M'
                      AND WS-POLICY-NUMBER < 62)
                     MOVE 'BATCH1 UNDER 62D/2M - PREVIOUS MONTH KEPT'
                        TO WS-FIND-MESSAGE
                     PERFORM 720-WARNING
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 'UNKNOWN RETENTION KEY - IGNORED BY BATCH_12'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
           END-EVALUATE.

       600-CHECK-BOT-PATTERNS.
           MOVE 'bot_patterns' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE 0 TO WS-BOT-PATTERN-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BOT_PATTERNS_FILE
           IF WS-BOT-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - USER-AGENT CLASSIFICATION IS OFF'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO BOT-PATTERN-REC
               READ BOT_PATTERNS_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF BOT-PATTERN-REC NOT = SPACES
                    AND BPR-TYPE(1:1) NOT = '*'
                   PERFORM 610-CHECK-BOT-PATTERN-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE BOT_PATTERNS_FILE
           END-IF
           MOVE WS-BOT-PATTERN-COUNT TO WS-FILE-LOADED
           PERFORM 790-END-FILE.

       610-CHECK-BOT-PATTERN-LINE.
           MOVE BOT-PATTERN-REC TO WS-FIND-TEXT
           IF BPR-TYPE NOT = "BOT" AND BPR-TYPE NOT = "SUSPECT"
              AND BPR-TYPE NOT = "SEARCH" AND BPR-TYPE NOT = "SELF"
             MOVE 'UNKNOWN TYPE - LINE IGNORED BY BATCH_2'
                TO WS-FIND-MESSAGE
             PERFORM 720-WARNING
           ELSE
             IF BPR-PATTERN = SPACES
               MOVE 'NO PATTERN (COLUMNS 9-48) - LINE IGNORED'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             ELSE
               IF WS-BOT-PATTERN-COUNT >= WS-MAX-BOT-PATTERNS
                 MOVE 'CAPACITY 200 PATTERNS EXCEEDED - LINE IGNORED'
                    TO WS-FIND-MESSAGE
                 PERFORM 720-WARNING
               ELSE
                 PERFORM 620-CHECK-BOT-PATTERN-TEXT
               END-IF
             END-IF
           END-IF.

       620-CHECK-BOT-PATTERN-TEXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BPR-PATTERN))
              TO WS-BOT-UPPER
           COMPUTE WS-BOT-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(BPR-PATTERN))
           MOVE 0 TO BP-IDX
           IF WS-BOT-PATTERN-COUNT > 0
             PERFORM VARYING BP-IDX FROM 1 BY 1
             UNTIL BP-IDX > WS-BOT-PATTERN-COUNT
                OR (BP-TYPE(BP-IDX) = BPR-TYPE
                AND BP-PATTERN(BP-IDX) = WS-BOT-UPPER)
               CONTINUE
             END-PERFORM
           END-IF
           IF BP-IDX > 0 AND BP-IDX <= WS-BOT-PATTERN-COUNT
             MOVE BP-LINE(BP-IDX) TO WS-EDIT-LINE
             MOVE 'DUPLICATE PATTERN - SEE LINE' TO WS-FIND-MESSAGE
             MOVE WS-EDIT-LINE TO WS-FIND-MESSAGE(30:5)
             PERFORM 720-WARNING
           END-IF
           IF WS-BOT-LEN < 3
             MOVE 'PATTERN UNDER 3 CHARACTERS - MATCHES TOO WIDELY'
                TO WS-FIND-MESSAGE
             PERFORM 720-WARNING
           END-IF
           IF BPR-TYPE = "BOT" OR BPR-TYPE = "SUSPECT"
             MOVE 0 TO WS-BOT-TALLY
             INSPECT WS-BROWSER-AGENTS TALLYING WS-BOT-TALLY
                FOR ALL WS-BOT-UPPER(1:WS-BOT-LEN)
             IF WS-BOT-TALLY > 0
               MOVE 'PATTERN MATCHES A STANDARD BROWSER USER-AGENT'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
           END-IF
           ADD 1 TO WS-BOT-PATTERN-COUNT
           MOVE BPR-TYPE TO BP-TYPE(WS-BOT-PATTERN-COUNT)
           MOVE WS-BOT-UPPER TO BP-PATTERN(WS-BOT-PATTERN-COUNT)
           MOVE WS-LINE-NO TO BP-LINE(WS-BOT-PATTERN-COUNT).

       650-CHECK-PSEUDONYM-KEY.
           MOVE 'pseudonym_key' TO WS-FIND-FILE
           PERFORM 700-START-FILE
           MOVE 0 TO WS-KEY-LINES
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-FIND-TEXT
           OPEN INPUT PSEUDONYM_KEY_FILE
           IF WS-KEY-FILE-STATUS NOT = "00"
             MOVE 'FILE MISSING - PSEUDONYMISED EXPORTS REFUSED'
                TO WS-FIND-MESSAGE
             PERFORM 720-WARNING
           ELSE
             PERFORM UNTIL WS-EOF-SW = "Y"
               MOVE SPACES TO PSEUDONYM-KEY-REC
               READ PSEUDONYM_KEY_FILE
                 AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-LINE-NO
                 IF PSEUDONYM-KEY-REC NOT = SPACES
                    AND PSEUDONYM-KEY-REC(1:1) NOT = '*'
                   PERFORM 660-CHECK-KEY-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE PSEUDONYM_KEY_FILE
             MOVE SPACES TO PSEUDONYM-KEY-REC
             IF WS-KEY-LINES = 0
               MOVE 'NO KEY LINE - PSEUDONYMISED EXPORTS REFUSED'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             END-IF
           END-IF
           PERFORM 790-END-FILE.

       660-CHECK-KEY-LINE.
           ADD 1 TO WS-KEY-LINES
           IF WS-KEY-LINES > 1
             MOVE 'EXTRA KEY LINE - IGNORED, FIRST KEY IS USED'
                TO WS-FIND-MESSAGE
             PERFORM 720-WARNING
           ELSE
             COMPUTE WS-KEY-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(PSEUDONYM-KEY-REC))
             IF WS-KEY-LEN < 16
               MOVE 'KEY UNDER 16 CHARACTERS - EXPORTS REFUSED'
                  TO WS-FIND-MESSAGE
               PERFORM 720-WARNING
             ELSE
               IF WS-KEY-LEN > 64
                 MOVE 'KEY OVER 64 CHARACTERS - ONLY FIRST 64 USED'
                    TO WS-FIND-MESSAGE
                 PERFORM 720-WARNING
               END-IF
               MOVE 1 TO WS-FILE-LOADED
             END-IF
           END-IF.

       700-START-FILE.
           ADD 1 TO WS-FILES-CHECKED
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-FILE-FATAL
           MOVE 0 TO WS-FILE-WARNING
           MOVE 0 TO WS-FILE-LOADED
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           STRING 'FILE ' DELIMITED BY SIZE
              WS-FIND-FILE DELIMITED BY SPACE
              '.txt' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       710-FATAL.
           MOVE 'FATAL' TO WS-FIND-SEVERITY
           ADD 1 TO WS-FATAL-COUNT
           ADD 1 TO WS-FILE-FATAL
           PERFORM 730-WRITE-FINDING.

       720-WARNING.
           MOVE 'WARNING' TO WS-FIND-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           ADD 1 TO WS-FILE-WARNING
           PERFORM 730-WRITE-FINDING.

       730-WRITE-FINDING.
           MOVE WS-LINE-NO TO WS-EDIT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-FIND-SEVERITY DELIMITED BY SIZE
              ' LINE ' DELIMITED BY SIZE
              WS-EDIT-LINE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-FIND-MESSAGE DELIMITED BY SIZE
              ' : ' DELIMITED BY SIZE
              WS-FIND-TEXT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           DISPLAY WS-FIND-SEVERITY " " WS-FIND-FILE " LINE "
              WS-EDIT-LINE " " WS-FIND-MESSAGE.

       790-END-FILE.
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-LINE-NO TO WS-EDIT-COUNT
           STRING '  LINES ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           MOVE WS-FILE-LOADED TO WS-EDIT-COUNT
           MOVE ' LOADED ' TO WS-REPORT-TEXT(14:8)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(22:5)
           MOVE WS-FILE-FATAL TO WS-EDIT-COUNT
           MOVE ' FATAL ' TO WS-REPORT-TEXT(27:7)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(34:5)
           MOVE WS-FILE-WARNING TO WS-EDIT-COUNT
           MOVE ' WARNING ' TO WS-REPORT-TEXT(39:9)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(48:5)
           IF WS-FILE-FATAL = 0 AND WS-FILE-WARNING = 0
             MOVE ' - OK' TO WS-REPORT-TEXT(53:5)
           END-IF
           PERFORM 490-WRITE-REPORT-LINE.

       490-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO VR-TEXT
           MOVE X'0A' TO VR-LINE-FEED
           WRITE VALIDATION-REPORT-LINE.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_13' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'FILES=' DELIMITED BY SIZE
              WS-FILES-CHECKED DELIMITED BY SIZE
              ' FATAL=' DELIMITED BY SIZE
              WS-FATAL-COUNT DELIMITED BY SIZE
              ' WARNING=' DELIMITED BY SIZE
              WS-WARNING-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

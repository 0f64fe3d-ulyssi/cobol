      ******************************************************************
      *  Batch15
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_15.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REQUEST_FILE ASSIGN TO
               '/oscobol/src/erasure_requests.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT POLICY_FILE ASSIGN TO
               '/oscobol/src/retention_policy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT MASTER_FILE ASSIGN TO DYNAMIC WS-ERASE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-IP
           FILE STATUS IS WS-ERASE-FILE-STATUS.
           SELECT SIEM_SEQUENCE ASSIGN TO
               '/oscobol/src/siem_sequence.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT SIEM_SENT_LOG ASSIGN TO
               '/oscobol/src/siem_sent_log.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ERASE_OUT_140 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_118 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_135 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_89 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_86 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_92 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_OUT_113 ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ERASE_IN_LS ASSIGN TO DYNAMIC WS-ERASE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERASE-FILE-STATUS.
           SELECT ERASE_OUT_LS ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT OPTIONAL CERTIFICATE_LOG ASSIGN TO
               '/oscobol/src/erasure_certificate_log.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
       FD REQUEST_FILE.
       01 REQUEST-RECORD PIC X(200).

       FD POLICY_FILE.
       01 POLICY-REC.
         02 PL-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 PL-VALUE-TEXT PIC X(10).

       FD MASTER_FILE.
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

       FD SIEM_SEQUENCE.
       01 SIEM-SEQUENCE-REC.
         02 SQ-LAST-SEQUENCE PIC 9(8).
         02 SQ-SEP1 PIC X(1).
         02 SQ-LAST-RUN-DATE PIC X(8).
         02 SQ-LINE-FEED PIC X.

       FD SIEM_SENT_LOG.
       01 SIEM-SENT-REC.
         02 SL-SEQUENCE PIC 9(8).
         02 SL-SEP1 PIC X(1).
         02 SL-RUN-DATE PIC X(8).
         02 SL-SEP2 PIC X(1).
         02 SL-SENT-DATE PIC X(8).
         02 SL-SEP3 PIC X(1).
         02 SL-SENT-TIME PIC X(6).
         02 SL-SEP4 PIC X(1).
         02 SL-EVENTS PIC 9(7).
         02 SL-SEP5 PIC X(1).
         02 SL-HASH PIC 9(15).
         02 SL-SEP6 PIC X(1).
         02 SL-STATUS PIC X(7).
         02 SL-SEP7 PIC X(1).
         02 SL-RESENDS PIC 9(3).
         02 SL-SEP8 PIC X(1).
         02 SL-ACK-DATE PIC X(8).
         02 SL-LINE-FEED PIC X.

       FD ERASE_OUT_140.
       01 ERASE-OUT-140-REC.
         02 EO-140-DATA PIC X(139).
         02 EO-140-LINE-FEED PIC X.

       FD ERASE_OUT_118.
       01 ERASE-OUT-118-REC.
         02 EO-118-DATA PIC X(117).
         02 EO-118-LINE-FEED PIC X.

       FD ERASE_OUT_135.
       01 ERASE-OUT-135-REC.
         02 EO-135-DATA PIC X(134).
         02 EO-135-LINE-FEED PIC X.

       FD ERASE_OUT_89.
       01 ERASE-OUT-89-REC.
         02 EO-89-DATA PIC X(88).
         02 EO-89-LINE-FEED PIC X.

       FD ERASE_OUT_86.
       01 ERASE-OUT-86-REC.
         02 EO-86-DATA PIC X(85).
         02 EO-86-LINE-FEED PIC X.

       FD ERASE_OUT_92.
       01 ERASE-OUT-92-REC.
         02 EO-92-DATA PIC X(91).
         02 EO-92-LINE-FEED PIC X.

       FD ERASE_OUT_113.
       01 ERASE-OUT-113-REC.
         02 EO-113-DATA PIC X(112).
         02 EO-113-LINE-FEED PIC X.

       FD ERASE_IN_LS.
       01 ERASE-IN-LS-REC PIC X(1024).

       FD ERASE_OUT_LS.
       01 ERASE-OUT-LS-REC PIC X(1024).

       FD CERTIFICATE_LOG.
       01 CERTIFICATE-LINE.
         02 CL-TEXT PIC X(130).
         02 CL-LINE-FEED PIC X.

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

       01 ERASURE-REQUEST-TABLE.
        02 ERASURE-REQUEST-ENTRY OCCURS 100 TIMES.
           03 RQ-ID PIC X(20).
           03 RQ-BY PIC X(30).
           03 RQ-IP-COUNT PIC 9(4).
       77 RQ-IDX PIC 9(4).
       77 WS-MAX-REQUESTS PIC 9(4) VALUE 100.
       77 WS-REQUEST-COUNT PIC 9(4) VALUE 0.

       01 ERASURE-IP-TABLE.
        02 ERASURE-IP-ENTRY OCCURS 500 TIMES.
           03 EI-REQ PIC 9(4).
           03 EI-PADDED PIC X(15).
           03 EI-RAW PIC X(15).
           03 EI-RAW-LEN PIC 99.
           03 EI-HOST-POS PIC 99.
       77 EI-IDX PIC 9(4).
       77 WS-MAX-IPS PIC 9(4) VALUE 500.
       77 WS-IP-COUNT PIC 9(4) VALUE 0.

       01 INVALID-LINE-TABLE.
        02 INVALID-LINE-ENTRY OCCURS 100 TIMES.
           03 IL-TEXT PIC X(130).
       77 IL-IDX PIC 9(4).
       77 WS-INVALID-COUNT PIC 9(4) VALUE 0.

       01 ERASURE-TYPE-TABLE.
        02 ERASURE-TYPE-ENTRY OCCURS 6 TIMES.
           03 ET-PREFIX PIC X(30).
           03 ET-SUFFIX PIC X(20).
           03 ET-KIND PIC X(1).
       77 ET-IDX PIC 9.
       77 WS-ERASE-TYPE-COUNT PIC 9 VALUE 6.

       01 ERASURE-FILE-TABLE.
        02 ERASURE-FILE-ENTRY OCCURS 5000 TIMES.
           03 FL-NAME PIC X(45).
           03 FL-KIND PIC X(1).
       77 FL-IDX PIC 9(4).
       77 WS-MAX-FILES PIC 9(4) VALUE 5000.
       77 WS-FILE-COUNT PIC 9(4) VALUE 0.
       77 WS-FILE-FULL-SW PIC X VALUE "N".
       77 WS-ADD-KIND PIC X VALUE SPACE.

       01 WS-FILE-DETAILS.
          05 WS-FILE-SIZE PIC X(8) COMP-X.
          05 WS-FILE-DATE PIC X(4).
          05 WS-FILE-TIME PIC X(4).

       01 WS-REQUEST-FIELDS.
          05 WS-RQ-ID PIC X(20).
          05 WS-RQ-IP PIC X(20).
          05 WS-RQ-BY PIC X(30).

       01 WS-IP-PARTS.
          05 WS-IP-PART PIC X(4) OCCURS 5 TIMES.

       01 WS-NORM-IP.
          05 WS-NORM-OCTET-1 PIC 9(3).
          05 FILLER PIC X(1) VALUE '.'.
          05 WS-NORM-OCTET-2 PIC 9(3).
          05 FILLER PIC X(1) VALUE '.'.
          05 WS-NORM-OCTET-3 PIC 9(3).
          05 FILLER PIC X(1) VALUE '.'.
          05 WS-NORM-OCTET-4 PIC 9(3).

       01 WS-RAW-OCTETS.
          05 WS-RAW-OCTET-1 PIC ZZ9.
          05 WS-RAW-OCTET-2 PIC ZZ9.
          05 WS-RAW-OCTET-3 PIC ZZ9.
          05 WS-RAW-OCTET-4 PIC ZZ9.

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-DATE-TEXT PIC X(8) VALUE SPACES.
       77 WS-MODE-TEXT PIC X(10) VALUE SPACES.
       77 WS-SIMULATE-SW PIC X VALUE "N".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RUN-YMD PIC 9(8) VALUE 0.
       77 WS-RUN-INT PIC 9(8) VALUE 0.
       77 WS-DAY-INT PIC 9(8) VALUE 0.
       77 WS-DAY-YMD PIC 9(8) VALUE 0.
       77 WS-SCAN-FROM-INT PIC 9(8) VALUE 0.

       77 WS-POLICY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-POLICY-EOF-SW PIC X VALUE "N".
       77 WS-POLICY-VALUE PIC X(10) VALUE SPACES.
       77 WS-POLICY-LEN PIC 99 VALUE 0.
       77 WS-SCAN-DAYS PIC 9(5) VALUE 1100.
       77 WS-TREND-DAYS PIC 9(5) VALUE 400.

       77 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-REQUEST-EOF-SW PIC X VALUE "N".
       77 WS-REQUEST-LINE-NUM PIC 9(6) VALUE 0.
       77 WS-REQUEST-PATH PIC X(80) VALUE
           '/oscobol/src/erasure_requests.txt'.
       77 WS-CONSUMED-PATH PIC X(80) VALUE SPACES.
       77 WS-RQ-ERROR PIC X(30) VALUE SPACES.
       77 WS-IP-PART-COUNT PIC 9 VALUE 0.
       77 WS-IP-PART-IDX PIC 9 VALUE 0.
       77 WS-OCTET-VALUE PIC 9(5) VALUE 0.
       77 WS-RAW-IP PIC X(15) VALUE SPACES.
       77 WS-RAW-LEN PIC 99 VALUE 0.
       77 WS-HOST-LEN PIC 99 VALUE 0.

       77 WS-SEQ-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-LOG-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-SIEM-EOF-SW PIC X VALUE "N".
       77 WS-SIEM-LAST-SEQ PIC 9(8) VALUE 0.
       77 WS-SIEM-SEQ PIC 9(8) VALUE 0.

       77 WS-ERASE-PATH PIC X(80) VALUE SPACES.
       77 WS-TEMP-PATH PIC X(80) VALUE SPACES.
       77 WS-ERASE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-TEMP-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-ERASE-EOF-SW PIC X VALUE "N".
       77 WS-ERASE-BUFFER PIC X(1024) VALUE SPACES.
       77 WS-REC-LEN PIC 9(4) VALUE 0.
       77 WS-MASK-SW PIC X VALUE "N".
       77 WS-REC-MATCH-SW PIC X VALUE "N".
       77 WS-FILE-ERROR-SW PIC X VALUE "N".
       77 WS-ACTION PIC X(6) VALUE SPACES.
       77 WS-FILE-RESULT PIC X(11) VALUE SPACES.
       77 WS-RECORDS PIC 9(9) VALUE 0.
       77 WS-MATCHES PIC 9(7) VALUE 0.
       77 WS-CNT-BEFORE PIC 9(9) VALUE 0.
       77 WS-CNT-MATCHED PIC 9(7) VALUE 0.
       77 WS-CNT-AFTER PIC 9(9) VALUE 0.
       77 WS-CNT-LEFT PIC 9(7) VALUE 0.
       77 WS-CNT-EXPECTED PIC 9(9) VALUE 0.

       77 WS-SCAN-TEXT PIC X(15) VALUE SPACES.
       77 WS-SCAN-LEN PIC 99 VALUE 0.
       77 WS-SCAN-HOST PIC 99 VALUE 0.
       77 WS-SCAN-POS PIC 9(4) VALUE 0.
       77 WS-SCAN-LAST PIC 9(4) VALUE 0.
       77 WS-SCAN-TALLY PIC 9(4) VALUE 0.
       77 WS-BOUNDARY-SW PIC X VALUE "N".
       77 WS-BOUNDARY-CHAR PIC X VALUE SPACE.

       77 WS-REQ-FILES PIC 9(6) VALUE 0.
       77 WS-REQ-TOUCHED PIC 9(6) VALUE 0.
       77 WS-REQ-ERASED PIC 9(7) VALUE 0.
       77 WS-REQ-MASKED PIC 9(7) VALUE 0.
       77 WS-REQ-FAILED PIC 9(6) VALUE 0.
       77 WS-TOTAL-ERASED PIC 9(7) VALUE 0.
       77 WS-TOTAL-MASKED PIC 9(7) VALUE 0.
       77 WS-TOTAL-FAILED PIC 9(4) VALUE 0.
       77 WS-CERT-NUMBER PIC 9(3) VALUE 0.

       77 WS-EDIT-COUNT PIC ZZZZZ9.
       77 WS-EDIT-LINE PIC ZZZZZ9.
       77 WS-EDIT-BEFORE PIC Z(8)9.
       77 WS-EDIT-MATCHED PIC Z(6)9.
       77 WS-EDIT-AFTER PIC Z(8)9.
       77 WS-EDIT-LEFT PIC Z(6)9.
       77 WS-CERT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 15  :                                    !".
           DISPLAY "! EFFACEMENT DES DONNEES PERSONNELLES (IP)       !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_15 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
             IF WS-SIMULATE-SW = "Y"
               DISPLAY "  RUN MODE            : SIMULATE - NOTHING "
                  "CHANGED"
             END-IF
             DISPLAY "  REQUESTS            : " WS-REQUEST-COUNT
             DISPLAY "  SUBJECT IPS         : " WS-IP-COUNT
             DISPLAY "  INVALID LINES       : " WS-INVALID-COUNT
             DISPLAY "  FILES CHECKED       : " WS-FILE-COUNT
             DISPLAY "  RECORDS ERASED      : " WS-TOTAL-ERASED
             DISPLAY "  RECORDS MASKED      : " WS-TOTAL-MASKED
             DISPLAY "  FILES FAILED        : " WS-TOTAL-FAILED
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
               IF WS-SIMULATE-SW = "Y" OR WS-REQUEST-COUNT = 0
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
             DISPLAY "USAGE : BATCH_15 [<YYYYMMDD>][,SIMULATE]"
             DISPLAY "  REQUESTS : /oscobol/src/erasure_requests.txt"
             DISPLAY "  <REQUEST-ID>,<IP>[,<REQUESTED-BY>]"
           ELSE
             PERFORM 100-LOAD-REQUESTS
             IF WS-REQUEST-COUNT = 0 AND WS-INVALID-COUNT = 0
               DISPLAY "NO ERASURE REQUESTS - NOTHING TO DO"
             ELSE
               PERFORM 810-INIT-ERASURE-TYPES
               PERFORM 835-LOAD-POLICY
               PERFORM 200-BUILD-FILE-LIST
               OPEN EXTEND CERTIFICATE_LOG
               PERFORM 600-WRITE-RUN-HEADER
               PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-REQUEST-COUNT
                 PERFORM 300-PROCESS-REQUEST
               END-PERFORM
               CLOSE CERTIFICATE_LOG
               IF WS-SIMULATE-SW = "Y"
                 DISPLAY "SIMULATE - ERASURE REQUESTS LEFT IN PLACE"
               ELSE
                 IF WS-TOTAL-FAILED > 0
                   DISPLAY "*** WARNING: ERASURE INCOMPLETE - REQUESTS "
                      "LEFT IN PLACE FOR THE NEXT RUN ***"
                 ELSE
                   PERFORM 180-ROTATE-REQUESTS
                 END-IF
               END-IF
             END-IF
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

       810-INIT-ERASURE-TYPES.
           MOVE 'transactions.' TO ET-PREFIX(1)
           MOVE '.batch1.txt' TO ET-SUFFIX(1)
           MOVE '1' TO ET-KIND(1)
           MOVE 'transactions.' TO ET-PREFIX(2)
           MOVE '.batch2.txt' TO ET-SUFFIX(2)
           MOVE '2' TO ET-KIND(2)
           MOVE 'transactions.' TO ET-PREFIX(3)
           MOVE '.batch2.late.txt' TO ET-SUFFIX(3)
           MOVE '2' TO ET-KIND(3)
           MOVE 'visitor_master.g' TO ET-PREFIX(4)
           MOVE '.idx' TO ET-SUFFIX(4)
           MOVE 'M' TO ET-KIND(4)
           MOVE 'data_rejects.repair.' TO ET-PREFIX(5)
           MOVE '.done.txt' TO ET-SUFFIX(5)
           MOVE 'L' TO ET-KIND(5)
           MOVE 'replay_input.' TO ET-PREFIX(6)
           MOVE '.consumed.txt' TO ET-SUFFIX(6)
           MOVE 'L' TO ET-KIND(6).

       835-LOAD-POLICY.
           MOVE "N" TO WS-POLICY-EOF-SW
           OPEN INPUT POLICY_FILE
           IF WS-POLICY-FILE-STATUS = "00"
             PERFORM UNTIL WS-POLICY-EOF-SW = "Y"
               READ POLICY_FILE
                 AT END MOVE "Y" TO WS-POLICY-EOF-SW
               END-READ
               IF WS-POLICY-EOF-SW NOT = "Y"
                  AND (FUNCTION TRIM(PL-KEY) = "SCANDAYS"
                  OR FUNCTION TRIM(PL-KEY) = "TRENDDAYS")
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PL-VALUE-TEXT))
                    TO WS-POLICY-VALUE
                 MOVE 0 TO WS-POLICY-LEN
                 INSPECT WS-POLICY-VALUE TALLYING WS-POLICY-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-POLICY-LEN > 1
                    AND WS-POLICY-VALUE(WS-POLICY-LEN:1) = 'D'
                   SUBTRACT 1 FROM WS-POLICY-LEN
                 END-IF
                 IF WS-POLICY-LEN > 0 AND WS-POLICY-LEN < 6
                    AND WS-POLICY-VALUE(1:WS-POLICY-LEN) NUMERIC
                   IF FUNCTION TRIM(PL-KEY) = "SCANDAYS"
                     COMPUTE WS-SCAN-DAYS = FUNCTION NUMVAL(
                        WS-POLICY-VALUE(1:WS-POLICY-LEN))
                   ELSE
                     COMPUTE WS-TREND-DAYS = FUNCTION NUMVAL(
                        WS-POLICY-VALUE(1:WS-POLICY-LEN))
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE POLICY_FILE
           END-IF
           IF WS-SCAN-DAYS < WS-TREND-DAYS
             MOVE WS-TREND-DAYS TO WS-SCAN-DAYS
           END-IF
           COMPUTE WS-SCAN-FROM-INT = WS-RUN-INT - WS-SCAN-DAYS + 1.

       100-LOAD-REQUESTS.
           MOVE "N" TO WS-REQUEST-EOF-SW
           OPEN INPUT REQUEST_FILE
           IF WS-REQUEST-FILE-STATUS = "00"
             PERFORM UNTIL WS-REQUEST-EOF-SW = "Y"
               MOVE SPACES TO REQUEST-RECORD
               READ REQUEST_FILE
                 AT END MOVE "Y" TO WS-REQUEST-EOF-SW
               END-READ
               IF WS-REQUEST-EOF-SW NOT = "Y"
                 ADD 1 TO WS-REQUEST-LINE-NUM
                 IF REQUEST-RECORD NOT = SPACES
                    AND REQUEST-RECORD(1:1) NOT = '*'
                   PERFORM 110-PROCESS-REQUEST-LINE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE REQUEST_FILE
           ELSE
             DISPLAY "NO ERASURE REQUEST FILE "
                "/oscobol/src/erasure_requests.txt"
           END-IF.

       110-PROCESS-REQUEST-LINE.
           MOVE SPACES TO WS-REQUEST-FIELDS
           MOVE SPACES TO WS-RQ-ERROR
           UNSTRING REQUEST-RECORD DELIMITED BY ","
              INTO WS-RQ-ID WS-RQ-IP WS-RQ-BY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RQ-ID))
              TO WS-RQ-ID
           MOVE FUNCTION TRIM(WS-RQ-IP) TO WS-RQ-IP
           MOVE FUNCTION TRIM(WS-RQ-BY) TO WS-RQ-BY
           IF WS-RQ-ID = SPACES
             MOVE 'REQUEST ID MISSING' TO WS-RQ-ERROR
           ELSE
             PERFORM 120-NORMALISE-IP
           END-IF
           IF WS-RQ-ERROR = SPACES
             PERFORM 130-ADD-REQUEST-IP
           END-IF
           IF WS-RQ-ERROR NOT = SPACES
             MOVE WS-REQUEST-LINE-NUM TO WS-EDIT-LINE
             DISPLAY "*** ERASURE REQUEST LINE " WS-EDIT-LINE
                " REJECTED : " WS-RQ-ERROR
             IF WS-INVALID-COUNT < WS-MAX-REQUESTS
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO IL-TEXT(WS-INVALID-COUNT)
               STRING '  INVALID LINE ' DELIMITED BY SIZE
                  WS-EDIT-LINE DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-RQ-ERROR DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  REQUEST-RECORD DELIMITED BY SIZE
                  INTO IL-TEXT(WS-INVALID-COUNT)
             END-IF
             MOVE "A" TO WS-RUN-STATUS
           END-IF.

       120-NORMALISE-IP.
           MOVE SPACES TO WS-IP-PARTS
           MOVE 0 TO WS-IP-PART-COUNT
           UNSTRING WS-RQ-IP DELIMITED BY "."
              INTO WS-IP-PART(1) WS-IP-PART(2) WS-IP-PART(3)
                 WS-IP-PART(4) WS-IP-PART(5)
              TALLYING IN WS-IP-PART-COUNT
           IF WS-IP-PART-COUNT NOT = 4
             MOVE 'INVALID IP ADDRESS' TO WS-RQ-ERROR
           ELSE
             PERFORM VARYING WS-IP-PART-IDX FROM 1 BY 1
             UNTIL WS-IP-PART-IDX > 4
               IF WS-IP-PART(WS-IP-PART-IDX) = SPACES
                  OR FUNCTION TRIM(WS-IP-PART(WS-IP-PART-IDX))
                     NOT NUMERIC
                 MOVE 'INVALID IP ADDRESS' TO WS-RQ-ERROR
               ELSE
                 COMPUTE WS-OCTET-VALUE = FUNCTION NUMVAL(
                    FUNCTION TRIM(WS-IP-PART(WS-IP-PART-IDX)))
                 IF WS-OCTET-VALUE > 255
                   MOVE 'INVALID IP ADDRESS' TO WS-RQ-ERROR
                 ELSE
                   EVALUATE WS-IP-PART-IDX
                     WHEN 1 MOVE WS-OCTET-VALUE TO WS-NORM-OCTET-1
                     WHEN 2 MOVE WS-OCTET-VALUE TO WS-NORM-OCTET-2
                     WHEN 3 MOVE WS-OCTET-VALUE TO WS-NORM-OCTET-3
                     WHEN OTHER MOVE WS-OCTET-VALUE TO WS-NORM-OCTET-4
                   END-EVALUATE
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-RQ-ERROR = SPACES
             MOVE WS-NORM-OCTET-1 TO WS-RAW-OCTET-1
             MOVE WS-NORM-OCTET-2 TO WS-RAW-OCTET-2
             MOVE WS-NORM-OCTET-3 TO WS-RAW-OCTET-3
             MOVE WS-NORM-OCTET-4 TO WS-RAW-OCTET-4
             MOVE SPACES TO WS-RAW-IP
             STRING FUNCTION TRIM(WS-RAW-OCTET-1) DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                FUNCTION TRIM(WS-RAW-OCTET-2) DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                FUNCTION TRIM(WS-RAW-OCTET-3) DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                FUNCTION TRIM(WS-RAW-OCTET-4) DELIMITED BY SIZE
                INTO WS-RAW-IP
             COMPUTE WS-RAW-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-IP))
             COMPUTE WS-HOST-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-OCTET-4))
           END-IF.

       130-ADD-REQUEST-IP.
           MOVE 0 TO RQ-IDX
           IF WS-REQUEST-COUNT > 0
             PERFORM VARYING RQ-IDX FROM 1 BY 1
             UNTIL RQ-IDX > WS-REQUEST-COUNT
                OR RQ-ID(RQ-IDX) = WS-RQ-ID
               CONTINUE
             END-PERFORM
           END-IF
           IF RQ-IDX = 0 OR RQ-IDX > WS-REQUEST-COUNT
             IF WS-REQUEST-COUNT >= WS-MAX-REQUESTS
               MOVE 'CAPACITY 100 REQUESTS EXCEEDED' TO WS-RQ-ERROR
             ELSE
               ADD 1 TO WS-REQUEST-COUNT
               MOVE WS-REQUEST-COUNT TO RQ-IDX
               MOVE WS-RQ-ID TO RQ-ID(RQ-IDX)
               MOVE SPACES TO RQ-BY(RQ-IDX)
               MOVE 0 TO RQ-IP-COUNT(RQ-IDX)
             END-IF
           END-IF
           IF WS-RQ-ERROR = SPACES
             IF RQ-BY(RQ-IDX) = SPACES
               MOVE WS-RQ-BY TO RQ-BY(RQ-IDX)
             END-IF
             MOVE 0 TO EI-IDX
             IF WS-IP-COUNT > 0
               PERFORM VARYING EI-IDX FROM 1 BY 1
               UNTIL EI-IDX > WS-IP-COUNT
                  OR (EI-REQ(EI-IDX) = RQ-IDX
                  AND EI-PADDED(EI-IDX) = WS-NORM-IP)
                 CONTINUE
               END-PERFORM
             END-IF
             IF EI-IDX = 0 OR EI-IDX > WS-IP-COUNT
               IF WS-IP-COUNT >= WS-MAX-IPS
                 MOVE 'CAPACITY 500 IPS EXCEEDED' TO WS-RQ-ERROR
               ELSE
                 ADD 1 TO WS-IP-COUNT
                 ADD 1 TO RQ-IP-COUNT(RQ-IDX)
                 MOVE RQ-IDX TO EI-REQ(WS-IP-COUNT)
                 MOVE WS-NORM-IP TO EI-PADDED(WS-IP-COUNT)
                 MOVE WS-RAW-IP TO EI-RAW(WS-IP-COUNT)
                 MOVE WS-RAW-LEN TO EI-RAW-LEN(WS-IP-COUNT)
                 COMPUTE EI-HOST-POS(WS-IP-COUNT) =
                    WS-RAW-LEN - WS-HOST-LEN + 1
               END-IF
             END-IF
           END-IF.

       180-ROTATE-REQUESTS.
           MOVE SPACES TO WS-CONSUMED-PATH
           STRING '/oscobol/src/erasure_requests.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              '.done.txt' DELIMITED BY SIZE
              INTO WS-CONSUMED-PATH
           CALL 'CBL_COPY_FILE'
              USING WS-REQUEST-PATH WS-CONSUMED-PATH
           IF RETURN-CODE = 0
             OPEN OUTPUT REQUEST_FILE
             CLOSE REQUEST_FILE
             DISPLAY "ERASURE REQUESTS CONSUMED - KEPT AS "
                WS-CONSUMED-PATH
           ELSE
             DISPLAY "*** WARNING: ERASURE REQUESTS NOT ROTATED - "
                "REMOVE PROCESSED LINES BEFORE THE NEXT RUN ***"
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           MOVE 0 TO RETURN-CODE.

       200-BUILD-FILE-LIST.
           MOVE '/oscobol/src/visitor_master.idx' TO WS-ERASE-PATH
           MOVE 'M' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/visitor_master.txt' TO WS-ERASE-PATH
           MOVE 'T' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/alert_history.txt' TO WS-ERASE-PATH
           MOVE 'H' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           PERFORM 220-ADD-SIEM-FEEDS
           MOVE '/oscobol/src/siem_resend.txt' TO WS-ERASE-PATH
           MOVE 'F' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/data_rejects.txt' TO WS-ERASE-PATH
           MOVE 'R' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/data_rejects.batch1.txt' TO WS-ERASE-PATH
           MOVE 'R' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/data_rejects.status.txt' TO WS-ERASE-PATH
           MOVE 'S' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/data_rejects.repair.txt' TO WS-ERASE-PATH
           MOVE 'L' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           MOVE '/oscobol/src/replay_input.txt' TO WS-ERASE-PATH
           MOVE 'L' TO WS-ADD-KIND
           PERFORM 210-ADD-IF-PRESENT
           PERFORM VARYING ET-IDX FROM 1 BY 1
           UNTIL ET-IDX > WS-ERASE-TYPE-COUNT
             PERFORM VARYING WS-DAY-INT FROM WS-RUN-INT BY -1
             UNTIL WS-DAY-INT < WS-SCAN-FROM-INT
               COMPUTE WS-DAY-YMD =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE SPACES TO WS-ERASE-PATH
               STRING '/oscobol/src/' DELIMITED BY SIZE
                  ET-PREFIX(ET-IDX) DELIMITED BY SPACE
                  WS-DAY-YMD DELIMITED BY SIZE
                  ET-SUFFIX(ET-IDX) DELIMITED BY SPACE
                  INTO WS-ERASE-PATH
               MOVE ET-KIND(ET-IDX) TO WS-ADD-KIND
               PERFORM 210-ADD-IF-PRESENT
             END-PERFORM
           END-PERFORM
           DISPLAY "FILES HOLDING IP ADDRESSES FOUND : " WS-FILE-COUNT.

       210-ADD-IF-PRESENT.
           CALL 'CBL_CHECK_FILE_EXIST'
              USING WS-ERASE-PATH WS-FILE-DETAILS
           IF RETURN-CODE = 0
             IF WS-FILE-COUNT < WS-MAX-FILES
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-ADD-KIND TO FL-KIND(WS-FILE-COUNT)
               MOVE WS-ERASE-PATH(14:45) TO FL-NAME(WS-FILE-COUNT)
             ELSE
               IF WS-FILE-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: FILE TABLE FULL AT "
                    WS-MAX-FILES " ENTRIES - FURTHER FILES NOT "
                    "CHECKED ***"
                 MOVE "Y" TO WS-FILE-FULL-SW
                 MOVE "A" TO WS-RUN-STATUS
               END-IF
             END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       220-ADD-SIEM-FEEDS.
           MOVE 0 TO WS-SIEM-LAST-SEQ
           OPEN INPUT SIEM_SEQUENCE
           IF WS-SEQ-FILE-STATUS = "00"
             READ SIEM_SEQUENCE
               AT END MOVE 0 TO SQ-LAST-SEQUENCE
             END-READ
             IF SQ-LAST-SEQUENCE NUMERIC
               MOVE SQ-LAST-SEQUENCE TO WS-SIEM-LAST-SEQ
             END-IF
             CLOSE SIEM_SEQUENCE
           END-IF
           MOVE "N" TO WS-SIEM-EOF-SW
           OPEN INPUT SIEM_SENT_LOG
           IF WS-LOG-FILE-STATUS = "00"
             PERFORM UNTIL WS-SIEM-EOF-SW = "Y"
               READ SIEM_SENT_LOG
                 AT END MOVE "Y" TO WS-SIEM-EOF-SW
               END-READ
               IF WS-SIEM-EOF-SW NOT = "Y"
                  AND SL-SEQUENCE NUMERIC
                 MOVE SL-SEQUENCE TO WS-SIEM-SEQ
                 IF WS-SIEM-SEQ > WS-SIEM-LAST-SEQ
                   MOVE WS-SIEM-SEQ TO WS-SIEM-LAST-SEQ
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SIEM_SENT_LOG
           END-IF
           PERFORM VARYING WS-SIEM-SEQ FROM 1 BY 1
           UNTIL WS-SIEM-SEQ > WS-SIEM-LAST-SEQ
             MOVE SPACES TO WS-ERASE-PATH
             STRING '/oscobol/src/siem_feed.' DELIMITED BY SIZE
                WS-SIEM-SEQ DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-ERASE-PATH
             MOVE 'F' TO WS-ADD-KIND
             PERFORM 210-ADD-IF-PRESENT
           END-PERFORM.

       300-PROCESS-REQUEST.
           ADD 1 TO WS-CERT-NUMBER
           MOVE 0 TO WS-REQ-FILES
           MOVE 0 TO WS-REQ-TOUCHED
           MOVE 0 TO WS-REQ-ERASED
           MOVE 0 TO WS-REQ-MASKED
           MOVE 0 TO WS-REQ-FAILED
           DISPLAY "ERASURE REQUEST " RQ-ID(RQ-IDX)
              " IPS " RQ-IP-COUNT(RQ-IDX)
           PERFORM 610-WRITE-REQUEST-HEADER
           PERFORM VARYING FL-IDX FROM 1 BY 1
           UNTIL FL-IDX > WS-FILE-COUNT
             PERFORM 310-PROCESS-FILE
           END-PERFORM
           PERFORM 630-WRITE-REQUEST-FOOTER.

       310-PROCESS-FILE.
           ADD 1 TO WS-REQ-FILES
           MOVE SPACES TO WS-ERASE-PATH
           STRING '/oscobol/src/' DELIMITED BY SIZE
              FL-NAME(FL-IDX) DELIMITED BY SPACE
              INTO WS-ERASE-PATH
           MOVE SPACES TO WS-TEMP-PATH
           STRING WS-ERASE-PATH DELIMITED BY SPACE
              '.erasure.tmp' DELIMITED BY SIZE
              INTO WS-TEMP-PATH
           IF FL-KIND(FL-IDX) = 'M' OR FL-KIND(FL-IDX) = 'H'
              OR FL-KIND(FL-IDX) = 'T'
             MOVE 'DELETE' TO WS-ACTION
           ELSE
             MOVE 'MASK' TO WS-ACTION
           END-IF
           MOVE "N" TO WS-FILE-ERROR-SW
           MOVE 0 TO WS-CNT-AFTER
           MOVE 0 TO WS-CNT-LEFT
           PERFORM 320-SCAN-FILE
           MOVE WS-RECORDS TO WS-CNT-BEFORE
           MOVE WS-MATCHES TO WS-CNT-MATCHED
           MOVE WS-RECORDS TO WS-CNT-AFTER
           EVALUATE TRUE
             WHEN WS-FILE-ERROR-SW = "Y"
               MOVE 'FAILED' TO WS-FILE-RESULT
             WHEN WS-CNT-MATCHED = 0
               MOVE 'NOT PRESENT' TO WS-FILE-RESULT
             WHEN WS-SIMULATE-SW = "Y"
               IF WS-ACTION = 'DELETE'
                 MOVE 'WOULD ERASE' TO WS-FILE-RESULT
               ELSE
                 MOVE 'WOULD MASK' TO WS-FILE-RESULT
               END-IF
               MOVE WS-CNT-MATCHED TO WS-CNT-LEFT
             WHEN OTHER
               PERFORM 340-REWRITE-FILE
               IF WS-FILE-ERROR-SW NOT = "Y"
                 PERFORM 320-SCAN-FILE
                 MOVE WS-RECORDS TO WS-CNT-AFTER
                 MOVE WS-MATCHES TO WS-CNT-LEFT
               END-IF
               MOVE WS-CNT-BEFORE TO WS-CNT-EXPECTED
               IF WS-ACTION = 'DELETE'
                 SUBTRACT WS-CNT-MATCHED FROM WS-CNT-EXPECTED
               END-IF
               IF WS-FILE-ERROR-SW = "Y" OR WS-CNT-LEFT > 0
                  OR WS-CNT-AFTER NOT = WS-CNT-EXPECTED
                 MOVE 'FAILED' TO WS-FILE-RESULT
               ELSE
                 IF WS-ACTION = 'DELETE'
                   MOVE 'ERASED' TO WS-FILE-RESULT
                   ADD WS-CNT-MATCHED TO WS-REQ-ERASED
                 ELSE
                   MOVE 'MASKED' TO WS-FILE-RESULT
                   ADD WS-CNT-MATCHED TO WS-REQ-MASKED
                 END-IF
               END-IF
           END-EVALUATE
           IF WS-CNT-MATCHED > 0
             ADD 1 TO WS-REQ-TOUCHED
           END-IF
           IF WS-FILE-RESULT = 'FAILED'
             ADD 1 TO WS-REQ-FAILED
             MOVE "A" TO WS-RUN-STATUS
             DISPLAY "*** ERASURE FAILED : " WS-ERASE-PATH
           END-IF
           PERFORM 620-WRITE-FILE-LINE.

       320-SCAN-FILE.
           MOVE 0 TO WS-RECORDS
           MOVE 0 TO WS-MATCHES
           MOVE "N" TO WS-MASK-SW
           IF FL-KIND(FL-IDX) = 'M'
             PERFORM 500-COUNT-MASTER
             IF WS-FILE-ERROR-SW NOT = "Y"
               PERFORM 510-FIND-MASTER-KEYS
             END-IF
           ELSE
             MOVE "N" TO WS-ERASE-EOF-SW
             PERFORM 400-OPEN-INPUT
             IF WS-ERASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-ERROR-SW
             ELSE
               PERFORM UNTIL WS-ERASE-EOF-SW = "Y"
                 PERFORM 410-READ-RECORD
                 IF WS-ERASE-EOF-SW NOT = "Y"
                   ADD 1 TO WS-RECORDS
                   PERFORM 430-CHECK-RECORD
                   IF WS-REC-MATCH-SW = "Y"
                     ADD 1 TO WS-MATCHES
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM 420-CLOSE-INPUT
             END-IF
           END-IF.

       340-REWRITE-FILE.
           IF FL-KIND(FL-IDX) = 'M'
             MOVE "Y" TO WS-MASK-SW
             PERFORM 510-FIND-MASTER-KEYS
             MOVE "N" TO WS-MASK-SW
           ELSE
             MOVE "Y" TO WS-MASK-SW
             MOVE "N" TO WS-ERASE-EOF-SW
             PERFORM 400-OPEN-INPUT
             IF WS-ERASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-ERROR-SW
             ELSE
               PERFORM 440-OPEN-OUTPUT
               IF WS-TEMP-FILE-STATUS NOT = "00"
                 MOVE "Y" TO WS-FILE-ERROR-SW
               ELSE
                 PERFORM UNTIL WS-ERASE-EOF-SW = "Y"
                   PERFORM 410-READ-RECORD
                   IF WS-ERASE-EOF-SW NOT = "Y"
                     PERFORM 430-CHECK-RECORD
                     IF WS-REC-MATCH-SW NOT = "Y"
                        OR WS-ACTION NOT = 'DELETE'
                       PERFORM 450-WRITE-RECORD
                     END-IF
                   END-IF
                 END-PERFORM
                 PERFORM 460-CLOSE-OUTPUT
               END-IF
               PERFORM 420-CLOSE-INPUT
             END-IF
             MOVE "N" TO WS-MASK-SW
             IF WS-FILE-ERROR-SW NOT = "Y"
               CALL 'CBL_COPY_FILE' USING WS-TEMP-PATH WS-ERASE-PATH
               IF RETURN-CODE NOT = 0
                 MOVE "Y" TO WS-FILE-ERROR-SW
               END-IF
             END-IF
             CALL 'CBL_DELETE_FILE' USING WS-TEMP-PATH
             MOVE 0 TO RETURN-CODE
           END-IF.

       400-OPEN-INPUT.
           OPEN INPUT ERASE_IN_LS.

       410-READ-RECORD.
           MOVE SPACES TO WS-ERASE-BUFFER
           READ ERASE_IN_LS INTO WS-ERASE-BUFFER
             AT END MOVE "Y" TO WS-ERASE-EOF-SW
           END-READ
           EVALUATE FL-KIND(FL-IDX)
             WHEN '1'
               MOVE 139 TO WS-REC-LEN
             WHEN '2'
               MOVE 117 TO WS-REC-LEN
             WHEN 'F'
               MOVE 134 TO WS-REC-LEN
             WHEN 'T'
               MOVE 88 TO WS-REC-LEN
             WHEN 'H'
               MOVE 85 TO WS-REC-LEN
             WHEN 'R'
               MOVE 91 TO WS-REC-LEN
             WHEN 'S'
               MOVE 112 TO WS-REC-LEN
             WHEN OTHER
               MOVE 1024 TO WS-REC-LEN
           END-EVALUATE.

       420-CLOSE-INPUT.
           CLOSE ERASE_IN_LS.

       430-CHECK-RECORD.
           MOVE "N" TO WS-REC-MATCH-SW
           PERFORM VARYING EI-IDX FROM 1 BY 1
           UNTIL EI-IDX > WS-IP-COUNT
             IF EI-REQ(EI-IDX) = RQ-IDX
               EVALUATE FL-KIND(FL-IDX)
                 WHEN '1'
                   IF WS-ERASE-BUFFER(62:15) = EI-PADDED(EI-IDX)
                     MOVE "Y" TO WS-REC-MATCH-SW
                     IF WS-MASK-SW = "Y"
                       MOVE '999' TO WS-ERASE-BUFFER(74:3)
                     END-IF
                   END-IF
                 WHEN '2'
                   IF WS-ERASE-BUFFER(1:15) = EI-PADDED(EI-IDX)
                     MOVE "Y" TO WS-REC-MATCH-SW
                     IF WS-MASK-SW = "Y"
                       MOVE '999' TO WS-ERASE-BUFFER(13:3)
                     END-IF
                   END-IF
                 WHEN 'F'
                   IF WS-ERASE-BUFFER(1:3) = 'EVT'
                      AND WS-ERASE-BUFFER(30:9) = 'IP'
                      AND WS-ERASE-BUFFER(40:15) = EI-PADDED(EI-IDX)
                     MOVE "Y" TO WS-REC-MATCH-SW
                     IF WS-MASK-SW = "Y"
                       MOVE '999' TO WS-ERASE-BUFFER(52:3)
                     END-IF
                   END-IF
                 WHEN 'T'
                   IF WS-ERASE-BUFFER(1:15) = EI-PADDED(EI-IDX)
                     MOVE "Y" TO WS-REC-MATCH-SW
                   END-IF
                 WHEN 'H'
                   IF WS-ERASE-BUFFER(1:9) = 'IP'
                      AND WS-ERASE-BUFFER(10:40) = EI-PADDED(EI-IDX)
                     MOVE "Y" TO WS-REC-MATCH-SW
                   END-IF
                 WHEN OTHER
                   MOVE EI-RAW(EI-IDX) TO WS-SCAN-TEXT
                   MOVE EI-RAW-LEN(EI-IDX) TO WS-SCAN-LEN
                   MOVE EI-HOST-POS(EI-IDX) TO WS-SCAN-HOST
                   PERFORM 470-SCAN-TEXT
                   MOVE EI-PADDED(EI-IDX) TO WS-SCAN-TEXT
                   MOVE 15 TO WS-SCAN-LEN
                   MOVE 13 TO WS-SCAN-HOST
                   PERFORM 470-SCAN-TEXT
               END-EVALUATE
             END-IF
           END-PERFORM.

       440-OPEN-OUTPUT.
           EVALUATE FL-KIND(FL-IDX)
             WHEN '1'
               OPEN OUTPUT ERASE_OUT_140
             WHEN '2'
               OPEN OUTPUT ERASE_OUT_118
             WHEN 'F'
               OPEN OUTPUT ERASE_OUT_135
             WHEN 'T'
               OPEN OUTPUT ERASE_OUT_89
             WHEN 'H'
               OPEN OUTPUT ERASE_OUT_86
             WHEN 'R'
               OPEN OUTPUT ERASE_OUT_92
             WHEN 'S'
               OPEN OUTPUT ERASE_OUT_113
             WHEN OTHER
               OPEN OUTPUT ERASE_OUT_LS
           END-EVALUATE.

       450-WRITE-RECORD.
           EVALUATE FL-KIND(FL-IDX)
             WHEN '1'
               MOVE WS-ERASE-BUFFER TO EO-140-DATA
               MOVE X'0A' TO EO-140-LINE-FEED
               WRITE ERASE-OUT-140-REC
             WHEN '2'
               MOVE WS-ERASE-BUFFER TO EO-118-DATA
               MOVE X'0A' TO EO-118-LINE-FEED
               WRITE ERASE-OUT-118-REC
             WHEN 'F'
               MOVE WS-ERASE-BUFFER TO EO-135-DATA
               MOVE X'0A' TO EO-135-LINE-FEED
               WRITE ERASE-OUT-135-REC
             WHEN 'T'
               MOVE WS-ERASE-BUFFER TO EO-89-DATA
               MOVE X'0A' TO EO-89-LINE-FEED
               WRITE ERASE-OUT-89-REC
             WHEN 'H'
               MOVE WS-ERASE-BUFFER TO EO-86-DATA
               MOVE X'0A' TO EO-86-LINE-FEED
               WRITE ERASE-OUT-86-REC
             WHEN 'R'
               MOVE WS-ERASE-BUFFER TO EO-92-DATA
               MOVE X'0A' TO EO-92-LINE-FEED
               WRITE ERASE-OUT-92-REC
             WHEN 'S'
               MOVE WS-ERASE-BUFFER TO EO-113-DATA
               MOVE X'0A' TO EO-113-LINE-FEED
               WRITE ERASE-OUT-113-REC
             WHEN OTHER
               MOVE WS-ERASE-BUFFER TO ERASE-OUT-LS-REC
               WRITE ERASE-OUT-LS-REC
           END-EVALUATE
           IF WS-TEMP-FILE-STATUS NOT = "00"
             MOVE "Y" TO WS-FILE-ERROR-SW
           END-IF.

       460-CLOSE-OUTPUT.
           EVALUATE FL-KIND(FL-IDX)
             WHEN '1'
               CLOSE ERASE_OUT_140
             WHEN '2'
               CLOSE ERASE_OUT_118
             WHEN 'F'
               CLOSE ERASE_OUT_135
             WHEN 'T'
               CLOSE ERASE_OUT_89
             WHEN 'H'
               CLOSE ERASE_OUT_86
             WHEN 'R'
               CLOSE ERASE_OUT_92
             WHEN 'S'
               CLOSE ERASE_OUT_113
             WHEN OTHER
               CLOSE ERASE_OUT_LS
           END-EVALUATE.

       470-SCAN-TEXT.
           MOVE 0 TO WS-SCAN-TALLY
           INSPECT WS-ERASE-BUFFER(1:WS-REC-LEN) TALLYING WS-SCAN-TALLY
              FOR ALL WS-SCAN-TEXT(1:WS-SCAN-LEN)
           IF WS-SCAN-TALLY > 0
             COMPUTE WS-SCAN-LAST = WS-REC-LEN - WS-SCAN-LEN + 1
             PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
             UNTIL WS-SCAN-POS > WS-SCAN-LAST
               IF WS-ERASE-BUFFER(WS-SCAN-POS:WS-SCAN-LEN)
                  = WS-SCAN-TEXT(1:WS-SCAN-LEN)
                 PERFORM 480-CHECK-BOUNDARY
                 IF WS-BOUNDARY-SW = "Y"
                   MOVE "Y" TO WS-REC-MATCH-SW
                   IF WS-MASK-SW = "Y"
                     MOVE ALL '*' TO WS-ERASE-BUFFER
                        (WS-SCAN-POS + WS-SCAN-HOST - 1:
                        WS-SCAN-LEN - WS-SCAN-HOST + 1)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

       480-CHECK-BOUNDARY.
           MOVE "Y" TO WS-BOUNDARY-SW
           IF WS-SCAN-POS > 1
             MOVE WS-ERASE-BUFFER(WS-SCAN-POS - 1:1)
                TO WS-BOUNDARY-CHAR
             IF WS-BOUNDARY-CHAR IS NUMERIC
                OR WS-BOUNDARY-CHAR = '.'
               MOVE "N" TO WS-BOUNDARY-SW
             END-IF
           END-IF
           IF WS-SCAN-POS + WS-SCAN-LEN <= WS-REC-LEN
             MOVE WS-ERASE-BUFFER(WS-SCAN-POS + WS-SCAN-LEN:1)
                TO WS-BOUNDARY-CHAR
             IF WS-BOUNDARY-CHAR IS NUMERIC
               MOVE "N" TO WS-BOUNDARY-SW
             END-IF
           END-IF.

       500-COUNT-MASTER.
           MOVE "N" TO WS-ERASE-EOF-SW
           OPEN INPUT MASTER_FILE
           IF WS-ERASE-FILE-STATUS NOT = "00"
             MOVE "Y" TO WS-FILE-ERROR-SW
           ELSE
             PERFORM UNTIL WS-ERASE-EOF-SW = "Y"
               READ MASTER_FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-ERASE-EOF-SW
               END-READ
               IF WS-ERASE-EOF-SW NOT = "Y"
                 ADD 1 TO WS-RECORDS
               END-IF
             END-PERFORM
             CLOSE MASTER_FILE
           END-IF.

       510-FIND-MASTER-KEYS.
           IF WS-MASK-SW = "Y"
             OPEN I-O MASTER_FILE
           ELSE
             OPEN INPUT MASTER_FILE
           END-IF
           IF WS-ERASE-FILE-STATUS NOT = "00"
             MOVE "Y" TO WS-FILE-ERROR-SW
           ELSE
             PERFORM VARYING EI-IDX FROM 1 BY 1
             UNTIL EI-IDX > WS-IP-COUNT
               IF EI-REQ(EI-IDX) = RQ-IDX
                 MOVE EI-PADDED(EI-IDX) TO MST-IP
                 MOVE "Y" TO WS-REC-MATCH-SW
                 READ MASTER_FILE KEY IS MST-IP
                   INVALID KEY MOVE "N" TO WS-REC-MATCH-SW
                 END-READ
                 IF WS-REC-MATCH-SW = "Y"
                   ADD 1 TO WS-MATCHES
                   IF WS-MASK-SW = "Y"
                     DELETE MASTER_FILE RECORD
                       INVALID KEY MOVE "Y" TO WS-FILE-ERROR-SW
                     END-DELETE
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE MASTER_FILE
           END-IF.

       600-WRITE-RUN-HEADER.
           MOVE ALL '=' TO WS-CERT-TEXT
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING 'ERASURE RUN ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              ' PROCESSED ' DELIMITED BY SIZE
              WS-CURRENT-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           IF WS-SIMULATE-SW = "Y"
             MOVE 'MODE : SIMULATE - NOTHING CHANGED'
                TO WS-CERT-TEXT(50:33)
           ELSE
             MOVE 'MODE : LIVE' TO WS-CERT-TEXT(50:11)
           END-IF
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           MOVE WS-REQUEST-COUNT TO WS-EDIT-COUNT
           STRING 'REQUESTS ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           MOVE WS-IP-COUNT TO WS-EDIT-COUNT
           MOVE ' SUBJECT IPS ' TO WS-CERT-TEXT(16:13)
           MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(29:6)
           MOVE WS-FILE-COUNT TO WS-EDIT-COUNT
           MOVE ' FILES CHECKED ' TO WS-CERT-TEXT(35:15)
           MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(50:6)
           MOVE WS-INVALID-COUNT TO WS-EDIT-COUNT
           MOVE ' INVALID LINES ' TO WS-CERT-TEXT(56:15)
           MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(71:6)
           PERFORM 690-WRITE-CERT-LINE
           PERFORM VARYING IL-IDX FROM 1 BY 1
           UNTIL IL-IDX > WS-INVALID-COUNT
             MOVE IL-TEXT(IL-IDX) TO WS-CERT-TEXT
             PERFORM 690-WRITE-CERT-LINE
           END-PERFORM.

       610-WRITE-REQUEST-HEADER.
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM 690-WRITE-CERT-LINE
           MOVE ALL '-' TO WS-CERT-TEXT
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING 'ERASURE CERTIFICATE ' DELIMITED BY SIZE
              WS-CURRENT-DATE DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CERT-NUMBER DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING '  REQUEST ID   : ' DELIMITED BY SIZE
              RQ-ID(RQ-IDX) DELIMITED BY SIZE
              '  REQUESTED BY : ' DELIMITED BY SIZE
              RQ-BY(RQ-IDX) DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           IF RQ-BY(RQ-IDX) = SPACES
             MOVE '(NOT GIVEN)' TO WS-CERT-TEXT(55:11)
           END-IF
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING '  RUN DATE     : ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '              PROCESSED    : ' DELIMITED BY SIZE
              WS-CURRENT-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           IF WS-SIMULATE-SW = "Y"
             MOVE '  MODE : SIMULATE' TO WS-CERT-TEXT(71:17)
           ELSE
             MOVE '  MODE : LIVE' TO WS-CERT-TEXT(71:13)
           END-IF
           PERFORM 690-WRITE-CERT-LINE
           PERFORM VARYING EI-IDX FROM 1 BY 1
           UNTIL EI-IDX > WS-IP-COUNT
             IF EI-REQ(EI-IDX) = RQ-IDX
               MOVE SPACES TO WS-CERT-TEXT
               STRING '  SUBJECT IP   : ' DELIMITED BY SIZE
                  EI-PADDED(EI-IDX) DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  EI-RAW(EI-IDX) DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO WS-CERT-TEXT
               PERFORM 690-WRITE-CERT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-CERT-TEXT
           STRING '  RESULT      ACTION FILE' DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           MOVE 'BEFORE' TO WS-CERT-TEXT(71:6)
           MOVE 'MATCHED' TO WS-CERT-TEXT(81:7)
           MOVE 'AFTER' TO WS-CERT-TEXT(97:5)
           MOVE 'LEFT' TO WS-CERT-TEXT(106:4)
           PERFORM 690-WRITE-CERT-LINE.

       620-WRITE-FILE-LINE.
           MOVE WS-CNT-BEFORE TO WS-EDIT-BEFORE
           MOVE WS-CNT-MATCHED TO WS-EDIT-MATCHED
           MOVE WS-CNT-AFTER TO WS-EDIT-AFTER
           MOVE WS-CNT-LEFT TO WS-EDIT-LEFT
           MOVE SPACES TO WS-CERT-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-FILE-RESULT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ACTION DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FL-NAME(FL-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-EDIT-BEFORE DELIMITED BY SIZE
              '    ' DELIMITED BY SIZE
              WS-EDIT-MATCHED DELIMITED BY SIZE
              '     ' DELIMITED BY SIZE
              WS-EDIT-AFTER DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-EDIT-LEFT DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           PERFORM 690-WRITE-CERT-LINE.

       630-WRITE-REQUEST-FOOTER.
           ADD WS-REQ-ERASED TO WS-TOTAL-ERASED
           ADD WS-REQ-MASKED TO WS-TOTAL-MASKED
           ADD WS-REQ-FAILED TO WS-TOTAL-FAILED
           MOVE SPACES TO WS-CERT-TEXT
           MOVE WS-REQ-FILES TO WS-EDIT-COUNT
           STRING '  TOTALS : FILES CHECKED ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-CERT-TEXT
           MOVE WS-REQ-TOUCHED TO WS-EDIT-COUNT
           MOVE ' HOLDING THE IP ' TO WS-CERT-TEXT(32:16)
           MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(48:6)
           MOVE WS-REQ-ERASED TO WS-EDIT-MATCHED
           MOVE ' RECORDS ERASED ' TO WS-CERT-TEXT(54:16)
           MOVE WS-EDIT-MATCHED TO WS-CERT-TEXT(70:7)
           MOVE WS-REQ-MASKED TO WS-EDIT-MATCHED
           MOVE ' MASKED ' TO WS-CERT-TEXT(77:8)
           MOVE WS-EDIT-MATCHED TO WS-CERT-TEXT(85:7)
           MOVE WS-REQ-FAILED TO WS-EDIT-COUNT
           MOVE ' FAILED ' TO WS-CERT-TEXT(92:8)
           MOVE WS-EDIT-COUNT TO WS-CERT-TEXT(100:6)
           PERFORM 690-WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-TEXT
           EVALUATE TRUE
             WHEN WS-SIMULATE-SW = "Y"
               MOVE '  RESULT : SIMULATION ONLY - NOTHING CHANGED, '
                  TO WS-CERT-TEXT
               MOVE 'NOT A CERTIFICATE OF ERASURE'
                  TO WS-CERT-TEXT(47:28)
             WHEN WS-REQ-FAILED > 0
               MOVE '  RESULT : ERASURE INCOMPLETE - FAILED FILES ARE '
                  TO WS-CERT-TEXT
               MOVE 'RETRIED ON THE NEXT RUN'
                  TO WS-CERT-TEXT(50:23)
             WHEN OTHER
               MOVE '  RESULT : ERASURE COMPLETE - NO RECORD OF THE'
                  TO WS-CERT-TEXT
               MOVE 'SUBJECT IPS REMAINS IN THE FILES CHECKED'
                  TO WS-CERT-TEXT(48:40)
           END-EVALUATE
           PERFORM 690-WRITE-CERT-LINE
           IF WS-SIMULATE-SW NOT = "Y"
             MOVE SPACES TO WS-CERT-TEXT
             STRING '  CERTIFIED BY BATCH_15 ON ' DELIMITED BY SIZE
                WS-CURRENT-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
                DELIMITED BY SIZE
                INTO WS-CERT-TEXT
             PERFORM 690-WRITE-CERT-LINE
             MOVE SPACES TO WS-CERT-TEXT
             MOVE '  APPROVED BY : ______________________________'
                TO WS-CERT-TEXT
             MOVE '  DATE : ____________' TO WS-CERT-TEXT(47:21)
             PERFORM 690-WRITE-CERT-LINE
           END-IF.

       690-WRITE-CERT-LINE.
           MOVE WS-CERT-TEXT TO CL-TEXT
           MOVE X'0A' TO CL-LINE-FEED
           WRITE CERTIFICATE-LINE.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_15' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'REQUESTS=' DELIMITED BY SIZE
              WS-REQUEST-COUNT DELIMITED BY SIZE
              ' IPS=' DELIMITED BY SIZE
              WS-IP-COUNT DELIMITED BY SIZE
              ' ERASED=' DELIMITED BY SIZE
              WS-TOTAL-ERASED DELIMITED BY SIZE
              ' MASKED=' DELIMITED BY SIZE
              WS-TOTAL-MASKED DELIMITED BY SIZE
              ' FAILED=' DELIMITED BY SIZE
              WS-TOTAL-FAILED DELIMITED BY SIZE
              ' INVALID=' DELIMITED BY SIZE
              WS-INVALID-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           IF WS-SIMULATE-SW = "Y"
             MOVE SPACES TO WS-JOURNAL-TOTALS
             STRING 'SIMULATE REQUESTS=' DELIMITED BY SIZE
                WS-REQUEST-COUNT DELIMITED BY SIZE
                ' IPS=' DELIMITED BY SIZE
                WS-IP-COUNT DELIMITED BY SIZE
                ' INVALID=' DELIMITED BY SIZE
                WS-INVALID-COUNT DELIMITED BY SIZE
                INTO WS-JOURNAL-TOTALS
           END-IF
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

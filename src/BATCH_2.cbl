           SELECT SUBNET_REPORT ASSIGN TO
               '/oscobol/src/subnet_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJECT_FILE ASSIGN TO
               '/oscobol/src/data_rejects.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKPOINT_FILE ASSIGN TO
               '/oscobol/src/subnet_units.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BU-FILE-STATUS.
           SELECT INTRADAY_STATE ASSIGN TO
               '/oscobol/src/intraday_state.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT DAILY_STATS ASSIGN TO DYNAMIC WS-STATS-FILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT DISPOSITION_FILE ASSIGN TO
               '/oscobol/src/ip_disposition.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-IP
           FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT LATE_VISITS ASSIGN TO DYNAMIC WS-LATE-FILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT LATE_REPORT ASSIGN TO
               '/oscobol/src/late_arrival_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT BOT_PATTERNS_FILE ASSIGN TO
               '/oscobol/src/bot_patterns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOT-FILE-STATUS.
           SELECT REFERRER_REPORT ASSIGN TO
               '/oscobol/src/referrer_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT SIEM_FEED ASSIGN TO DYNAMIC WS-SIEM-FEED-FILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT SIEM_SEQUENCE ASSIGN TO
               '/oscobol/src/siem_sequence.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SIEM-SEQ-STATUS.
           SELECT OPTIONAL SIEM_SENT_LOG ASSIGN TO
               '/oscobol/src/siem_sent_log.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT PSEUDONYM_KEY_FILE ASSIGN TO
               '/oscobol/src/pseudonym_key.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
       01 CSV-RECORD PIC X(130).

       FD VISIT_FILE.
        01 INPUT-RECORD    PIC X(1024).

       FD INPUT_LIST_FILE.
       01 LIST-REC PIC X(80).
         02 AL-DAYS PIC ZZZ9.
         02 AL-LABEL5 PIC X(8).
         02 AL-UNIT PIC X(20).
         02 AL-LABEL6 PIC X(8).
         02 AL-DISPOSITION PIC X(5).
         02 AL-LINE-FEED PIC X.

       FD ALERT_HISTORY.
         02 FILLER PIC X(1).
         02 BU-NAME-TEXT PIC X(20).

       FD INTRADAY_STATE.
       01 IS-HEADER-REC.
         02 IS-REC-TYPE PIC X(1).
         02 IS-RUN-DATE PIC X(8).
         02 IS-PASSES PIC 9(3).
         02 IS-NUM PIC 9(5).
         02 IS-REJECT-COUNT PIC 9(6).
         02 IS-DATE-SKIPPED PIC 9(6).
         02 IS-CAPACITY-REJECTS PIC 9(6).
         02 IS-HOURLY PIC X(336).
         02 IS-LINE-FEED PIC X.
       01 IS-FILE-REC.
         02 IS-FILE-TYPE PIC X(1).
         02 IS-FILE-NAME PIC X(80).
         02 IS-FILE-LINES PIC 9(7).
         02 IS-FILE-LINE-FEED PIC X.
       01 IS-VISIT-REC.
         02 IS-VISIT-TYPE PIC X(1).
         02 IS-VISIT-ENTRY PIC X(150).
         02 IS-VISIT-LINE-FEED PIC X.

       FD DAILY_STATS.
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

       FD DISPOSITION_FILE.
       01 DISPOSITION-REC.
         02 DSP-IP PIC X(15).
         02 DSP-SEP1 PIC X(1).
         02 DSP-CODE PIC X(5).
         02 DSP-SEP2 PIC X(1).
         02 DSP-EXPIRY PIC X(8).
         02 DSP-SEP3 PIC X(1).
         02 DSP-OWNER PIC X(20).
         02 DSP-SEP4 PIC X(1).
         02 DSP-REASON PIC X(40).
         02 DSP-SEP5 PIC X(1).
         02 DSP-ADDED PIC X(8).
         02 DSP-SEP6 PIC X(1).
         02 DSP-CHANGED PIC X(8).

       FD LATE_VISITS.
       01 LATE-VISIT-REC.
         02 LVR-IP PIC X(15).
         02 LVR-DATA1 PIC X(5).
         02 LVR-VISIT-DATE PIC X(11).
         02 LVR-VISIT-TIME PIC X(9).
         02 LVR-RESOURCE PIC X(40).
         02 LVR-TRAFFIC-TYPE PIC X(8).
         02 LVR-STSEP PIC X(1).
         02 LVR-HTTP-STATUS PIC X(3).
         02 LVR-BYSEP PIC X(1).
         02 LVR-BYTES-SENT PIC 9(9).
         02 LVR-VISITED-STR PIC X(10).
         02 LVR-TIMES-VISIT PIC 9(5).
         02 LVR-LINE-FEED PIC X.

       FD LATE_REPORT.
       01 LATE-REPORT-LINE.
         02 LA-TEXT PIC X(120).
         02 LA-LINE-FEED PIC X.

       FD BOT_PATTERNS_FILE.
       01 BOT-PATTERN-REC.
         02 BPR-TYPE PIC X(7).
         02 FILLER PIC X(1).
         02 BPR-PATTERN PIC X(40).
         02 FILLER PIC X(1).
         02 BPR-LABEL PIC X(20).

       FD REFERRER_REPORT.
       01 REFERRER-REPORT-LINE.
         02 RF-TEXT PIC X(120).
         02 RF-LINE-FEED PIC X.

       FD SIEM_FEED.
       01 SIEM-HEADER-REC.
         02 SH-REC-TYPE PIC X(3).
         02 SH-SEP1 PIC X(1).
         02 SH-SEQUENCE PIC 9(8).
         02 SH-SEP2 PIC X(1).
         02 SH-RUN-DATE PIC X(8).
         02 SH-SEP3 PIC X(1).
         02 SH-CREATED-DATE PIC X(8).
         02 SH-SEP4 PIC X(1).
         02 SH-CREATED-TIME PIC X(6).
         02 SH-SEP5 PIC X(1).
         02 SH-SOURCE PIC X(8).
         02 SH-SEP6 PIC X(1).
         02 SH-MODE PIC X(8).
         02 SH-FILLER PIC X(79).
         02 SH-LINE-FEED PIC X.
       01 SIEM-EVENT-REC.
         02 SE-REC-TYPE PIC X(3).
         02 SE-SEP1 PIC X(1).
         02 SE-SEQUENCE PIC 9(8).
         02 SE-SEP2 PIC X(1).
         02 SE-EVENT-NO PIC 9(6).
         02 SE-SEP3 PIC X(1).
         02 SE-EVENT-CLASS PIC X(8).
         02 SE-SEP4 PIC X(1).
         02 SE-TYPE PIC X(9).
         02 SE-SEP5 PIC X(1).
         02 SE-KEY PIC X(40).
         02 SE-SEP6 PIC X(1).
         02 SE-COUNT PIC 9(7).
         02 SE-SEP7 PIC X(1).
         02 SE-LIMIT PIC 9(7).
         02 SE-SEP8 PIC X(1).
         02 SE-SEVERITY PIC X(6).
         02 SE-SEP9 PIC X(1).
         02 SE-DAYS PIC 9(4).
         02 SE-SEP10 PIC X(1).
         02 SE-UNIT PIC X(20).
         02 SE-SEP11 PIC X(1).
         02 SE-DISPOSITION PIC X(5).
         02 SE-LINE-FEED PIC X.
       01 SIEM-TRAILER-REC.
         02 ST-REC-TYPE PIC X(3).
         02 ST-SEP1 PIC X(1).
         02 ST-SEQUENCE PIC 9(8).
         02 ST-SEP2 PIC X(1).
         02 ST-RECORD-COUNT PIC 9(7).
         02 ST-SEP3 PIC X(1).
         02 ST-HASH-TOTAL PIC 9(15).
         02 ST-FILLER PIC X(98).
         02 ST-LINE-FEED PIC X.

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

       FD PSEUDONYM_KEY_FILE.
       01 PSEUDONYM-KEY-REC PIC X(80).


      ******************************************************************
       WORKING-STORAGE             SECTION.
         03 HTTP_STATUS_TAB PIC X(3).
         03 filler PIC X(1).
         03 BYTES_TAB PIC 9(9).
         03 METHOD_TAB PIC X(8).
         03 REFERRER_TAB PIC X(40).

       01 RESOURCE-TABLE.
        02 RESOURCE-ENTRY OCCURS 50000 TIMES.
        02 INPUT-FILE-ENTRY OCCURS 100 TIMES.
           03 IF-NAME PIC X(80).
           03 IF-COUNT PIC 9(7).
           03 IF-BOOKMARK PIC 9(7).

       77 WS-VISIT-FILE PIC X(80) VALUE SPACES.
       77 WS-VISIT-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-INPUT-FILE-COUNT PIC 999 VALUE 0.
       77 IF-IDX PIC 999 VALUE 0.
       77 WS-INPUT-MISSING-SW PIC X VALUE "N".
       77 WS-SKIP-COUNT PIC 9(7) VALUE 0.

       77 WS-RUN-MODE PIC X(10) VALUE SPACES.
       77 WS-INTRADAY-SW PIC X VALUE "N".
       77 WS-STATE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-STATE-EOF-SW PIC X VALUE "N".
       77 WS-STATE-FOUND-SW PIC X VALUE "N".
       77 WS-STATE-STALE-SW PIC X VALUE "N".
       77 WS-STATE-PASSES PIC 9(3) VALUE 0.
       77 WS-STATE-NUM PIC 9(5) VALUE 0.
       77 WS-STATE-VISIT-IDX PIC 9(6) VALUE 0.
       77 WS-NEW-LINES PIC 9(5) VALUE 0.
       77 WS-ROTATED-COUNT PIC 999 VALUE 0.

       77 WS-STATS-FILE PIC X(80) VALUE SPACES.
       77 WS-STATS-TYPE PIC X(4) VALUE SPACES.
       77 WS-STATS-KEY PIC X(40) VALUE SPACES.
       77 WS-STATS-HITS PIC 9(9) VALUE 0.
       77 WS-STATS-ERRORS PIC 9(9) VALUE 0.
       77 WS-STATS-BYTES PIC 9(15) VALUE 0.
       77 WS-STATS-HOUR PIC 99 VALUE 0.
       77 WS-STATS-COUNT PIC 9(6) VALUE 0.

       77 WS-THRESH-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-THRESH-EOF-SW PIC X VALUE "N".
       77 WS-ALERT-COUNT PIC 9(6) VALUE 0.
       77 WS-ALERT-OBSERVED PIC 9(7) VALUE 0.
       77 WS-ALERT-LIMIT PIC 9(7) VALUE 0.
       77 WS-DISP-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-DISP-OPEN-SW PIC X VALUE "N".
       77 WS-ALERT-DISP PIC X(5) VALUE SPACES.
       77 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       77 WS-FORCED-COUNT PIC 9(6) VALUE 0.

       01 ALERT-HIST-TABLE.
        02 ALERT-HIST-ENTRY OCCURS 5000 TIMES.
       77 WS-ALERT-TYPE PIC X(9) VALUE SPACES.
       77 WS-ALERT-KEY PIC X(40) VALUE SPACES.
       77 WS-ALERT-DAYS PIC 9(4) VALUE 0.
       77 WS-ALERT-ESCAL-SW PIC X VALUE "N".

       77 WS-SIEM-FEED-FILE PIC X(80) VALUE SPACES.
       77 WS-SIEM-SEQ-STATUS PIC XX VALUE SPACES.
       77 WS-SIEM-SEQUENCE PIC 9(8) VALUE 0.
       77 WS-SIEM-EVENTS PIC 9(7) VALUE 0.
       77 WS-SIEM-HASH PIC 9(15) VALUE 0.

       01 BU-MAP-TABLE.
        02 BU-MAP-ENTRY OCCURS 200 TIMES.
           03 SW-TRAFFIC PIC X(8).

       01 SESSION-TOTALS.
        02 SESSION-TOTAL-ENTRY OCCURS 3 TIMES.
           03 ST-SESSIONS PIC 9(7).
           03 ST-DURATION PIC 9(13).
           03 ST-PAGES PIC 9(9).
       77 WS-OUTPUT-OVERRIDE PIC X(80) VALUE SPACES.
       77 WS-OUTPUT-FORMAT PIC X(10) VALUE SPACES.
       77 WS-CSV-MODE-SW PIC X VALUE "N".
       77 WS-PSEUDO-MODE-SW PIC X VALUE "N".
       77 WS-PSEUDO-KEY-OK-SW PIC X VALUE "N".
       77 WS-PSEUDO-REFUSED-SW PIC X VALUE "N".
       77 WS-KEY-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-KEY-EOF-SW PIC X VALUE "N".
       77 WS-PSEUDO-KEY PIC X(64) VALUE SPACES.
       77 WS-PSEUDO-KEY-LEN PIC 99 VALUE 0.
       77 WS-PSEUDO-MIN-KEY-LEN PIC 99 VALUE 16.
       77 WS-PSEUDO-K1 PIC 9(18) VALUE 0.
       77 WS-PSEUDO-K2 PIC 9(18) VALUE 0.
       77 WS-PSEUDO-H1 PIC 9(18) VALUE 0.
       77 WS-PSEUDO-H2 PIC 9(18) VALUE 0.
       77 WS-PSEUDO-WORK PIC 9(18) VALUE 0.
       77 WS-PSEUDO-DIGIT PIC 99 VALUE 0.
       77 WS-PSEUDO-IDX PIC 99 VALUE 0.
       77 WS-PSEUDO-POS PIC 99 VALUE 0.
       77 WS-PSEUDO-KPOS PIC 99 VALUE 0.
       77 WS-PSEUDO-CHAR PIC X VALUE SPACE.
       77 WS-PSEUDO-INPUT PIC X(15) VALUE SPACES.
       77 WS-PSEUDO-INPUT-LEN PIC 99 VALUE 15.
       77 WS-PSEUDO-LAST-INPUT PIC X(15) VALUE SPACES.
       77 WS-PSEUDO-TOKEN PIC X(17) VALUE SPACES.
       77 WS-PSEUDO-HEX PIC X(16) VALUE '0123456789ABCDEF'.
       77 WS-CSV-IP-TEXT PIC X(17) VALUE SPACES.

       77 WS-CKPT-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-CHECKPOINT-INTERVAL PIC 9(6) VALUE 1000.
       77 WS-VISIT-IP-NUM PIC 9(10).
       77 WS-TRAFFIC-FOUND-SW PIC X VALUE "N".

       01 LATE-VISIT-TABLE.
        02 LATE-VISIT-ENTRY OCCURS 50000 TIMES.
           03 LV-IP PIC X(15).
           03 LV-YMD PIC 9(8).
           03 LV-VISIT-DATE PIC X(11).
           03 LV-VISIT-TIME PIC X(9).
           03 LV-RESOURCE PIC X(40).
           03 LV-TRAFFIC-TYPE PIC X(8).
           03 LV-HTTP-STATUS PIC X(3).
           03 LV-BYTES PIC 9(9).
           03 LV-TIMES PIC 9(5).
           03 LV-CLASS PIC X(5).

       01 LV-HASH-TABLE.
        02 LV-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 LATE-DAY-TABLE.
        02 LATE-DAY-ENTRY OCCURS 400 TIMES.
           03 LD-YMD PIC 9(8).
           03 LD-LINES PIC 9(7).
           03 LD-IPS PIC 9(6).
           03 LD-INTERNAL PIC 9(7).
           03 LD-EXTERNAL PIC 9(7).
           03 LD-BYTES PIC 9(12).
       01 WS-SWAP-LATE-DAY PIC X(47).

       77 WS-LATE-FILE PIC X(80) VALUE SPACES.
       77 WS-LATE-ROUTING-SW PIC X VALUE "N".
       77 WS-FULL-RUN-SW PIC X VALUE "N".
       77 WS-LATE-VISIT-SW PIC X VALUE "N".
       77 WS-LATE-NEW-SW PIC X VALUE "N".
       77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       77 WS-LATE-LINES PIC 9(6) VALUE 0.
       77 WS-LATE-COUNT PIC 9(6) VALUE 0.
       77 WS-LATE-WRITTEN PIC 9(6) VALUE 0.
       77 WS-MAX-LATE-DAYS PIC 999 VALUE 400.
       77 WS-LATE-DAY-COUNT PIC 999 VALUE 0.
       77 WS-LATE-DAY-FULL-SW PIC X VALUE "N".
       77 LV-IDX PIC 9(6).
       77 LV-MATCH-IDX PIC 9(6) VALUE 0.
       77 LD-IDX PIC 999.
       77 LD-IDX2 PIC 999.
       77 LD-MATCH-IDX PIC 999 VALUE 0.
       77 WS-LATE-DAYS PIC 9(5) VALUE 0.
       77 WS-EDIT-LATE-DAYS PIC ZZZZ9.
       77 WS-EDIT-LATE-LINES PIC ZZZZZZ9.
       77 WS-EDIT-LATE-IPS PIC ZZZZZ9.
       77 WS-EDIT-LATE-INT PIC ZZZZZZ9.
       77 WS-EDIT-LATE-EXT PIC ZZZZZZ9.
       77 WS-EDIT-LATE-BYTES PIC Z(11)9.
       77 WS-LATE-TEXT PIC X(120) VALUE SPACES.

       01 LOG-TOKEN-TABLE.
        02 LOG-TOKEN-ENTRY OCCURS 12 TIMES.
           03 LT-TEXT PIC X(300).
           03 LT-LEN PIC 9(3).
           03 LT-QUOTED-SW PIC X.

       77 WS-TOKEN-COUNT PIC 99 VALUE 0.
       77 WS-MAX-TOKENS PIC 99 VALUE 12.
       77 LT-IDX PIC 99 VALUE 0.
       77 WS-LINE-LEN PIC 9(4) VALUE 0.
       77 WS-CHAR-IDX PIC 9(4) VALUE 0.
       77 WS-CHAR PIC X VALUE SPACE.
       77 WS-TOKEN-STATE PIC X VALUE "N".
       77 WS-ESCAPE-SW PIC X VALUE "N".
       77 WS-COMBINED-SW PIC X VALUE "N".
       77 WS-REQ-SPLIT-COUNT PIC 99 VALUE 0.
       77 WS-REQ-METHOD PIC X(8) VALUE SPACES.
       77 WS-REQ-TARGET PIC X(300) VALUE SPACES.
       77 WS-REQ-PROTOCOL PIC X(10) VALUE SPACES.
       77 WS-REFERRER PIC X(300) VALUE SPACES.
       77 WS-REF-SCHEME PIC X(20) VALUE SPACES.
       77 WS-REF-REST PIC X(300) VALUE SPACES.
       77 WS-REFERRER-HOST PIC X(40) VALUE SPACES.
       77 WS-USER-AGENT PIC X(300) VALUE SPACES.
       77 WS-VISIT-CLASS PIC X(5) VALUE SPACES.

       01 BOT-PATTERN-TABLE.
        02 BOT-PATTERN-ENTRY OCCURS 200 TIMES.
           03 BP-TYPE PIC X(7).
           03 BP-PATTERN PIC X(40).
           03 BP-LEN PIC 99.
           03 BP-LABEL PIC X(20).

       77 WS-BOT-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-BOT-EOF-SW PIC X VALUE "N".
       77 WS-BOT-PATTERN-COUNT PIC 999 VALUE 0.
       77 WS-MAX-BOT-PATTERNS PIC 999 VALUE 200.
       77 WS-BOT-IGNORED PIC 999 VALUE 0.
       77 BP-IDX PIC 999 VALUE 0.
       77 BP-MATCH-IDX PIC 999 VALUE 0.
       77 WS-MATCH-TYPE PIC X(7) VALUE SPACES.
       77 WS-MATCH-TEXT PIC X(300) VALUE SPACES.
       77 WS-MATCH-LEN PIC 9(3) VALUE 0.
       77 WS-MATCH-TALLY PIC 9(4) VALUE 0.

       01 VISITOR-CLASS-TABLE.
        02 VISITOR-CLASS-ENTRY OCCURS 50000 TIMES.
           03 BC-HEAD-HITS PIC 9(5).
           03 BC-ROBOTS-SW PIC X.
           03 BC-RULE-SW PIC X.

       77 BC-IDX PIC 9(6).
       77 WS-BOT-HIT-LIMIT PIC 9(7) VALUE 1000.
       77 WS-HUMAN-HITS PIC 9(7) VALUE 0.
       77 WS-BOT-HITS PIC 9(7) VALUE 0.
       77 WS-SUSPECT-HITS PIC 9(7) VALUE 0.
       77 WS-HUMAN-IPS PIC 9(6) VALUE 0.
       77 WS-BOT-IPS PIC 9(6) VALUE 0.
       77 WS-SUSPECT-IPS PIC 9(6) VALUE 0.
       77 WS-RULE-ROBOTS PIC 9(6) VALUE 0.
       77 WS-RULE-HEAD PIC 9(6) VALUE 0.
       77 WS-RULE-VOLUME PIC 9(6) VALUE 0.
       77 WS-RANK-1 PIC 9 VALUE 0.
       77 WS-RANK-2 PIC 9 VALUE 0.
       77 WS-SWAP-NEEDED-SW PIC X VALUE "N".

       01 REFERRER-PAIR-TABLE.
        02 REFERRER-PAIR-ENTRY OCCURS 50000 TIMES.
           03 RP-RESOURCE PIC X(40).
           03 RP-HOST PIC X(40).
           03 RP-HITS PIC 9(7).
       01 WS-SWAP-PAIR PIC X(87).

       01 RP-HASH-TABLE.
        02 RP-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 REFERRER-SITE-TABLE.
        02 REFERRER-SITE-ENTRY OCCURS 50000 TIMES.
           03 RS-HOST PIC X(40).
           03 RS-HITS PIC 9(7).
       01 WS-SWAP-SITE PIC X(47).

       01 SEARCH-ENGINE-TABLE.
        02 SEARCH-ENGINE-ENTRY OCCURS 200 TIMES.
           03 SE-LABEL PIC X(20).
           03 SE-HITS PIC 9(7).
       01 WS-SWAP-ENGINE PIC X(27).

       77 WS-PAIR-COUNT PIC 9(6) VALUE 0.
       77 WS-PAIR-FULL-SW PIC X VALUE "N".
       77 RP-IDX PIC 9(6).
       77 RP-MATCH-IDX PIC 9(6) VALUE 0.
       77 WS-RP-INS-SLOT PIC 9(6) VALUE 0.
       77 WS-REF-HASH-KEY PIC X(80) VALUE SPACES.
       77 WS-SITE-COUNT PIC 9(6) VALUE 0.
       77 RS-IDX PIC 9(6).
       77 RS-MATCH-IDX PIC 9(6) VALUE 0.
       77 WS-ENGINE-COUNT PIC 999 VALUE 0.
       77 SE-IDX PIC 999.
       77 SE-MATCH-IDX PIC 999 VALUE 0.
       77 WS-REF-TOP PIC 9(3) VALUE 10.
       77 WS-REF-SHOWN PIC 9(3) VALUE 0.
       77 WS-REF-OTHER-SITES PIC 9(6) VALUE 0.
       77 WS-REF-OTHER-HITS PIC 9(7) VALUE 0.
       77 WS-REFERRED-HITS PIC 9(7) VALUE 0.
       77 WS-CUR-REF-RESOURCE PIC X(40) VALUE SPACES.
       77 WS-REF-ENGINE PIC X(20) VALUE SPACES.
       77 WS-EDIT-REF-HITS PIC ZZZZZZ9.
       77 WS-EDIT-REF-COUNT PIC ZZZZZ9.
       77 WS-REF-TEXT PIC X(120) VALUE SPACES.
       77 WS-CLASS-NAME PIC X(7) VALUE SPACES.

       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 EOF-SW VALUE 'Y'.
           88 NOT-EOF-SW VALUE 'Y'.
              THRU 000-TRT-FONC001-FIN.
           PERFORM 000-TRT-FONC002
              THRU 000-TRT-FONC002-FIN.
           PERFORM 750-CLASSIFY-VISITORS.
           PERFORM 780-ROUTE-LATE-VISITS.
           PERFORM 500-SORT-VISITS.
           IF WS-INTRADAY-SW NOT = "Y"
             PERFORM 300-ECRITURE-FICHIER
           END-IF.
           PERFORM 400-ECRITURE-RESOURCE-REPORT.
           PERFORM 410-ECRITURE-HOURLY-REPORT.
           PERFORM 420-BUILD-SUBNET-TABLE.
           PERFORM 430-ECRITURE-SUBNET-REPORT.
           PERFORM 450-ECRITURE-ALERTS.
           PERFORM 460-SESSION-ANALYSIS.
           PERFORM 490-ECRITURE-REFERRER-REPORT.
           IF WS-INTRADAY-SW NOT = "Y"
             IF WS-FULL-RUN-SW = "Y"
               PERFORM 480-ECRITURE-DAILY-STATS
             END-IF
             PERFORM 790-ECRITURE-LATE-FILES
             IF WS-FULL-RUN-SW = "Y"
               PERFORM 970-CLEAR-INTRADAY-STATE
             END-IF
           END-IF.


           DISPLAY "============================================".
           DISPLAY "  RECORDS WRITTEN     : " WS-RECORDS-WRITTEN.
           DISPLAY "  REJECTED RECORDS    : " WS-REJECT-COUNT.
           DISPLAY "  OUTSIDE DATE RANGE  : " WS-DATE-SKIPPED.
           DISPLAY "  LATE LINES ROUTED   : " WS-LATE-LINES.
           DISPLAY "  LATE ADJUSTMENTS    : " WS-LATE-COUNT.
           DISPLAY "  BOT PATTERNS LOADED : " WS-BOT-PATTERN-COUNT.
           DISPLAY "  HUMAN HITS          : " WS-HUMAN-HITS.
           DISPLAY "  KNOWN BOT HITS      : " WS-BOT-HITS.
           DISPLAY "  SUSPECTED BOT HITS  : " WS-SUSPECT-HITS.
           DISPLAY "  SIEM FEED SEQUENCE  : " WS-SIEM-SEQUENCE.
           DISPLAY "  SIEM EVENTS SENT    : " WS-SIEM-EVENTS.
           IF WS-PSEUDO-REFUSED-SW = "Y"
             DISPLAY "  CSV EXPORT          : REFUSED - "
                "NO PSEUDONYM KEY"
           END-IF
           COMPUTE WS-NEW-LINES = NUM - WS-STATE-NUM
           IF WS-INTRADAY-SW = "Y"
             DISPLAY "  RUN MODE            : INTRADAY PASS "
                WS-STATE-PASSES
           ELSE
             DISPLAY "  RUN MODE            : FINAL - INTRADAY PASSES "
                WS-STATE-PASSES
           END-IF
           DISPLAY "  NEW LINES THIS RUN  : " WS-NEW-LINES.
           COMPUTE WS-UNIQUE-IP-COUNT = NB_ELT - 1
           DISPLAY "  UNIQUE IP COUNT     : " WS-UNIQUE-IP-COUNT.
           PERFORM VARYING IF-IDX FROM 1 BY 1
                FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)

             PERFORM 800-INIT-DATE-FILTER
             PERFORM 955-DERIVE-RUN-DATE
             IF WS-DATE-FILTER-SW = "N" AND WS-CSV-MODE-SW = "N"
               MOVE "Y" TO WS-FULL-RUN-SW
               IF WS-RUN-DATE NUMERIC
                 MOVE "Y" TO WS-LATE-ROUTING-SW
                 MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               END-IF
             END-IF
             PERFORM 830-LOAD-INTERNAL-RANGES
             PERFORM 835-LOAD-THRESHOLDS
             PERFORM 837-LOAD-BOT-PATTERNS
             PERFORM 836-LOAD-ALERT-HISTORY
             PERFORM 840-LOAD-BU-MAP
             PERFORM 008-LOAD-INPUT-FILE-LIST
             MOVE ZEROS TO HOURLY-TABLE

                MOVE 1 to OCC
             IF WS-FULL-RUN-SW = "Y"
               PERFORM 960-LOAD-INTRADAY-STATE
             END-IF

             IF WS-STATE-FOUND-SW = "Y"
               OPEN EXTEND REJECT_FILE
             ELSE
               OPEN OUTPUT REJECT_FILE
             END-IF

             PERFORM 040-PROCESS-INPUT-FILE
                VARYING IF-IDX FROM 1 BY 1


                CLOSE REJECT_FILE.
             IF WS-INTRADAY-SW = "Y" AND WS-FULL-RUN-SW = "Y"
               PERFORM 965-SAVE-INTRADAY-STATE
             END-IF.



                 ADD 1 TO WS-INPUT-FILE-COUNT
                 MOVE LIST-REC TO IF-NAME(WS-INPUT-FILE-COUNT)
                 MOVE 0 TO IF-COUNT(WS-INPUT-FILE-COUNT)
                 MOVE 0 TO IF-BOOKMARK(WS-INPUT-FILE-COUNT)
               END-IF
             END-PERFORM
             CLOSE INPUT_LIST_FILE
             MOVE 1 TO WS-INPUT-FILE-COUNT
             MOVE '/oscobol/src/data.txt' TO IF-NAME(1)
             MOVE 0 TO IF-COUNT(1)
             MOVE 0 TO IF-BOOKMARK(1)
           END-IF.

       040-PROCESS-INPUT-FILE.
             DISPLAY "*** INPUT FILE NOT FOUND : " WS-VISIT-FILE
             MOVE "Y" TO WS-INPUT-MISSING-SW
           ELSE
             IF IF-BOOKMARK(IF-IDX) > 0
               PERFORM 045-SKIP-TO-BOOKMARK
             END-IF
             PERFORM READ-FILE UNTIL EOF-IND = "Y"
             CLOSE VISIT_FILE
           END-IF.

       045-SKIP-TO-BOOKMARK.
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM UNTIL WS-SKIP-COUNT = IF-BOOKMARK(IF-IDX)
              OR EOF-IND = "Y"
             READ VISIT_FILE
               AT END MOVE "Y" TO EOF-IND
             END-READ
             IF EOF-IND NOT = "Y"
               ADD 1 TO WS-SKIP-COUNT
             END-IF
           END-PERFORM
           IF EOF-IND = "Y"
             DISPLAY "*** WARNING: INPUT FILE SHORTER THAN BOOKMARK "
                IF-BOOKMARK(IF-IDX) " - REREAD FROM LINE 1 : "
                WS-VISIT-FILE
             ADD 1 TO WS-ROTATED-COUNT
             CLOSE VISIT_FILE
             OPEN INPUT VISIT_FILE
             MOVE "N" TO EOF-IND
             MOVE 0 TO IF-COUNT(IF-IDX)
           END-IF.

       500-SORT-VISITS.
           IF NB_ELT > 2
             PERFORM VARYING SRT-I FROM 1 BY 1
             UNTIL SRT-I = NB_ELT - 1
               PERFORM VARYING SRT-J FROM 1 BY 1
               UNTIL SRT-J = NB_ELT - SRT-I
                 PERFORM 505-COMPARE-VISITS
                 IF WS-SWAP-NEEDED-SW = "Y"
                   MOVE VISIT_info(SRT-J)     TO WS-SWAP-VISIT
                   MOVE VISIT_info(SRT-J + 1) TO VISIT_info(SRT-J)
                   MOVE WS-SWAP-VISIT         TO VISIT_info(SRT-J + 1)
             END-PERFORM
           END-IF.

       505-COMPARE-VISITS.
           MOVE "N" TO WS-SWAP-NEEDED-SW
           MOVE 0 TO WS-RANK-1
           MOVE 0 TO WS-RANK-2
           IF DATA1_f OF VISIT-STRUCT-final (SRT-J) = "BOT" OR "SUS"
             MOVE 1 TO WS-RANK-1
           END-IF
           IF DATA1_f OF VISIT-STRUCT-final (SRT-J + 1) = "BOT" OR "SUS"
             MOVE 1 TO WS-RANK-2
           END-IF
           IF WS-RANK-1 > WS-RANK-2
              OR (WS-RANK-1 = WS-RANK-2
              AND TIMES_VISIT_f(SRT-J) < TIMES_VISIT_f(SRT-J + 1))
             MOVE "Y" TO WS-SWAP-NEEDED-SW
           END-IF.

       300-ECRITURE-FICHIER.
           IF WS-CSV-MODE-SW = "Y"
             IF WS-PSEUDO-MODE-SW NOT = "N"
                AND WS-PSEUDO-KEY-OK-SW NOT = "Y"
               DISPLAY "*** PSEUDONYMISED EXPORT REFUSED - NO VALID "
                  "KEY IN /oscobol/src/pseudonym_key.txt ***"
               MOVE "Y" TO WS-PSEUDO-REFUSED-SW
             ELSE
               PERFORM 310-ECRITURE-CSV
             END-IF
           ELSE
             PERFORM 320-ECRITURE-FIXE
           END-IF.
       310-ECRITURE-CSV.
           OPEN OUTPUT CSV_EXPORT
           MOVE SPACES TO CSV-RECORD
           STRING 'IP,VISIT_DATE,RESOURCE,TRAFFIC_TYPE,TIMES_VISIT'
                 DELIMITED BY SIZE
              ',VISITOR_CLASS' DELIMITED BY SIZE
              INTO CSV-RECORD
           IF WS-PSEUDO-MODE-SW = "I"
             MOVE SPACES TO CSV-RECORD
             STRING 'IP_TOKEN,VISIT_DATE,RESOURCE,TRAFFIC_TYPE'
                   DELIMITED BY SIZE
                ',TIMES_VISIT,VISITOR_CLASS' DELIMITED BY SIZE
                INTO CSV-RECORD
           END-IF
           IF WS-PSEUDO-MODE-SW = "S"
             MOVE SPACES TO CSV-RECORD
             STRING 'NET24_TOKEN,VISIT_DATE,RESOURCE,TRAFFIC_TYPE'
                   DELIMITED BY SIZE
                ',TIMES_VISIT,VISITOR_CLASS' DELIMITED BY SIZE
                INTO CSV-RECORD
           END-IF
           WRITE CSV-RECORD
           MOVE SPACES TO WS-PSEUDO-LAST-INPUT
           PERFORM VARYING
           OCC2 FROM 1 BY 1 UNTIL OCC2 = NB_ELT
              MOVE SPACES TO CSV-RECORD
              EVALUATE DATA1_f OF VISIT-STRUCT-final (OCC2)
                WHEN "BOT"
                  MOVE "BOT" TO WS-CLASS-NAME
                WHEN "SUS"
                  MOVE "SUSPECT" TO WS-CLASS-NAME
                WHEN OTHER
                  MOVE "HUMAN" TO WS-CLASS-NAME
              END-EVALUATE
              MOVE SPACES TO WS-CSV-IP-TEXT
              STRING IP_1_f(OCC2) DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 IP_2_f(OCC2) DELIMITED BY SIZE
                 IP_3_f(OCC2) DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 IP_4_f(OCC2) DELIMITED BY SIZE
                 INTO WS-CSV-IP-TEXT
              IF WS-PSEUDO-MODE-SW NOT = "N"
                PERFORM 315-PSEUDONYMISE-IP
                MOVE WS-PSEUDO-TOKEN TO WS-CSV-IP-TEXT
              END-IF
              STRING FUNCTION TRIM(WS-CSV-IP-TEXT) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 VISIT_DATE_TAB_f(OCC2) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(TRAFFIC_TYPE_f(OCC2)) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 TIMES_VISIT_f(OCC2) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLASS-NAME) DELIMITED BY SIZE
                 INTO CSV-RECORD
              WRITE CSV-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM.
           CLOSE CSV_EXPORT.

       315-PSEUDONYMISE-IP.
           IF WS-PSEUDO-MODE-SW = "S"
             MOVE WS-CSV-IP-TEXT(1:11) TO WS-PSEUDO-INPUT
             MOVE 11 TO WS-PSEUDO-INPUT-LEN
           ELSE
             MOVE WS-CSV-IP-TEXT(1:15) TO WS-PSEUDO-INPUT
             MOVE 15 TO WS-PSEUDO-INPUT-LEN
           END-IF
           IF WS-PSEUDO-INPUT NOT = WS-PSEUDO-LAST-INPUT
             MOVE WS-PSEUDO-INPUT TO WS-PSEUDO-LAST-INPUT
             MOVE WS-PSEUDO-K1 TO WS-PSEUDO-H1
             MOVE WS-PSEUDO-K2 TO WS-PSEUDO-H2
             MOVE 1 TO WS-PSEUDO-KPOS
             PERFORM VARYING WS-PSEUDO-POS FROM 1 BY 1
             UNTIL WS-PSEUDO-POS > WS-PSEUDO-INPUT-LEN
               MOVE WS-PSEUDO-INPUT(WS-PSEUDO-POS:1) TO WS-PSEUDO-CHAR
               PERFORM 316-PSEUDO-HASH-CHAR
               MOVE WS-PSEUDO-KEY(WS-PSEUDO-KPOS:1) TO WS-PSEUDO-CHAR
               PERFORM 316-PSEUDO-HASH-CHAR
               ADD 1 TO WS-PSEUDO-KPOS
               IF WS-PSEUDO-KPOS > WS-PSEUDO-KEY-LEN
                 MOVE 1 TO WS-PSEUDO-KPOS
               END-IF
             END-PERFORM
             PERFORM VARYING WS-PSEUDO-POS FROM 1 BY 1
             UNTIL WS-PSEUDO-POS > WS-PSEUDO-KEY-LEN
               MOVE WS-PSEUDO-KEY(WS-PSEUDO-POS:1) TO WS-PSEUDO-CHAR
               PERFORM 316-PSEUDO-HASH-CHAR
             END-PERFORM
             MOVE SPACES TO WS-PSEUDO-TOKEN
             IF WS-PSEUDO-MODE-SW = "S"
               MOVE 'N' TO WS-PSEUDO-TOKEN(1:1)
             ELSE
               MOVE 'P' TO WS-PSEUDO-TOKEN(1:1)
             END-IF
             MOVE WS-PSEUDO-H1 TO WS-PSEUDO-WORK
             MOVE 9 TO WS-PSEUDO-IDX
             PERFORM 317-PSEUDO-HEX-DIGITS
             MOVE WS-PSEUDO-H2 TO WS-PSEUDO-WORK
             MOVE 17 TO WS-PSEUDO-IDX
             PERFORM 317-PSEUDO-HEX-DIGITS
           END-IF.

       316-PSEUDO-HASH-CHAR.
           COMPUTE WS-PSEUDO-WORK =
              WS-PSEUDO-H1 + FUNCTION ORD(WS-PSEUDO-CHAR) + 1
           COMPUTE WS-PSEUDO-H1 = FUNCTION MOD(
              (WS-PSEUDO-WORK * WS-PSEUDO-WORK) + WS-PSEUDO-H2,
              999999937)
           COMPUTE WS-PSEUDO-WORK =
              WS-PSEUDO-H2 + (FUNCTION ORD(WS-PSEUDO-CHAR) * 3) + 7
           COMPUTE WS-PSEUDO-H2 = FUNCTION MOD(
              (WS-PSEUDO-WORK * WS-PSEUDO-WORK) + WS-PSEUDO-H1,
              999999929).

       317-PSEUDO-HEX-DIGITS.
           PERFORM VARYING WS-PSEUDO-POS FROM 1 BY 1
           UNTIL WS-PSEUDO-POS > 8
             COMPUTE WS-PSEUDO-DIGIT = FUNCTION MOD(WS-PSEUDO-WORK, 16)
             MOVE WS-PSEUDO-HEX(WS-PSEUDO-DIGIT + 1:1)
                TO WS-PSEUDO-TOKEN(WS-PSEUDO-IDX:1)
             COMPUTE WS-PSEUDO-WORK =
                (WS-PSEUDO-WORK - WS-PSEUDO-DIGIT) / 16
             SUBTRACT 1 FROM WS-PSEUDO-IDX
           END-PERFORM.

       320-ECRITURE-FIXE.
           OPEN OUTPUT TRANSACTIONS
           PERFORM VARYING
             IF EOF-IND NOT = "Y"
             ADD 1 TO NUM
             ADD 1 TO IF-COUNT(IF-IDX)
             MOVE 0 TO WS-IP-SPLIT-COUNT
             PERFORM 702-TOKENIZE-RECORD
             PERFORM 706-MAP-TOKENS
             MOVE TEMP_C TO WS-VISITED-RESOURCE
             UNSTRING TEMP_A DELIMITED BY "."
             INTO  WS-IP-OCT1 WS-IP-OCT2 WS-IP-OCT3 WS-IP-OCT4
               PERFORM 720-CHECK-DATE-FILTER
               IF WS-IN-RANGE-SW = "Y"
                 IF OCC <= WS-MAX-VISITS
                   PERFORM 707-CLASSIFY-AGENT
                   PERFORM 708-EXTRACT-REFERRER-HOST
                   MOVE VISIT-STRUCT  TO  VISIT-STRUCT_TAB(OCC)
                   MOVE WS-VISITED-RESOURCE TO RESOURCE_TAB(OCC)
                   MOVE TRAFFIC_TYPE TO TRAFFIC_TYPE_TAB(OCC)
                   MOVE WS-VISIT-CLASS TO DATA1(OCC)
                   MOVE WS-REQ-METHOD TO METHOD_TAB(OCC)
                   MOVE WS-REFERRER-HOST TO REFERRER_TAB(OCC)
                   MOVE VISIT_DATE TO WS-DATE-TEXT
                   PERFORM 785-CHECK-LATE-VISIT
                   IF WS-LATE-VISIT-SW NOT = "Y"
                     PERFORM 740-TALLY-HOURLY
                   END-IF
                   ADD 1 to OCC
                 ELSE
                   ADD 1 TO WS-CAPACITY-REJECTS
             END-IF
             END-IF.

       750-CLASSIFY-VISITORS.
           MOVE 0 TO WS-HUMAN-HITS
           MOVE 0 TO WS-BOT-HITS
           MOVE 0 TO WS-SUSPECT-HITS
           MOVE 0 TO WS-HUMAN-IPS
           MOVE 0 TO WS-BOT-IPS
           MOVE 0 TO WS-SUSPECT-IPS
           MOVE 0 TO WS-RULE-ROBOTS
           MOVE 0 TO WS-RULE-HEAD
           MOVE 0 TO WS-RULE-VOLUME
           IF NB_ELT > 1 AND OCC > 1
             PERFORM VARYING BC-IDX FROM 1 BY 1 UNTIL BC-IDX = NB_ELT
               MOVE 0 TO BC-HEAD-HITS(BC-IDX)
               MOVE "N" TO BC-ROBOTS-SW(BC-IDX)
               MOVE "N" TO BC-RULE-SW(BC-IDX)
               MOVE SPACES TO DATA1_f OF VISIT-STRUCT-final (BC-IDX)
             END-PERFORM
             PERFORM VARYING OCC2 FROM 1 BY 1 UNTIL OCC2 = OCC
               PERFORM 751-TALLY-VISIT-BEHAVIOUR
             END-PERFORM
             PERFORM VARYING BC-IDX FROM 1 BY 1 UNTIL BC-IDX = NB_ELT
               PERFORM 752-APPLY-BEHAVIOUR-RULES
             END-PERFORM
             PERFORM VARYING OCC2 FROM 1 BY 1 UNTIL OCC2 = OCC
               PERFORM 753-CLASSIFY-VISIT
             END-PERFORM
             PERFORM VARYING BC-IDX FROM 1 BY 1 UNTIL BC-IDX = NB_ELT
               EVALUATE DATA1_f OF VISIT-STRUCT-final (BC-IDX)
                 WHEN "BOT"
                   ADD 1 TO WS-BOT-IPS
                 WHEN "SUS"
                   ADD 1 TO WS-SUSPECT-IPS
                 WHEN OTHER
                   ADD 1 TO WS-HUMAN-IPS
               END-EVALUATE
             END-PERFORM
           END-IF
           DISPLAY "VISITOR CLASSES     : HUMAN " WS-HUMAN-IPS
              " IPS  BOT " WS-BOT-IPS " IPS  SUSPECT "
              WS-SUSPECT-IPS " IPS"
           DISPLAY "BEHAVIOUR RULES     : ROBOTS.TXT " WS-RULE-ROBOTS
              " HEAD-ONLY " WS-RULE-HEAD " VOLUME " WS-RULE-VOLUME.

       751-TALLY-VISIT-BEHAVIOUR.
           MOVE VISIT_DATE_TAB(OCC2) TO WS-DATE-TEXT
           PERFORM 785-CHECK-LATE-VISIT
           IF WS-LATE-VISIT-SW NOT = "Y"
             PERFORM 000-FIND_ID
             IF NO_FIND-IND = "Y"
               IF METHOD_TAB(OCC2) = "HEAD"
                 ADD 1 TO BC-HEAD-HITS(WS-FOUND-IDX)
               END-IF
               IF RESOURCE_TAB(OCC2) = "/robots.txt"
                 MOVE "Y" TO BC-ROBOTS-SW(WS-FOUND-IDX)
               END-IF
             END-IF
           END-IF.

       752-APPLY-BEHAVIOUR-RULES.
           IF BC-ROBOTS-SW(BC-IDX) = "Y"
             MOVE "Y" TO BC-RULE-SW(BC-IDX)
             ADD 1 TO WS-RULE-ROBOTS
           END-IF
           IF BC-HEAD-HITS(BC-IDX) > 0
              AND BC-HEAD-HITS(BC-IDX) = TIMES_VISIT_f(BC-IDX)
             MOVE "Y" TO BC-RULE-SW(BC-IDX)
             ADD 1 TO WS-RULE-HEAD
           END-IF
           IF WS-BOT-HIT-LIMIT > 0
              AND TIMES_VISIT_f(BC-IDX) >= WS-BOT-HIT-LIMIT
             MOVE "Y" TO BC-RULE-SW(BC-IDX)
             ADD 1 TO WS-RULE-VOLUME
           END-IF.

       753-CLASSIFY-VISIT.
           MOVE VISIT_DATE_TAB(OCC2) TO WS-DATE-TEXT
           PERFORM 785-CHECK-LATE-VISIT
           IF WS-LATE-VISIT-SW NOT = "Y"
             PERFORM 000-FIND_ID
             IF NO_FIND-IND = "Y"
               IF BC-RULE-SW(WS-FOUND-IDX) = "Y"
                  AND DATA1(OCC2) NOT = "BOT"
                 MOVE "SUS" TO DATA1(OCC2)
               END-IF
               EVALUATE DATA1(OCC2)
                 WHEN "BOT"
                   ADD 1 TO WS-BOT-HITS
                   MOVE "BOT"
                      TO DATA1_f OF VISIT-STRUCT-final (WS-FOUND-IDX)
                 WHEN "SUS"
                   ADD 1 TO WS-SUSPECT-HITS
                   IF DATA1_f OF VISIT-STRUCT-final (WS-FOUND-IDX)
                      NOT = "BOT"
                     MOVE "SUS"
                        TO DATA1_f OF VISIT-STRUCT-final (WS-FOUND-IDX)
                   END-IF
                 WHEN OTHER
                   ADD 1 TO WS-HUMAN-HITS
               END-EVALUATE
             END-IF
           END-IF.

       780-ROUTE-LATE-VISITS.
           MOVE 0 TO WS-LATE-LINES
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-LATE-DAY-COUNT
           MOVE ZEROS TO LV-HASH-TABLE
           IF WS-LATE-ROUTING-SW = "Y" AND OCC > 1
             PERFORM VARYING OCC3 FROM 1 BY 1 UNTIL OCC3 = OCC
               MOVE VISIT_DATE_TAB(OCC3) TO WS-DATE-TEXT
               PERFORM 785-CHECK-LATE-VISIT
               IF WS-LATE-VISIT-SW = "Y"
                 ADD 1 TO WS-LATE-LINES
                 PERFORM 781-FIND-LATE-VISIT
                 PERFORM 782-TALLY-LATE-VISIT
                 PERFORM 783-TALLY-LATE-DAY
               END-IF
             END-PERFORM
           END-IF
           IF WS-LATE-LINES > 0
             DISPLAY "LATE ARRIVALS       : " WS-LATE-LINES
                " LINES FOR " WS-LATE-DAY-COUNT " EARLIER DAYS"
           END-IF.

       781-FIND-LATE-VISIT.
           MOVE 0 TO LV-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
           COMPUTE WS-HASH-IDX = FUNCTION MOD(
              (IP_1_TAB(OCC3) * 16777216) + (IP_2_TAB(OCC3) * 65536)
              + (IP_3_TAB(OCC3) * 256) + IP_4_TAB(OCC3)
              + (WS-DATE-NUM * 31),
              WS-HASH-SIZE) + 1
           PERFORM UNTIL WS-HASH-DONE-SW = "Y"
             IF LV-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE WS-HASH-IDX TO WS-HASH-INS-SLOT
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF LV-IP(LV-HASH-SLOT(WS-HASH-IDX)) = IP_TAB(OCC3)
                  AND LV-YMD(LV-HASH-SLOT(WS-HASH-IDX)) = WS-DATE-NUM
                 MOVE LV-HASH-SLOT(WS-HASH-IDX) TO LV-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       782-TALLY-LATE-VISIT.
           MOVE "N" TO WS-LATE-NEW-SW
           IF LV-MATCH-IDX = 0
             MOVE "Y" TO WS-LATE-NEW-SW
             ADD 1 TO WS-LATE-COUNT
             MOVE WS-LATE-COUNT TO LV-MATCH-IDX
             MOVE WS-LATE-COUNT TO LV-HASH-SLOT(WS-HASH-INS-SLOT)
             MOVE IP_TAB(OCC3) TO LV-IP(LV-MATCH-IDX)
             MOVE WS-DATE-NUM TO LV-YMD(LV-MATCH-IDX)
             MOVE VISIT_DATE_TAB(OCC3) TO LV-VISIT-DATE(LV-MATCH-IDX)
             MOVE VISIT_TIME_TAB(OCC3) TO LV-VISIT-TIME(LV-MATCH-IDX)
             MOVE 0 TO LV-BYTES(LV-MATCH-IDX)
             MOVE 0 TO LV-TIMES(LV-MATCH-IDX)
             MOVE DATA1(OCC3) TO LV-CLASS(LV-MATCH-IDX)
           END-IF
           IF DATA1(OCC3) = "BOT"
              OR (DATA1(OCC3) = "SUS"
              AND LV-CLASS(LV-MATCH-IDX) NOT = "BOT")
             MOVE DATA1(OCC3) TO LV-CLASS(LV-MATCH-IDX)
           END-IF
           MOVE RESOURCE_TAB(OCC3) TO LV-RESOURCE(LV-MATCH-IDX)
           MOVE TRAFFIC_TYPE_TAB(OCC3) TO LV-TRAFFIC-TYPE(LV-MATCH-IDX)
           MOVE HTTP_STATUS_TAB(OCC3) TO LV-HTTP-STATUS(LV-MATCH-IDX)
           ADD BYTES_TAB(OCC3) TO LV-BYTES(LV-MATCH-IDX)
           ADD 1 TO LV-TIMES(LV-MATCH-IDX).

       783-TALLY-LATE-DAY.
           MOVE 0 TO LD-MATCH-IDX
           PERFORM VARYING LD-IDX FROM 1 BY 1
           UNTIL LD-IDX > WS-LATE-DAY-COUNT OR LD-MATCH-IDX > 0
             IF LD-YMD(LD-IDX) = WS-DATE-NUM
               MOVE LD-IDX TO LD-MATCH-IDX
             END-IF
           END-PERFORM
           IF LD-MATCH-IDX = 0
             IF WS-LATE-DAY-COUNT < WS-MAX-LATE-DAYS
               ADD 1 TO WS-LATE-DAY-COUNT
               MOVE WS-LATE-DAY-COUNT TO LD-MATCH-IDX
               MOVE WS-DATE-NUM TO LD-YMD(LD-MATCH-IDX)
               MOVE 0 TO LD-LINES(LD-MATCH-IDX)
               MOVE 0 TO LD-IPS(LD-MATCH-IDX)
               MOVE 0 TO LD-INTERNAL(LD-MATCH-IDX)
               MOVE 0 TO LD-EXTERNAL(LD-MATCH-IDX)
               MOVE 0 TO LD-BYTES(LD-MATCH-IDX)
             ELSE
               IF WS-LATE-DAY-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: LATE DAY TABLE FULL AT "
                    WS-MAX-LATE-DAYS " ENTRIES - "
                    "FURTHER DAYS ARE NOT ITEMISED ***"
                 MOVE "Y" TO WS-LATE-DAY-FULL-SW
               END-IF
             END-IF
           END-IF
           IF LD-MATCH-IDX > 0
             ADD 1 TO LD-LINES(LD-MATCH-IDX)
             IF WS-LATE-NEW-SW = "Y"
               ADD 1 TO LD-IPS(LD-MATCH-IDX)
             END-IF
             IF TRAFFIC_TYPE_TAB(OCC3) = "INTERNAL"
               ADD 1 TO LD-INTERNAL(LD-MATCH-IDX)
             ELSE
               ADD 1 TO LD-EXTERNAL(LD-MATCH-IDX)
             END-IF
             ADD BYTES_TAB(OCC3) TO LD-BYTES(LD-MATCH-IDX)
           END-IF.

       785-CHECK-LATE-VISIT.
           MOVE "N" TO WS-LATE-VISIT-SW
           IF WS-LATE-ROUTING-SW = "Y"
             PERFORM 810-DATE-TO-NUM
             IF WS-MONTH-NUM > 0
                AND WS-DATE-NUM < WS-RUN-DATE-NUM
                AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
               MOVE "Y" TO WS-LATE-VISIT-SW
             END-IF
           END-IF.

       790-ECRITURE-LATE-FILES.
           MOVE 0 TO WS-LATE-WRITTEN
           MOVE SPACES TO WS-LATE-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.batch2.late.txt' DELIMITED BY SIZE
              INTO WS-LATE-FILE
           IF WS-LATE-COUNT > 0
             OPEN OUTPUT LATE_VISITS
             PERFORM VARYING LV-IDX FROM 1 BY 1
             UNTIL LV-IDX > WS-LATE-COUNT
               PERFORM 791-WRITE-LATE-VISIT
             END-PERFORM
             CLOSE LATE_VISITS
             DISPLAY "LATE ADJUSTMENTS    : " WS-LATE-WRITTEN
                " RECORDS TO " WS-LATE-FILE
           ELSE
             IF WS-LATE-ROUTING-SW = "Y"
               CALL 'CBL_DELETE_FILE' USING WS-LATE-FILE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM 795-ECRITURE-LATE-REPORT.

       791-WRITE-LATE-VISIT.
           MOVE SPACES TO LATE-VISIT-REC
           MOVE LV-IP(LV-IDX) TO LVR-IP
           MOVE '.' TO LVR-IP(4:1)
           MOVE '.' TO LVR-IP(8:1)
           MOVE '.' TO LVR-IP(12:1)
           MOVE LV-VISIT-DATE(LV-IDX) TO LVR-VISIT-DATE
           MOVE LV-VISIT-TIME(LV-IDX) TO LVR-VISIT-TIME
           MOVE LV-RESOURCE(LV-IDX) TO LVR-RESOURCE
           MOVE LV-TRAFFIC-TYPE(LV-IDX) TO LVR-TRAFFIC-TYPE
           MOVE LV-HTTP-STATUS(LV-IDX) TO LVR-HTTP-STATUS
           MOVE LV-BYTES(LV-IDX) TO LVR-BYTES-SENT
           MOVE ' VISITED :' TO LVR-VISITED-STR
           MOVE LV-TIMES(LV-IDX) TO LVR-TIMES-VISIT
           IF LV-CLASS(LV-IDX) = "BOT" OR "SUS"
             MOVE LV-CLASS(LV-IDX) TO LVR-DATA1
           END-IF
           MOVE X'0A' TO LVR-LINE-FEED
           WRITE LATE-VISIT-REC
           ADD 1 TO WS-LATE-WRITTEN.

       795-ECRITURE-LATE-REPORT.
           OPEN OUTPUT LATE_REPORT
           MOVE SPACES TO WS-LATE-TEXT
           STRING 'LATE ARRIVAL REPORT - RUN DATE ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-LATE-TEXT
           PERFORM 799-WRITE-LATE-LINE
           IF WS-LATE-ROUTING-SW NOT = "Y"
             MOVE 'LATE ROUTING NOT ACTIVE - DATE FILTER OR CSV EXPORT'
                TO WS-LATE-TEXT
             PERFORM 799-WRITE-LATE-LINE
           ELSE
             PERFORM 796-SORT-LATE-DAYS
             MOVE SPACES TO WS-LATE-TEXT
             STRING 'VISIT DATE  DAYS LATE    LINES     IPS'
                DELIMITED BY SIZE
                ' INTERNAL EXTERNAL         BYTES' DELIMITED BY SIZE
                INTO WS-LATE-TEXT
             PERFORM 799-WRITE-LATE-LINE
             PERFORM VARYING LD-IDX FROM 1 BY 1
             UNTIL LD-IDX > WS-LATE-DAY-COUNT
               PERFORM 797-WRITE-LATE-DAY
             END-PERFORM
             MOVE WS-LATE-LINES TO WS-EDIT-LATE-LINES
             MOVE WS-LATE-WRITTEN TO WS-EDIT-LATE-IPS
             MOVE SPACES TO WS-LATE-TEXT
             STRING 'TOTAL LATE LINES : ' DELIMITED BY SIZE
                WS-EDIT-LATE-LINES DELIMITED BY SIZE
                ' ADJUSTMENT RECORDS : ' DELIMITED BY SIZE
                WS-EDIT-LATE-IPS DELIMITED BY SIZE
                INTO WS-LATE-TEXT
             PERFORM 799-WRITE-LATE-LINE
             IF WS-LATE-COUNT > 0
               MOVE SPACES TO WS-LATE-TEXT
               STRING 'ADJUSTMENT FILE : ' DELIMITED BY SIZE
                  WS-LATE-FILE DELIMITED BY SPACE
                  INTO WS-LATE-TEXT
               PERFORM 799-WRITE-LATE-LINE
             END-IF
             IF WS-LATE-DAY-FULL-SW = "Y"
               MOVE 'MORE THAN 400 DAYS LATE - OLDEST NOT ITEMISED'
                  TO WS-LATE-TEXT
               PERFORM 799-WRITE-LATE-LINE
             END-IF
           END-IF
           CLOSE LATE_REPORT.

       796-SORT-LATE-DAYS.
           IF WS-LATE-DAY-COUNT > 1
             PERFORM VARYING LD-IDX FROM 1 BY 1
             UNTIL LD-IDX = WS-LATE-DAY-COUNT
               PERFORM VARYING LD-IDX2 FROM 1 BY 1
               UNTIL LD-IDX2 = WS-LATE-DAY-COUNT - LD-IDX + 1
                 IF LD-YMD(LD-IDX2) > LD-YMD(LD-IDX2 + 1)
                   MOVE LATE-DAY-ENTRY(LD-IDX2) TO WS-SWAP-LATE-DAY
                   MOVE LATE-DAY-ENTRY(LD-IDX2 + 1)
                      TO LATE-DAY-ENTRY(LD-IDX2)
                   MOVE WS-SWAP-LATE-DAY
                      TO LATE-DAY-ENTRY(LD-IDX2 + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       797-WRITE-LATE-DAY.
           COMPUTE WS-LATE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(LD-YMD(LD-IDX))
           MOVE WS-LATE-DAYS TO WS-EDIT-LATE-DAYS
           MOVE LD-LINES(LD-IDX) TO WS-EDIT-LATE-LINES
           MOVE LD-IPS(LD-IDX) TO WS-EDIT-LATE-IPS
           MOVE LD-INTERNAL(LD-IDX) TO WS-EDIT-LATE-INT
           MOVE LD-EXTERNAL(LD-IDX) TO WS-EDIT-LATE-EXT
           MOVE LD-BYTES(LD-IDX) TO WS-EDIT-LATE-BYTES
           MOVE SPACES TO WS-LATE-TEXT
           STRING LD-YMD(LD-IDX) DELIMITED BY SIZE
              '        ' DELIMITED BY SIZE
              WS-EDIT-LATE-DAYS DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-EDIT-LATE-LINES DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-EDIT-LATE-IPS DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-EDIT-LATE-INT DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-EDIT-LATE-EXT DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-EDIT-LATE-BYTES DELIMITED BY SIZE
              INTO WS-LATE-TEXT
           PERFORM 799-WRITE-LATE-LINE.

       799-WRITE-LATE-LINE.
           MOVE WS-LATE-TEXT TO LA-TEXT
           MOVE X'0A' TO LA-LINE-FEED
           WRITE LATE-REPORT-LINE.

       800-INIT-DATE-FILTER.
           MOVE "N" TO WS-DATE-FILTER-SW
           MOVE "N" TO WS-CSV-MODE-SW
           IF WS-PARM NOT = SPACES
             UNSTRING WS-PARM DELIMITED BY ","
                 INTO WS-FROM-DATE WS-TO-DATE WS-OUTPUT-OVERRIDE
                      WS-OUTPUT-FORMAT WS-RUN-MODE
             IF WS-FROM-DATE NOT = SPACES
               MOVE "Y" TO WS-DATE-FILTER-SW
               MOVE WS-FROM-DATE TO WS-DATE-TEXT
               MOVE "Y" TO WS-CSV-MODE-SW
               DISPLAY "CSV EXPORT MODE ACTIVE"
             END-IF
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OUTPUT-FORMAT))
                = "PSEUDO"
               MOVE "Y" TO WS-CSV-MODE-SW
               MOVE "I" TO WS-PSEUDO-MODE-SW
               DISPLAY "PSEUDONYMISED CSV EXPORT MODE ACTIVE - "
                  "TOKEN PER IP"
             END-IF
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OUTPUT-FORMAT))
                = "PSEUDO24"
               MOVE "Y" TO WS-CSV-MODE-SW
               MOVE "S" TO WS-PSEUDO-MODE-SW
               DISPLAY "PSEUDONYMISED CSV EXPORT MODE ACTIVE - "
                  "TOKEN PER /24"
             END-IF
             IF WS-PSEUDO-MODE-SW NOT = "N"
               PERFORM 845-LOAD-PSEUDONYM-KEY
             END-IF
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
                = "INTRADAY"
               MOVE "Y" TO WS-INTRADAY-SW
               DISPLAY "INTRADAY INCREMENTAL MODE ACTIVE"
             END-IF
           END-IF.

       805-BUILD-DEFAULT-TRANSACTIONS-FILE.
                   WHEN "SESSIONGAP"
                     COMPUTE WS-SESSION-GAP-MIN = FUNCTION NUMVAL(
                        FUNCTION TRIM(TH-VALUE-TEXT))
                   WHEN "BOTHITS"
                     COMPUTE WS-BOT-HIT-LIMIT = FUNCTION NUMVAL(
                        FUNCTION TRIM(TH-VALUE-TEXT))
                   WHEN "REFTOP"
                     IF FUNCTION NUMVAL(FUNCTION TRIM(TH-VALUE-TEXT))
                        > 0
                       COMPUTE WS-REF-TOP = FUNCTION NUMVAL(
                          FUNCTION TRIM(TH-VALUE-TEXT))
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
                " RESOURCE " WS-RESOURCE-THRESHOLD
           END-IF.

       837-LOAD-BOT-PATTERNS.
           MOVE 0 TO WS-BOT-PATTERN-COUNT
           MOVE 0 TO WS-BOT-IGNORED
           MOVE "N" TO WS-BOT-EOF-SW
           OPEN INPUT BOT_PATTERNS_FILE
           IF WS-BOT-FILE-STATUS = "00"
             PERFORM UNTIL WS-BOT-EOF-SW = "Y"
               MOVE SPACES TO BOT-PATTERN-REC
               READ BOT_PATTERNS_FILE
                 AT END MOVE "Y" TO WS-BOT-EOF-SW
               END-READ
               IF WS-BOT-EOF-SW NOT = "Y"
                  AND BOT-PATTERN-REC NOT = SPACES
                  AND BPR-TYPE(1:1) NOT = "*"
                 PERFORM 838-STORE-BOT-PATTERN
               END-IF
             END-PERFORM
             CLOSE BOT_PATTERNS_FILE
             DISPLAY "BOT PATTERNS LOADED - " WS-BOT-PATTERN-COUNT
                " IGNORED " WS-BOT-IGNORED
           ELSE
             DISPLAY "*** WARNING: BOT PATTERN FILE NOT FOUND - "
                "USER-AGENT CLASSIFICATION IS OFF ***"
           END-IF.

       838-STORE-BOT-PATTERN.
           IF (BPR-TYPE = "BOT" OR "SUSPECT" OR "SEARCH" OR "SELF")
              AND BPR-PATTERN NOT = SPACES
              AND WS-BOT-PATTERN-COUNT < WS-MAX-BOT-PATTERNS
             ADD 1 TO WS-BOT-PATTERN-COUNT
             MOVE BPR-TYPE TO BP-TYPE(WS-BOT-PATTERN-COUNT)
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BPR-PATTERN))
                TO BP-PATTERN(WS-BOT-PATTERN-COUNT)
             COMPUTE BP-LEN(WS-BOT-PATTERN-COUNT) =
                FUNCTION LENGTH(FUNCTION TRIM(BPR-PATTERN))
             IF BPR-LABEL = SPACES
               MOVE FUNCTION TRIM(BPR-PATTERN)
                  TO BP-LABEL(WS-BOT-PATTERN-COUNT)
             ELSE
               MOVE BPR-LABEL TO BP-LABEL(WS-BOT-PATTERN-COUNT)
             END-IF
           ELSE
             ADD 1 TO WS-BOT-IGNORED
           END-IF.

       450-ECRITURE-ALERTS.
           MOVE 0 TO WS-ALERT-COUNT
           OPEN OUTPUT ALERT_FILE
           IF WS-FULL-RUN-SW = "Y"
             PERFORM 452-OPEN-SIEM-FEED
           END-IF
           MOVE "N" TO WS-DISP-OPEN-SW
           OPEN INPUT DISPOSITION_FILE
           IF WS-DISP-FILE-STATUS = "00"
             MOVE "Y" TO WS-DISP-OPEN-SW
           END-IF
           IF NB_ELT > 1
             PERFORM VARYING OCC2 FROM 1 BY 1 UNTIL OCC2 = NB_ELT
               MOVE IP_f(OCC2) TO WS-ALERT-KEY
               MOVE '.' TO WS-ALERT-KEY(4:1)
               MOVE '.' TO WS-ALERT-KEY(8:1)
               MOVE '.' TO WS-ALERT-KEY(12:1)
               PERFORM 451-FIND-DISPOSITION
               IF WS-ALERT-DISP = 'ALLOW'
                 IF WS-IP-THRESHOLD > 0
                    AND TIMES_VISIT_f(OCC2) > WS-IP-THRESHOLD
                   ADD 1 TO WS-SUPPRESSED-COUNT
                 END-IF
               ELSE
                 IF (WS-IP-THRESHOLD > 0
                    AND TIMES_VISIT_f(OCC2) > WS-IP-THRESHOLD)
                    OR WS-ALERT-DISP = 'WATCH'
                    OR WS-ALERT-DISP = 'BLOCK'
                   IF WS-IP-THRESHOLD = 0
                      OR TIMES_VISIT_f(OCC2) NOT > WS-IP-THRESHOLD
                     ADD 1 TO WS-FORCED-COUNT
                   END-IF
                   MOVE 'IP       ' TO AL-TYPE
                   MOVE WS-ALERT-KEY TO AL-KEY
                   MOVE AL-KEY(1:11) TO WS-BU-PREFIX
                   PERFORM 846-FIND-BU-NAME
                   MOVE WS-BU-NAME TO AL-UNIT
                   MOVE TIMES_VISIT_f(OCC2) TO WS-ALERT-OBSERVED
                   MOVE WS-IP-THRESHOLD TO WS-ALERT-LIMIT
                   PERFORM 455-WRITE-ALERT
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-DISP-OPEN-SW = "Y"
             CLOSE DISPOSITION_FILE
           END-IF
           MOVE SPACES TO WS-ALERT-DISP
           IF WS-RESOURCE-THRESHOLD > 0 AND WS-RESOURCE-COUNT > 0
             PERFORM VARYING RES-IDX FROM 1 BY 1
             UNTIL RES-IDX > WS-RESOURCE-COUNT
             END-PERFORM
           END-IF
           CLOSE ALERT_FILE
           IF WS-FULL-RUN-SW = "Y"
             PERFORM 459-CLOSE-SIEM-FEED
           END-IF
           PERFORM 458-WRITE-ALERT-HISTORY
           IF WS-ALERT-COUNT > 0
             DISPLAY "ALERTS RAISED       : " WS-ALERT-COUNT
             DISPLAY "ALERTS ESCALATED    : " WS-ESCALATED-COUNT
           END-IF
           IF WS-SUPPRESSED-COUNT > 0 OR WS-FORCED-COUNT > 0
             DISPLAY "ALERTS SUPPRESSED   : " WS-SUPPRESSED-COUNT
                " (ALLOW-LISTED)"
             DISPLAY "ALERTS FORCED       : " WS-FORCED-COUNT
                " (WATCH/BLOCK-LISTED)"
           END-IF.

       451-FIND-DISPOSITION.
           MOVE SPACES TO WS-ALERT-DISP
           IF WS-DISP-OPEN-SW = "Y"
             MOVE WS-ALERT-KEY(1:15) TO DSP-IP
             READ DISPOSITION_FILE KEY IS DSP-IP
               INVALID KEY MOVE SPACES TO DSP-CODE
               NOT INVALID KEY
                 IF DSP-EXPIRY = SPACES OR DSP-EXPIRY >= WS-RUN-DATE
                   MOVE DSP-CODE TO WS-ALERT-DISP
                 END-IF
             END-READ
           END-IF.

       836-LOAD-ALERT-HISTORY.

       455-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE "N" TO WS-ALERT-ESCAL-SW
           MOVE ' COUNT : ' TO AL-LABEL1
           MOVE WS-ALERT-OBSERVED TO AL-COUNT
           MOVE ' LIMIT : ' TO AL-LABEL2
           ELSE
             MOVE 'MEDIUM' TO WS-ALERT-SEVERITY
           END-IF
           IF WS-ALERT-DISP = 'BLOCK'
             MOVE 'HIGH  ' TO WS-ALERT-SEVERITY
           END-IF
           MOVE AL-TYPE TO WS-ALERT-TYPE
           MOVE AL-KEY TO WS-ALERT-KEY
           PERFORM 456-UPDATE-ALERT-HISTORY
           MOVE ' DAYS : ' TO AL-LABEL4
           MOVE WS-ALERT-DAYS TO AL-DAYS
           MOVE ' UNIT : ' TO AL-LABEL5
           MOVE ' DISP : ' TO AL-LABEL6
           MOVE WS-ALERT-DISP TO AL-DISPOSITION
           MOVE X'0A' TO AL-LINE-FEED
           IF WS-FULL-RUN-SW = "Y"
             PERFORM 457-WRITE-SIEM-EVENT
           END-IF
           WRITE ALERT-LINE.

       452-OPEN-SIEM-FEED.
           MOVE 0 TO WS-SIEM-SEQUENCE
           OPEN INPUT SIEM_SEQUENCE
           IF WS-SIEM-SEQ-STATUS = "00"
             READ SIEM_SEQUENCE
               AT END MOVE 0 TO SQ-LAST-SEQUENCE
             END-READ
             IF SQ-LAST-SEQUENCE NUMERIC
               MOVE SQ-LAST-SEQUENCE TO WS-SIEM-SEQUENCE
             END-IF
             CLOSE SIEM_SEQUENCE
           END-IF
           ADD 1 TO WS-SIEM-SEQUENCE
           MOVE 0 TO WS-SIEM-EVENTS
           MOVE 0 TO WS-SIEM-HASH
           MOVE SPACES TO WS-SIEM-FEED-FILE
           STRING '/oscobol/src/siem_feed.' DELIMITED BY SIZE
              WS-SIEM-SEQUENCE DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO WS-SIEM-FEED-FILE
           OPEN OUTPUT SIEM_FEED
           MOVE SPACES TO SIEM-HEADER-REC
           MOVE 'HDR' TO SH-REC-TYPE
           MOVE WS-SIEM-SEQUENCE TO SH-SEQUENCE
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE WS-CURRENT-DATE OF WS-CURRENT-DATE-DATA
              TO SH-CREATED-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              SH-CREATED-TIME
           MOVE 'BATCH_2' TO SH-SOURCE
           IF WS-INTRADAY-SW = "Y"
             MOVE 'INTRADAY' TO SH-MODE
           ELSE
             MOVE 'FINAL' TO SH-MODE
           END-IF
           MOVE X'0A' TO SH-LINE-FEED
           WRITE SIEM-HEADER-REC.

       457-WRITE-SIEM-EVENT.
           ADD 1 TO WS-SIEM-EVENTS
           ADD WS-ALERT-OBSERVED TO WS-SIEM-HASH
           MOVE SPACES TO SIEM-EVENT-REC
           MOVE 'EVT' TO SE-REC-TYPE
           MOVE WS-SIEM-SEQUENCE TO SE-SEQUENCE
           MOVE WS-SIEM-EVENTS TO SE-EVENT-NO
           IF WS-ALERT-ESCAL-SW = "Y"
             MOVE 'ESCALATE' TO SE-EVENT-CLASS
           ELSE
             MOVE 'ALERT' TO SE-EVENT-CLASS
           END-IF
           MOVE AL-TYPE TO SE-TYPE
           MOVE AL-KEY TO SE-KEY
           MOVE WS-ALERT-OBSERVED TO SE-COUNT
           MOVE WS-ALERT-LIMIT TO SE-LIMIT
           MOVE WS-ALERT-SEVERITY TO SE-SEVERITY
           MOVE WS-ALERT-DAYS TO SE-DAYS
           MOVE AL-UNIT TO SE-UNIT
           MOVE WS-ALERT-DISP TO SE-DISPOSITION
           MOVE X'0A' TO SE-LINE-FEED
           WRITE SIEM-EVENT-REC.

       459-CLOSE-SIEM-FEED.
           MOVE SPACES TO SIEM-TRAILER-REC
           MOVE 'TRL' TO ST-REC-TYPE
           MOVE WS-SIEM-SEQUENCE TO ST-SEQUENCE
           MOVE WS-SIEM-EVENTS TO ST-RECORD-COUNT
           MOVE WS-SIEM-HASH TO ST-HASH-TOTAL
           MOVE X'0A' TO ST-LINE-FEED
           WRITE SIEM-TRAILER-REC
           CLOSE SIEM_FEED
           OPEN OUTPUT SIEM_SEQUENCE
           MOVE WS-SIEM-SEQUENCE TO SQ-LAST-SEQUENCE
           MOVE ' ' TO SQ-SEP1
           MOVE WS-RUN-DATE TO SQ-LAST-RUN-DATE
           MOVE X'0A' TO SQ-LINE-FEED
           WRITE SIEM-SEQUENCE-REC
           CLOSE SIEM_SEQUENCE
           OPEN EXTEND SIEM_SENT_LOG
           MOVE SPACES TO SIEM-SENT-REC
           MOVE WS-SIEM-SEQUENCE TO SL-SEQUENCE
           MOVE WS-RUN-DATE TO SL-RUN-DATE
           MOVE WS-CURRENT-DATE OF WS-CURRENT-DATE-DATA
              TO SL-SENT-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              SL-SENT-TIME
           MOVE WS-SIEM-EVENTS TO SL-EVENTS
           MOVE WS-SIEM-HASH TO SL-HASH
           MOVE 'SENT' TO SL-STATUS
           MOVE 0 TO SL-RESENDS
           MOVE X'0A' TO SL-LINE-FEED
           WRITE SIEM-SENT-REC
           CLOSE SIEM_SENT_LOG
           DISPLAY "SIEM FEED WRITTEN   : " WS-SIEM-FEED-FILE(1:40)
              " EVENTS " WS-SIEM-EVENTS.

       456-UPDATE-ALERT-HISTORY.
           MOVE "N" TO WS-HIST-FIND-SW
           MOVE 0 TO WS-HIST-MATCH-IDX
             IF WS-ALERT-DAYS >= 7
               IF WS-ALERT-SEVERITY NOT = 'CRIT  '
                 ADD 1 TO WS-ESCALATED-COUNT
                 MOVE "Y" TO WS-ALERT-ESCAL-SW
               END-IF
               MOVE 'CRIT  ' TO WS-ALERT-SEVERITY
             ELSE
               IF WS-ALERT-DAYS >= 3
                  AND WS-ALERT-SEVERITY = 'MEDIUM'
                 ADD 1 TO WS-ESCALATED-COUNT
                 MOVE "Y" TO WS-ALERT-ESCAL-SW
                 MOVE 'HIGH  ' TO WS-ALERT-SEVERITY
               END-IF
             END-IF
                    OR VISIT_DATE = SPACES
                   MOVE "N" TO WS-RECORD-VALID-SW
                   MOVE "UNPARSEABLE DATE" TO WS-REJECT-REASON
                 ELSE
                   IF WS-COMBINED-SW = "Y"
                      AND (WS-REQ-SPLIT-COUNT < 2
                      OR WS-REQ-METHOD = SPACES
                      OR WS-VISITED-RESOURCE = SPACES)
                     MOVE "N" TO WS-RECORD-VALID-SW
                     MOVE "MALFORMED REQUEST LINE" TO WS-REJECT-REASON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       702-TOKENIZE-RECORD.
           PERFORM VARYING LT-IDX FROM 1 BY 1
           UNTIL LT-IDX > WS-MAX-TOKENS
             MOVE SPACES TO LT-TEXT(LT-IDX)
             MOVE 0 TO LT-LEN(LT-IDX)
             MOVE "N" TO LT-QUOTED-SW(LT-IDX)
           END-PERFORM
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE "N" TO WS-TOKEN-STATE
           MOVE "N" TO WS-ESCAPE-SW
           MOVE 0 TO WS-LINE-LEN
           IF INPUT-RECORD NOT = SPACES
             COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(INPUT-RECORD TRAILING))
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
           UNTIL WS-CHAR-IDX > WS-LINE-LEN
             MOVE INPUT-RECORD(WS-CHAR-IDX:1) TO WS-CHAR
             PERFORM 703-SCAN-CHARACTER
           END-PERFORM.

       703-SCAN-CHARACTER.
           EVALUATE WS-TOKEN-STATE
             WHEN "N"
               IF WS-CHAR NOT = SPACE
                  AND WS-TOKEN-COUNT < WS-MAX-TOKENS
                 ADD 1 TO WS-TOKEN-COUNT
                 EVALUATE WS-CHAR
                   WHEN '"'
                     MOVE "Q" TO WS-TOKEN-STATE
                     MOVE "Y" TO LT-QUOTED-SW(WS-TOKEN-COUNT)
                   WHEN "["
                     MOVE "B" TO WS-TOKEN-STATE
                     PERFORM 704-APPEND-CHARACTER
                   WHEN OTHER
                     MOVE "P" TO WS-TOKEN-STATE
                     PERFORM 704-APPEND-CHARACTER
                 END-EVALUATE
               END-IF
             WHEN "P"
               IF WS-CHAR = SPACE
                 MOVE "N" TO WS-TOKEN-STATE
               ELSE
                 PERFORM 704-APPEND-CHARACTER
               END-IF
             WHEN "B"
               PERFORM 704-APPEND-CHARACTER
               IF WS-CHAR = "]"
                 MOVE "N" TO WS-TOKEN-STATE
               END-IF
             WHEN "Q"
               IF WS-ESCAPE-SW = "Y"
                 PERFORM 704-APPEND-CHARACTER
                 MOVE "N" TO WS-ESCAPE-SW
               ELSE
                 EVALUATE WS-CHAR
                   WHEN "\"
                     MOVE "Y" TO WS-ESCAPE-SW
                   WHEN '"'
                     MOVE "N" TO WS-TOKEN-STATE
                   WHEN OTHER
                     PERFORM 704-APPEND-CHARACTER
                 END-EVALUATE
               END-IF
           END-EVALUATE.

       704-APPEND-CHARACTER.
           IF LT-LEN(WS-TOKEN-COUNT) < 300
             ADD 1 TO LT-LEN(WS-TOKEN-COUNT)
             MOVE WS-CHAR
                TO LT-TEXT(WS-TOKEN-COUNT)(LT-LEN(WS-TOKEN-COUNT):1)
           END-IF.

       706-MAP-TOKENS.
           MOVE SPACES TO TEMP_A TEMP_B TEMP_C TEMP_D TEMP_E TEMP_F
           MOVE SPACES TO WS-REQ-METHOD WS-REQ-TARGET WS-REQ-PROTOCOL
           MOVE SPACES TO WS-REFERRER WS-USER-AGENT
           MOVE 0 TO WS-REQ-SPLIT-COUNT
           MOVE "N" TO WS-COMBINED-SW
           MOVE WS-TOKEN-COUNT TO WS-SPLIT-COUNT
           MOVE LT-TEXT(1) TO TEMP_A
           IF WS-TOKEN-COUNT >= 5 AND LT-QUOTED-SW(5) = "Y"
             MOVE "Y" TO WS-COMBINED-SW
             MOVE LT-TEXT(4) TO TEMP_D
             MOVE LT-TEXT(6) TO TEMP_E
             MOVE LT-TEXT(7) TO TEMP_F
             UNSTRING LT-TEXT(5) DELIMITED BY ALL SPACE
                INTO WS-REQ-METHOD WS-REQ-TARGET WS-REQ-PROTOCOL
                TALLYING IN WS-REQ-SPLIT-COUNT
             UNSTRING WS-REQ-TARGET DELIMITED BY "?"
                INTO TEMP_C
             MOVE LT-TEXT(8) TO WS-REFERRER
             MOVE LT-TEXT(9) TO WS-USER-AGENT
           ELSE
             MOVE LT-TEXT(3) TO TEMP_C
             MOVE LT-TEXT(4) TO TEMP_D
             MOVE LT-TEXT(5) TO TEMP_E
             MOVE LT-TEXT(6) TO TEMP_F
           END-IF.

       707-CLASSIFY-AGENT.
           MOVE SPACES TO WS-VISIT-CLASS
           IF WS-COMBINED-SW = "Y" AND WS-TOKEN-COUNT >= 9
             IF WS-USER-AGENT = SPACES OR WS-USER-AGENT = "-"
               MOVE "SUS" TO WS-VISIT-CLASS
             ELSE
               MOVE FUNCTION UPPER-CASE(WS-USER-AGENT)
                  TO WS-MATCH-TEXT
               MOVE LT-LEN(9) TO WS-MATCH-LEN
               MOVE "BOT" TO WS-MATCH-TYPE
               PERFORM 709-MATCH-PATTERN
               IF BP-MATCH-IDX > 0
                 MOVE "BOT" TO WS-VISIT-CLASS
               ELSE
                 MOVE "SUSPECT" TO WS-MATCH-TYPE
                 PERFORM 709-MATCH-PATTERN
                 IF BP-MATCH-IDX > 0
                   MOVE "SUS" TO WS-VISIT-CLASS
                 END-IF
               END-IF
             END-IF
           END-IF.

       708-EXTRACT-REFERRER-HOST.
           MOVE SPACES TO WS-REFERRER-HOST
           IF WS-COMBINED-SW = "Y" AND WS-TOKEN-COUNT >= 8
             IF WS-REFERRER = SPACES OR WS-REFERRER = "-"
               MOVE "(DIRECT)" TO WS-REFERRER-HOST
             ELSE
               MOVE SPACES TO WS-REF-SCHEME WS-REF-REST
               MOVE 0 TO WS-MATCH-TALLY
               INSPECT WS-REFERRER TALLYING WS-MATCH-TALLY
                  FOR ALL "://"
               IF WS-MATCH-TALLY > 0
                 UNSTRING WS-REFERRER DELIMITED BY "://"
                    INTO WS-REF-SCHEME WS-REF-REST
               ELSE
                 MOVE WS-REFERRER TO WS-REF-REST
               END-IF
               UNSTRING WS-REF-REST DELIMITED BY "/" OR ":" OR "?"
                  OR "#" OR SPACE
                  INTO WS-REFERRER-HOST
               MOVE FUNCTION UPPER-CASE(WS-REFERRER-HOST)
                  TO WS-MATCH-TEXT
               MOVE 40 TO WS-MATCH-LEN
               MOVE "SELF" TO WS-MATCH-TYPE
               PERFORM 709-MATCH-PATTERN
               IF BP-MATCH-IDX > 0
                 MOVE "(OWN SITE)" TO WS-REFERRER-HOST
               ELSE
                 IF WS-REFERRER-HOST = SPACES
                   MOVE "(UNKNOWN)" TO WS-REFERRER-HOST
                 ELSE
                   MOVE FUNCTION LOWER-CASE(WS-REFERRER-HOST)
                      TO WS-REFERRER-HOST
                 END-IF
               END-IF
             END-IF
           END-IF.

       709-MATCH-PATTERN.
           MOVE 0 TO BP-MATCH-IDX
           IF WS-MATCH-LEN > 0
             PERFORM VARYING BP-IDX FROM 1 BY 1
             UNTIL BP-IDX > WS-BOT-PATTERN-COUNT OR BP-MATCH-IDX > 0
               IF BP-TYPE(BP-IDX) = WS-MATCH-TYPE
                 MOVE 0 TO WS-MATCH-TALLY
                 INSPECT WS-MATCH-TEXT(1:WS-MATCH-LEN)
                    TALLYING WS-MATCH-TALLY
                    FOR ALL BP-PATTERN(BP-IDX)(1:BP-LEN(BP-IDX))
                 IF WS-MATCH-TALLY > 0
                   MOVE BP-IDX TO BP-MATCH-IDX
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

       710-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE NUM TO RJ-LINE-NUM

           PERFORM VARYING
           OCC2 FROM WS-RESUME-OCC2 BY 1 UNTIL OCC2 = OCC
               MOVE VISIT_DATE_TAB(OCC2) TO WS-DATE-TEXT
               PERFORM 785-CHECK-LATE-VISIT
               IF WS-LATE-VISIT-SW NOT = "Y"
                 PERFORM  000-FIND_ID
                 PERFORM 00-ANALYSE-FIND
                 PERFORM 600-FIND-RESOURCE
                 PERFORM 610-ANALYSE-RESOURCE
               END-IF
               IF FUNCTION MOD(OCC2, WS-CHECKPOINT-INTERVAL) = 0
                 PERFORM 900-WRITE-CHECKPOINT
                 DISPLAY "DEDUP PROGRESS " OCC2
              OR WS-HIST-FULL-SW = "Y"
              OR WS-BU-FULL-SW = "Y"
              OR WS-SESS-FULL-SW = "Y"
              OR WS-STATE-STALE-SW = "Y"
              OR WS-PSEUDO-REFUSED-SW = "Y"
             MOVE "A" TO WS-RUN-STATUS
           ELSE
             IF WS-INTRADAY-SW = "Y"
               MOVE "I" TO WS-RUN-STATUS
             END-IF
           END-IF
           PERFORM 955-DERIVE-RUN-DATE
           OPEN EXTEND RUN_JOURNAL
              WS-DATE-SKIPPED DELIMITED BY SIZE
              ' UNIQUE=' DELIMITED BY SIZE
              WS-UNIQUE-IP-COUNT DELIMITED BY SIZE
              ' INTRA=' DELIMITED BY SIZE
              WS-STATE-PASSES DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

       960-LOAD-INTRADAY-STATE.
           MOVE "N" TO WS-STATE-FOUND-SW
           MOVE "N" TO WS-STATE-EOF-SW
           MOVE 0 TO WS-STATE-PASSES
           MOVE 0 TO WS-STATE-NUM
           OPEN INPUT INTRADAY_STATE
           IF WS-STATE-FILE-STATUS = "00"
             READ INTRADAY_STATE
               AT END MOVE "Y" TO WS-STATE-EOF-SW
             END-READ
             IF WS-STATE-EOF-SW NOT = "Y" AND IS-REC-TYPE = "H"
               IF IS-RUN-DATE = WS-RUN-DATE
                 MOVE "Y" TO WS-STATE-FOUND-SW
                 MOVE IS-PASSES TO WS-STATE-PASSES
                 MOVE IS-NUM TO NUM
                 MOVE IS-NUM TO WS-STATE-NUM
                 MOVE IS-REJECT-COUNT TO WS-REJECT-COUNT
                 MOVE IS-DATE-SKIPPED TO WS-DATE-SKIPPED
                 MOVE IS-CAPACITY-REJECTS TO WS-CAPACITY-REJECTS
                 MOVE IS-HOURLY TO HOURLY-TABLE
                 MOVE 1 TO WS-STATE-VISIT-IDX
                 PERFORM UNTIL WS-STATE-EOF-SW = "Y"
                   READ INTRADAY_STATE
                     AT END MOVE "Y" TO WS-STATE-EOF-SW
                   END-READ
                   IF WS-STATE-EOF-SW NOT = "Y"
                     PERFORM 961-APPLY-STATE-RECORD
                   END-IF
                 END-PERFORM
                 MOVE WS-STATE-VISIT-IDX TO OCC
                 COMPUTE WS-STATE-VISIT-IDX = OCC - 1
                 DISPLAY "INTRADAY STATE LOADED - PASSES "
                    WS-STATE-PASSES " LINES " NUM
                    " VISITS " WS-STATE-VISIT-IDX
               ELSE
                 DISPLAY "*** WARNING: INTRADAY STATE FOR "
                    IS-RUN-DATE " WAS NEVER FINALISED - IGNORED ***"
                 MOVE "Y" TO WS-STATE-STALE-SW
               END-IF
             END-IF
             CLOSE INTRADAY_STATE
           END-IF.

       961-APPLY-STATE-RECORD.
           EVALUATE IS-REC-TYPE
             WHEN "F"
               PERFORM VARYING IF-IDX FROM 1 BY 1
               UNTIL IF-IDX > WS-INPUT-FILE-COUNT
                 IF IF-NAME(IF-IDX) = IS-FILE-NAME
                   MOVE IS-FILE-LINES TO IF-BOOKMARK(IF-IDX)
                   MOVE IS-FILE-LINES TO IF-COUNT(IF-IDX)
                 END-IF
               END-PERFORM
             WHEN "V"
               IF WS-STATE-VISIT-IDX <= WS-MAX-VISITS
                 MOVE IS-VISIT-ENTRY
                    TO VISIT-STRUCT_TAB(WS-STATE-VISIT-IDX)
                 ADD 1 TO WS-STATE-VISIT-IDX
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       965-SAVE-INTRADAY-STATE.
           ADD 1 TO WS-STATE-PASSES
           OPEN OUTPUT INTRADAY_STATE
           MOVE "H" TO IS-REC-TYPE
           MOVE WS-RUN-DATE TO IS-RUN-DATE
           MOVE WS-STATE-PASSES TO IS-PASSES
           MOVE NUM TO IS-NUM
           MOVE WS-REJECT-COUNT TO IS-REJECT-COUNT
           MOVE WS-DATE-SKIPPED TO IS-DATE-SKIPPED
           MOVE WS-CAPACITY-REJECTS TO IS-CAPACITY-REJECTS
           MOVE HOURLY-TABLE TO IS-HOURLY
           MOVE X'0A' TO IS-LINE-FEED
           WRITE IS-HEADER-REC
           PERFORM VARYING IF-IDX FROM 1 BY 1
           UNTIL IF-IDX > WS-INPUT-FILE-COUNT
             MOVE "F" TO IS-FILE-TYPE
             MOVE IF-NAME(IF-IDX) TO IS-FILE-NAME
             MOVE IF-COUNT(IF-IDX) TO IS-FILE-LINES
             MOVE X'0A' TO IS-FILE-LINE-FEED
             WRITE IS-FILE-REC
           END-PERFORM
           PERFORM VARYING OCC3 FROM 1 BY 1 UNTIL OCC3 = OCC
             MOVE "V" TO IS-VISIT-TYPE
             MOVE VISIT-STRUCT_TAB(OCC3) TO IS-VISIT-ENTRY
             MOVE X'0A' TO IS-VISIT-LINE-FEED
             WRITE IS-VISIT-REC
           END-PERFORM
           CLOSE INTRADAY_STATE
           DISPLAY "INTRADAY STATE SAVED - PASS " WS-STATE-PASSES.

       970-CLEAR-INTRADAY-STATE.
           OPEN OUTPUT INTRADAY_STATE
           CLOSE INTRADAY_STATE.

       955-DERIVE-RUN-DATE.
           MOVE WS-CURRENT-DATE OF WS-CURRENT-DATE-DATA
              TO WS-RUN-DATE
           END-PERFORM
           COMPUTE WS-HASH-IDX = WS-RES-HASH-VAL + 1.

       635-HASH-REFERRER-KEY.
           MOVE 0 TO WS-RES-HASH-VAL
           PERFORM VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
           UNTIL WS-HASH-CHAR-IDX > 80
             COMPUTE WS-RES-HASH-VAL = FUNCTION MOD(
                (WS-RES-HASH-VAL * 31)
                + FUNCTION ORD(WS-REF-HASH-KEY(WS-HASH-CHAR-IDX:1)),
                WS-HASH-SIZE)
           END-PERFORM
           COMPUTE WS-HASH-IDX = WS-RES-HASH-VAL + 1.

       636-FIND-SEARCH-ENGINE.
           MOVE SPACES TO WS-REF-ENGINE
           MOVE FUNCTION UPPER-CASE(WS-REFERRER-HOST) TO WS-MATCH-TEXT
           MOVE 40 TO WS-MATCH-LEN
           MOVE "SEARCH" TO WS-MATCH-TYPE
           PERFORM 709-MATCH-PATTERN
           IF BP-MATCH-IDX > 0
             MOVE BP-LABEL(BP-MATCH-IDX) TO WS-REF-ENGINE
           END-IF.

       637-TALLY-SEARCH-ENGINE.
           MOVE 0 TO SE-MATCH-IDX
           PERFORM VARYING SE-IDX FROM 1 BY 1
           UNTIL SE-IDX > WS-ENGINE-COUNT OR SE-MATCH-IDX > 0
             IF SE-LABEL(SE-IDX) = WS-REF-ENGINE
               MOVE SE-IDX TO SE-MATCH-IDX
             END-IF
           END-PERFORM
           IF SE-MATCH-IDX = 0 AND WS-ENGINE-COUNT < 200
             ADD 1 TO WS-ENGINE-COUNT
             MOVE WS-ENGINE-COUNT TO SE-MATCH-IDX
             MOVE WS-REF-ENGINE TO SE-LABEL(SE-MATCH-IDX)
             MOVE 0 TO SE-HITS(SE-MATCH-IDX)
           END-IF
           IF SE-MATCH-IDX > 0
             ADD RS-HITS(RS-IDX) TO SE-HITS(SE-MATCH-IDX)
           END-IF.

       610-ANALYSE-RESOURCE.
           IF RES-FIND-IND = "Y"
             ADD 1 TO RESOURCE-COUNT(RES-MATCH-IDX)
               ADD 1 TO WS-SESS-COUNT
               MOVE IP_TAB(OCC3) TO SW-IP(WS-SESS-COUNT)
               MOVE WS-SESS-SECONDS TO SW-SECONDS(WS-SESS-COUNT)
               IF DATA1(OCC3) = "BOT" OR "SUS"
                 MOVE "BOT" TO SW-TRAFFIC(WS-SESS-COUNT)
               ELSE
                 MOVE TRAFFIC_TYPE_TAB(OCC3)
                    TO SW-TRAFFIC(WS-SESS-COUNT)
               END-IF
             ELSE
               IF WS-SESS-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: SESSION TABLE FULL AT "
             PERFORM 464-OPEN-SESSION
           ELSE
             IF SW-IP(SES-IDX) NOT = WS-CUR-SESS-IP
                OR SW-TRAFFIC(SES-IDX) NOT = WS-SESS-TRAFFIC
                OR SW-SECONDS(SES-IDX) - WS-SESS-LAST
                   > WS-SESS-GAP-SECS
               PERFORM 465-CLOSE-SESSION
           MOVE 1 TO WS-SESS-PAGES.

       465-CLOSE-SESSION.
           EVALUATE WS-SESS-TRAFFIC
             WHEN "INTERNAL"
               MOVE 1 TO WS-SESS-BUCKET
             WHEN "BOT"
               MOVE 3 TO WS-SESS-BUCKET
             WHEN OTHER
               MOVE 2 TO WS-SESS-BUCKET
           END-EVALUATE
           ADD 1 TO ST-SESSIONS(WS-SESS-BUCKET)
           COMPUTE ST-DURATION(WS-SESS-BUCKET) =
              ST-DURATION(WS-SESS-BUCKET)
           MOVE 'EXTERNAL' TO WS-SESSION-LABEL
           PERFORM 468-WRITE-SESSION-STATS

           MOVE ST-SESSIONS(3) TO WS-TOT-SESSIONS
           MOVE ST-DURATION(3) TO WS-TOT-DURATION
           MOVE ST-PAGES(3) TO WS-TOT-PAGES
           MOVE 'BOTS    ' TO WS-SESSION-LABEL
           PERFORM 468-WRITE-SESSION-STATS

           CLOSE SESSION_REPORT
           COMPUTE WS-TOT-SESSIONS = ST-SESSIONS(1) + ST-SESSIONS(2)
           DISPLAY "SESSIONS FOUND      : " WS-TOT-SESSIONS.
           DISPLAY "BOT SESSIONS        : " ST-SESSIONS(3).

       468-WRITE-SESSION-STATS.
           MOVE 0 TO WS-AVG-LENGTH
                WS-BU-MAP-COUNT " PREFIXES"
           END-IF.

       845-LOAD-PSEUDONYM-KEY.
           MOVE "N" TO WS-PSEUDO-KEY-OK-SW
           MOVE SPACES TO WS-PSEUDO-KEY
           MOVE "N" TO WS-KEY-EOF-SW
           OPEN INPUT PSEUDONYM_KEY_FILE
           IF WS-KEY-FILE-STATUS = "00"
             PERFORM UNTIL WS-KEY-EOF-SW = "Y"
               READ PSEUDONYM_KEY_FILE
                 AT END MOVE "Y" TO WS-KEY-EOF-SW
               END-READ
               IF WS-KEY-EOF-SW NOT = "Y"
                  AND PSEUDONYM-KEY-REC NOT = SPACES
                  AND PSEUDONYM-KEY-REC(1:1) NOT = '*'
                 MOVE FUNCTION TRIM(PSEUDONYM-KEY-REC) TO WS-PSEUDO-KEY
                 MOVE "Y" TO WS-KEY-EOF-SW
               END-IF
             END-PERFORM
             CLOSE PSEUDONYM_KEY_FILE
           END-IF
           MOVE 0 TO WS-PSEUDO-KEY-LEN
           IF WS-PSEUDO-KEY NOT = SPACES
             COMPUTE WS-PSEUDO-KEY-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-PSEUDO-KEY))
           END-IF
           IF WS-PSEUDO-KEY-LEN < WS-PSEUDO-MIN-KEY-LEN
             DISPLAY "*** PSEUDONYM KEY MISSING OR SHORTER THAN "
                WS-PSEUDO-MIN-KEY-LEN " CHARACTERS ***"
           ELSE
             MOVE "Y" TO WS-PSEUDO-KEY-OK-SW
             MOVE 0 TO WS-PSEUDO-H1
             MOVE 0 TO WS-PSEUDO-H2
             PERFORM VARYING WS-PSEUDO-POS FROM 1 BY 1
             UNTIL WS-PSEUDO-POS > WS-PSEUDO-KEY-LEN
               MOVE WS-PSEUDO-KEY(WS-PSEUDO-POS:1) TO WS-PSEUDO-CHAR
               PERFORM 316-PSEUDO-HASH-CHAR
             END-PERFORM
             MOVE WS-PSEUDO-H1 TO WS-PSEUDO-K1
             MOVE WS-PSEUDO-H2 TO WS-PSEUDO-K2
             DISPLAY "PSEUDONYM KEY LOADED"
           END-IF.

       846-FIND-BU-NAME.
           MOVE 'UNASSIGNED' TO WS-BU-NAME
           MOVE "N" TO WS-BU-FIND-SW
           MOVE 0 TO WS-BU-UNIT-COUNT
           IF OCC > 1
             PERFORM VARYING OCC3 FROM 1 BY 1 UNTIL OCC3 = OCC
               MOVE VISIT_DATE_TAB(OCC3) TO WS-DATE-TEXT
               PERFORM 785-CHECK-LATE-VISIT
               IF WS-LATE-VISIT-SW NOT = "Y"
                 PERFORM 471-TALLY-BU-RAW
               END-IF
             END-PERFORM
           END-IF
           IF NB_ELT > 1
             ADD 1 TO BU-IPS(WS-BU-MATCH-IDX)
           END-IF.

       480-ECRITURE-DAILY-STATS.
           MOVE 0 TO WS-STATS-COUNT
           MOVE SPACES TO WS-STATS-FILE
           STRING '/oscobol/src/daily_stats.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO WS-STATS-FILE
           OPEN OUTPUT DAILY_STATS
           MOVE 'DAY ' TO WS-STATS-TYPE
           MOVE 'TOTAL' TO WS-STATS-KEY
           COMPUTE WS-STATS-HITS = OCC - 1 - WS-LATE-LINES
           MOVE 0 TO WS-STATS-ERRORS
           MOVE 0 TO WS-STATS-BYTES
           PERFORM 489-WRITE-STATS-LINE
           PERFORM VARYING HP-IDX FROM 1 BY 1 UNTIL HP-IDX > 24
             COMPUTE WS-STATS-HOUR = HP-IDX - 1
             MOVE 'HOUR' TO WS-STATS-TYPE
             MOVE WS-STATS-HOUR TO WS-STATS-KEY
             COMPUTE WS-STATS-HITS = HR-INTERNAL-COUNT(HP-IDX)
                + HR-EXTERNAL-COUNT(HP-IDX)
             MOVE 0 TO WS-STATS-ERRORS
             MOVE 0 TO WS-STATS-BYTES
             PERFORM 489-WRITE-STATS-LINE
           END-PERFORM
           PERFORM VARYING RES-IDX FROM 1 BY 1
           UNTIL RES-IDX > WS-RESOURCE-COUNT
             MOVE 'RES ' TO WS-STATS-TYPE
             MOVE RESOURCE-NAME(RES-IDX) TO WS-STATS-KEY
             MOVE RESOURCE-COUNT(RES-IDX) TO WS-STATS-HITS
             MOVE RESOURCE-ERROR-COUNT(RES-IDX) TO WS-STATS-ERRORS
             MOVE RESOURCE-BYTES(RES-IDX) TO WS-STATS-BYTES
             PERFORM 489-WRITE-STATS-LINE
           END-PERFORM
           PERFORM VARYING BU-IDX FROM 1 BY 1
           UNTIL BU-IDX > WS-BU-UNIT-COUNT
             MOVE 'UNIT' TO WS-STATS-TYPE
             MOVE BU-NAME(BU-IDX) TO WS-STATS-KEY
             MOVE BU-HITS(BU-IDX) TO WS-STATS-HITS
             MOVE BU-ERRORS(BU-IDX) TO WS-STATS-ERRORS
             MOVE BU-BYTES(BU-IDX) TO WS-STATS-BYTES
             PERFORM 489-WRITE-STATS-LINE
           END-PERFORM
           CLOSE DAILY_STATS
           DISPLAY "DAILY STATISTICS    : " WS-STATS-COUNT
              " LINES TO " WS-STATS-FILE.

       489-WRITE-STATS-LINE.
           MOVE WS-STATS-TYPE TO DS-TYPE
           MOVE WS-STATS-KEY TO DS-KEY
           MOVE WS-STATS-HITS TO DS-HITS
           MOVE WS-STATS-ERRORS TO DS-ERRORS
           MOVE WS-STATS-BYTES TO DS-BYTES
           MOVE ' ' TO DS-SEP1 DS-SEP2 DS-SEP3 DS-SEP4
           MOVE X'0A' TO DS-LINE-FEED
           WRITE DAILY-STATS-REC
           ADD 1 TO WS-STATS-COUNT.

       490-ECRITURE-REFERRER-REPORT.
           MOVE 0 TO WS-PAIR-COUNT
           MOVE 0 TO WS-SITE-COUNT
           MOVE 0 TO WS-ENGINE-COUNT
           MOVE 0 TO WS-REFERRED-HITS
           MOVE ZEROS TO RP-HASH-TABLE
           IF OCC > 1
             PERFORM VARYING OCC3 FROM 1 BY 1 UNTIL OCC3 = OCC
               IF REFERRER_TAB(OCC3) NOT = SPACES
                  AND DATA1(OCC3) NOT = "BOT"
                  AND DATA1(OCC3) NOT = "SUS"
                 MOVE VISIT_DATE_TAB(OCC3) TO WS-DATE-TEXT
                 PERFORM 785-CHECK-LATE-VISIT
                 IF WS-LATE-VISIT-SW NOT = "Y"
                   PERFORM 491-TALLY-REFERRER-PAIR
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           PERFORM 493-BUILD-REFERRER-TOTALS
           PERFORM 494-SORT-REFERRERS

           OPEN OUTPUT REFERRER_REPORT
           MOVE SPACES TO WS-REF-TEXT
           STRING 'REFERRER REPORT - RUN DATE ' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-REF-TEXT
           PERFORM 499-WRITE-REFERRER-LINE
           MOVE SPACES TO WS-REF-TEXT
           STRING 'HUMAN HITS : ' DELIMITED BY SIZE
              WS-HUMAN-HITS DELIMITED BY SIZE
              ' KNOWN BOT HITS : ' DELIMITED BY SIZE
              WS-BOT-HITS DELIMITED BY SIZE
              ' SUSPECTED BOT HITS : ' DELIMITED BY SIZE
              WS-SUSPECT-HITS DELIMITED BY SIZE
              INTO WS-REF-TEXT
           PERFORM 499-WRITE-REFERRER-LINE
           MOVE SPACES TO WS-REF-TEXT
           STRING 'HUMAN HITS WITH REFERRER DATA : ' DELIMITED BY SIZE
              WS-REFERRED-HITS DELIMITED BY SIZE
              INTO WS-REF-TEXT
           PERFORM 499-WRITE-REFERRER-LINE

           IF WS-PAIR-COUNT = 0
             MOVE 'NO REFERRER DATA - INPUT NOT IN COMBINED LOG FORMAT'
                TO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
           ELSE
             MOVE 'TOP REFERRING SITES' TO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
             MOVE 0 TO WS-REF-OTHER-SITES
             MOVE 0 TO WS-REF-OTHER-HITS
             PERFORM VARYING RS-IDX FROM 1 BY 1
             UNTIL RS-IDX > WS-SITE-COUNT
               IF RS-IDX > WS-REF-TOP
                 ADD 1 TO WS-REF-OTHER-SITES
                 ADD RS-HITS(RS-IDX) TO WS-REF-OTHER-HITS
               ELSE
                 MOVE RS-HOST(RS-IDX) TO WS-REFERRER-HOST
                 MOVE RS-HITS(RS-IDX) TO WS-EDIT-REF-HITS
                 PERFORM 497-WRITE-HOST-LINE
               END-IF
             END-PERFORM
             PERFORM 498-WRITE-OTHER-LINE

             MOVE 'TOP SEARCH ENGINES' TO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
             IF WS-ENGINE-COUNT = 0
               MOVE '  NONE' TO WS-REF-TEXT
               PERFORM 499-WRITE-REFERRER-LINE
             END-IF
             PERFORM VARYING SE-IDX FROM 1 BY 1
             UNTIL SE-IDX > WS-ENGINE-COUNT OR SE-IDX > WS-REF-TOP
               MOVE SE-HITS(SE-IDX) TO WS-EDIT-REF-HITS
               MOVE SPACES TO WS-REF-TEXT
               STRING '  ' DELIMITED BY SIZE
                  WS-EDIT-REF-HITS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SE-LABEL(SE-IDX) DELIMITED BY SIZE
                  INTO WS-REF-TEXT
               PERFORM 499-WRITE-REFERRER-LINE
             END-PERFORM

             MOVE 'REFERRERS BY RESOURCE' TO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
             PERFORM VARYING RP-IDX FROM 1 BY 1
             UNTIL RP-IDX > WS-PAIR-COUNT
               PERFORM 495-WRITE-RESOURCE-REFERRER
             END-PERFORM
             PERFORM 498-WRITE-OTHER-LINE
           END-IF
           CLOSE REFERRER_REPORT
           DISPLAY "REFERRER REPORT     : " WS-SITE-COUNT " SITES "
              WS-ENGINE-COUNT " SEARCH ENGINES".

       491-TALLY-REFERRER-PAIR.
           MOVE RESOURCE_TAB(OCC3) TO WS-REF-HASH-KEY(1:40)
           MOVE REFERRER_TAB(OCC3) TO WS-REF-HASH-KEY(41:40)
           PERFORM 492-FIND-REFERRER-PAIR
           IF RP-MATCH-IDX = 0
             IF WS-PAIR-COUNT < WS-MAX-VISITS
               ADD 1 TO WS-PAIR-COUNT
               MOVE RESOURCE_TAB(OCC3) TO RP-RESOURCE(WS-PAIR-COUNT)
               MOVE REFERRER_TAB(OCC3) TO RP-HOST(WS-PAIR-COUNT)
               MOVE 0 TO RP-HITS(WS-PAIR-COUNT)
               MOVE WS-PAIR-COUNT TO RP-HASH-SLOT(WS-RP-INS-SLOT)
               MOVE WS-PAIR-COUNT TO RP-MATCH-IDX
             ELSE
               IF WS-PAIR-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: REFERRER TABLE FULL AT "
                    WS-MAX-VISITS " ENTRIES - "
                    "FURTHER REFERRERS ARE NOT REPORTED ***"
                 MOVE "Y" TO WS-PAIR-FULL-SW
               END-IF
             END-IF
           END-IF
           IF RP-MATCH-IDX > 0
             ADD 1 TO RP-HITS(RP-MATCH-IDX)
             ADD 1 TO WS-REFERRED-HITS
           END-IF.

       492-FIND-REFERRER-PAIR.
           MOVE 0 TO RP-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
           PERFORM 635-HASH-REFERRER-KEY
           PERFORM UNTIL WS-HASH-DONE-SW = "Y"
             IF RP-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE WS-HASH-IDX TO WS-RP-INS-SLOT
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF RP-RESOURCE(RP-HASH-SLOT(WS-HASH-IDX))
                  = WS-REF-HASH-KEY(1:40)
                  AND RP-HOST(RP-HASH-SLOT(WS-HASH-IDX))
                  = WS-REF-HASH-KEY(41:40)
                 MOVE RP-HASH-SLOT(WS-HASH-IDX) TO RP-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       493-BUILD-REFERRER-TOTALS.
           MOVE ZEROS TO RP-HASH-TABLE
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > WS-PAIR-COUNT
             PERFORM 496-TALLY-REFERRER-SITE
           END-PERFORM
           PERFORM VARYING RS-IDX FROM 1 BY 1
           UNTIL RS-IDX > WS-SITE-COUNT
             MOVE RS-HOST(RS-IDX) TO WS-REFERRER-HOST
             PERFORM 636-FIND-SEARCH-ENGINE
             IF WS-REF-ENGINE NOT = SPACES
               PERFORM 637-TALLY-SEARCH-ENGINE
             END-IF
           END-PERFORM.

       494-SORT-REFERRERS.
           IF WS-PAIR-COUNT > 1
             PERFORM VARYING SRT-I FROM 1 BY 1
             UNTIL SRT-I = WS-PAIR-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
               UNTIL SRT-J > WS-PAIR-COUNT - SRT-I
                 IF RP-RESOURCE(SRT-J) > RP-RESOURCE(SRT-J + 1)
                    OR (RP-RESOURCE(SRT-J) = RP-RESOURCE(SRT-J + 1)
                    AND RP-HITS(SRT-J) < RP-HITS(SRT-J + 1))
                    OR (RP-RESOURCE(SRT-J) = RP-RESOURCE(SRT-J + 1)
                    AND RP-HITS(SRT-J) = RP-HITS(SRT-J + 1)
                    AND RP-HOST(SRT-J) > RP-HOST(SRT-J + 1))
                   MOVE REFERRER-PAIR-ENTRY(SRT-J) TO WS-SWAP-PAIR
                   MOVE REFERRER-PAIR-ENTRY(SRT-J + 1)
                      TO REFERRER-PAIR-ENTRY(SRT-J)
                   MOVE WS-SWAP-PAIR
                      TO REFERRER-PAIR-ENTRY(SRT-J + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           IF WS-SITE-COUNT > 1
             PERFORM VARYING SRT-I FROM 1 BY 1
             UNTIL SRT-I = WS-SITE-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
               UNTIL SRT-J > WS-SITE-COUNT - SRT-I
                 IF RS-HITS(SRT-J) < RS-HITS(SRT-J + 1)
                    OR (RS-HITS(SRT-J) = RS-HITS(SRT-J + 1)
                    AND RS-HOST(SRT-J) > RS-HOST(SRT-J + 1))
                   MOVE REFERRER-SITE-ENTRY(SRT-J) TO WS-SWAP-SITE
                   MOVE REFERRER-SITE-ENTRY(SRT-J + 1)
                      TO REFERRER-SITE-ENTRY(SRT-J)
                   MOVE WS-SWAP-SITE
                      TO REFERRER-SITE-ENTRY(SRT-J + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           IF WS-ENGINE-COUNT > 1
             PERFORM VARYING SRT-I FROM 1 BY 1
             UNTIL SRT-I = WS-ENGINE-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
               UNTIL SRT-J > WS-ENGINE-COUNT - SRT-I
                 IF SE-HITS(SRT-J) < SE-HITS(SRT-J + 1)
                   MOVE SEARCH-ENGINE-ENTRY(SRT-J) TO WS-SWAP-ENGINE
                   MOVE SEARCH-ENGINE-ENTRY(SRT-J + 1)
                      TO SEARCH-ENGINE-ENTRY(SRT-J)
                   MOVE WS-SWAP-ENGINE
                      TO SEARCH-ENGINE-ENTRY(SRT-J + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       495-WRITE-RESOURCE-REFERRER.
           IF RP-IDX = 1
              OR RP-RESOURCE(RP-IDX) NOT = WS-CUR-REF-RESOURCE
             IF RP-IDX > 1
               PERFORM 498-WRITE-OTHER-LINE
             END-IF
             MOVE RP-RESOURCE(RP-IDX) TO WS-CUR-REF-RESOURCE
             MOVE 0 TO WS-REF-SHOWN
             MOVE 0 TO WS-REF-OTHER-SITES
             MOVE 0 TO WS-REF-OTHER-HITS
             MOVE SPACES TO WS-REF-TEXT
             STRING 'RESOURCE : ' DELIMITED BY SIZE
                FUNCTION TRIM(RP-RESOURCE(RP-IDX)) DELIMITED BY SIZE
                INTO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
           END-IF
           IF WS-REF-SHOWN < WS-REF-TOP
             ADD 1 TO WS-REF-SHOWN
             MOVE RP-HOST(RP-IDX) TO WS-REFERRER-HOST
             MOVE RP-HITS(RP-IDX) TO WS-EDIT-REF-HITS
             PERFORM 497-WRITE-HOST-LINE
           ELSE
             ADD 1 TO WS-REF-OTHER-SITES
             ADD RP-HITS(RP-IDX) TO WS-REF-OTHER-HITS
           END-IF.

       496-TALLY-REFERRER-SITE.
           MOVE SPACES TO WS-REF-HASH-KEY
           MOVE RP-HOST(RP-IDX) TO WS-REF-HASH-KEY(41:40)
           PERFORM 635-HASH-REFERRER-KEY
           MOVE 0 TO RS-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
           PERFORM UNTIL WS-HASH-DONE-SW = "Y"
             IF RP-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF RS-HOST(RP-HASH-SLOT(WS-HASH-IDX)) = RP-HOST(RP-IDX)
                 MOVE RP-HASH-SLOT(WS-HASH-IDX) TO RS-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF RS-MATCH-IDX = 0
             ADD 1 TO WS-SITE-COUNT
             MOVE RP-HOST(RP-IDX) TO RS-HOST(WS-SITE-COUNT)
             MOVE 0 TO RS-HITS(WS-SITE-COUNT)
             MOVE WS-SITE-COUNT TO RP-HASH-SLOT(WS-HASH-IDX)
             MOVE WS-SITE-COUNT TO RS-MATCH-IDX
           END-IF
           ADD RP-HITS(RP-IDX) TO RS-HITS(RS-MATCH-IDX).

       497-WRITE-HOST-LINE.
           PERFORM 636-FIND-SEARCH-ENGINE
           MOVE SPACES TO WS-REF-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-EDIT-REF-HITS DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-REFERRER-HOST DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-REF-ENGINE DELIMITED BY SIZE
              INTO WS-REF-TEXT
           PERFORM 499-WRITE-REFERRER-LINE.

       498-WRITE-OTHER-LINE.
           IF WS-REF-OTHER-SITES > 0
             MOVE WS-REF-OTHER-SITES TO WS-EDIT-REF-COUNT
             MOVE WS-REF-OTHER-HITS TO WS-EDIT-REF-HITS
             MOVE SPACES TO WS-REF-TEXT
             STRING '  OTHER SITES : ' DELIMITED BY SIZE
                WS-EDIT-REF-COUNT DELIMITED BY SIZE
                ' HITS : ' DELIMITED BY SIZE
                WS-EDIT-REF-HITS DELIMITED BY SIZE
                INTO WS-REF-TEXT
             PERFORM 499-WRITE-REFERRER-LINE
           END-IF.

       499-WRITE-REFERRER-LINE.
           MOVE WS-REF-TEXT TO RF-TEXT
           MOVE X'0A' TO RF-LINE-FEED
           WRITE REFERRER-REPORT-LINE
           MOVE SPACES TO WS-REF-TEXT.

       475-ECRITURE-BU-ROLLUP.
           PERFORM VARYING BU-IDX FROM 1 BY 1
           UNTIL BU-IDX > WS-BU-UNIT-COUNT

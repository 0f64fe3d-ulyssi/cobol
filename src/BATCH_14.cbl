      ******************************************************************
      *  Batch14
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_14.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT SIEM_SENT_LOG ASSIGN TO
               '/oscobol/src/siem_sent_log.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT SIEM_SEQUENCE ASSIGN TO
               '/oscobol/src/siem_sequence.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT ACK_FILE ASSIGN TO
               '/oscobol/src/siem_ack.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT SIEM_FEED ASSIGN TO DYNAMIC WS-FEED-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT SIEM_RESEND ASSIGN TO
               '/oscobol/src/siem_resend.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT THRESHOLDS_FILE ASSIGN TO
               '/oscobol/src/alert_thresholds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THRESH-FILE-STATUS.
           SELECT RECONCILIATION_REPORT ASSIGN TO
               '/oscobol/src/siem_reconciliation_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
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

       FD SIEM_SEQUENCE.
       01 SIEM-SEQUENCE-REC.
         02 SQ-LAST-SEQUENCE PIC 9(8).
         02 SQ-SEP1 PIC X(1).
         02 SQ-LAST-RUN-DATE PIC X(8).
         02 SQ-LINE-FEED PIC X.

       FD ACK_FILE.
       01 ACK-RECORD PIC X(200).

       FD SIEM_FEED.
       01 FEED-IN-REC PIC X(135).
       01 FEED-IN-HEADER.
         02 FH-REC-TYPE PIC X(3).
         02 FILLER PIC X(44).
         02 FH-MODE PIC X(8).
         02 FILLER PIC X(80).
       01 FEED-IN-EVENT.
         02 FE-REC-TYPE PIC X(3).
         02 FILLER PIC X(77).
         02 FE-COUNT PIC 9(7).
         02 FILLER PIC X(48).
       01 FEED-IN-TRAILER.
         02 FT-REC-TYPE PIC X(3).
         02 FILLER PIC X(10).
         02 FT-RECORD-COUNT PIC 9(7).
         02 FILLER PIC X(1).
         02 FT-HASH-TOTAL PIC 9(15).
         02 FILLER PIC X(99).

       FD SIEM_RESEND.
       01 RESEND-REC PIC X(135).

       FD THRESHOLDS_FILE.
       01 THRESH-REC.
         02 TH-KEY PIC X(10).
         02 FILLER PIC X(1).
         02 TH-VALUE-TEXT PIC X(10).

       FD RECONCILIATION_REPORT.
       01 RECONCILIATION-REPORT-LINE.
         02 SR-TEXT PIC X(130).
         02 SR-LINE-FEED PIC X.

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

       01 SENT-BATCH-TABLE.
        02 SENT-BATCH-ENTRY OCCURS 5000 TIMES.
           03 SB-SEQUENCE PIC 9(8).
           03 SB-RUN-DATE PIC X(8).
           03 SB-SENT-DATE PIC X(8).
           03 SB-SENT-TIME PIC X(6).
           03 SB-EVENTS PIC 9(7).
           03 SB-HASH PIC 9(15).
           03 SB-STATUS PIC X(7).
           03 SB-RESENDS PIC 9(3).
           03 SB-ACK-DATE PIC X(8).
           03 SB-ACTION PIC X(8).
           03 SB-ACK-SW PIC X.
       01 WS-SWAP-BATCH PIC X(79).
       77 WS-MAX-BATCHES PIC 9(4) VALUE 5000.
       77 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       77 SB-IDX PIC 9(4) VALUE 0.
       77 WS-FOUND-IDX PIC 9(4) VALUE 0.
       77 WS-FIRST-KEPT PIC 9(4) VALUE 1.
       77 WS-SWAPPED-SW PIC X VALUE "N".
       77 WS-LOG-FULL-SW PIC X VALUE "N".

       01 WS-ACK-FIELDS.
          05 WS-AK-SEQUENCE PIC X(10).
          05 WS-AK-STATUS PIC X(5).
          05 WS-AK-EVENTS PIC X(10).
          05 WS-AK-HASH PIC X(18).
          05 WS-AK-REFERENCE PIC X(30).
       77 WS-AK-SEQ-LEN PIC 99 VALUE 0.
       77 WS-AK-EVENTS-NUM PIC 9(7) VALUE 0.
       77 WS-AK-HASH-NUM PIC 9(15) VALUE 0.
       77 WS-AK-TOTALS-OK-SW PIC X VALUE "N".

       77 WS-LOG-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-LOG-EOF-SW PIC X VALUE "N".
       77 WS-SEQ-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-LAST-ISSUED PIC 9(8) VALUE 0.
       77 WS-LAST-LOGGED PIC 9(8) VALUE 0.
       77 WS-ACK-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-ACK-EOF-SW PIC X VALUE "N".
       77 WS-ACK-LINE-NUM PIC 9(6) VALUE 0.
       77 WS-FEED-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-FEED-EOF-SW PIC X VALUE "N".
       77 WS-FEED-OK-SW PIC X VALUE "N".
       77 WS-FEED-EVENTS PIC 9(7) VALUE 0.
       77 WS-FEED-HASH PIC 9(15) VALUE 0.
       77 WS-FEED-TRAILERS PIC 9(3) VALUE 0.
       77 WS-TRL-EVENTS PIC 9(7) VALUE 0.
       77 WS-TRL-HASH PIC 9(15) VALUE 0.
       77 WS-FEED-PATH PIC X(80) VALUE SPACES.
       77 WS-ACK-PATH PIC X(80) VALUE
           '/oscobol/src/siem_ack.txt'.
       77 WS-CONSUMED-PATH PIC X(80) VALUE SPACES.
       77 WS-THRESH-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-THRESH-EOF-SW PIC X VALUE "N".

       77 WS-ACK-WAIT PIC 99 VALUE 0.
       77 WS-ACK-RETRY PIC 99 VALUE 0.
       77 WS-ACKED-KEEP-DAYS PIC 999 VALUE 90.
       77 WS-HIGH-ACKED PIC 9(8) VALUE 0.
       77 WS-GAP-FROM PIC 9(8) VALUE 0.
       77 WS-GAP-TO PIC 9(8) VALUE 0.
       77 WS-RUN-INT PIC 9(8) VALUE 0.
       77 WS-DATE-INT PIC 9(8) VALUE 0.
       77 WS-DATE-YMD PIC 9(8) VALUE 0.
       77 WS-DAYS-WAITING PIC S9(5) VALUE 0.

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RUN-YMD PIC 9(8) VALUE 0.

       77 WS-ACK-LINES PIC 9(5) VALUE 0.
       77 WS-ACKED-COUNT PIC 9(5) VALUE 0.
       77 WS-RESENT-COUNT PIC 9(5) VALUE 0.
       77 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       77 WS-HELD-COUNT PIC 9(5) VALUE 0.
       77 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       77 WS-GAP-COUNT PIC 9(5) VALUE 0.
       77 WS-DUP-COUNT PIC 9(5) VALUE 0.
       77 WS-DROPPED-COUNT PIC 9(5) VALUE 0.
       77 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       77 WS-WARNING-COUNT PIC 9(5) VALUE 0.
       77 WS-SECTION-FINDINGS PIC 9(5) VALUE 0.

       77 WS-FIND-SEVERITY PIC X(7) VALUE SPACES.
       77 WS-FIND-SEQUENCE PIC 9(8) VALUE 0.
       77 WS-FIND-MESSAGE PIC X(48) VALUE SPACES.
       77 WS-FIND-TEXT PIC X(50) VALUE SPACES.
       77 WS-EDIT-COUNT PIC ZZZZ9.
       77 WS-EDIT-DAYS PIC ZZ9.
       77 WS-REPORT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 14  :                                    !".
           DISPLAY "! RAPPROCHEMENT ACQUITTEMENTS FLUX SIEM          !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_14 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
             DISPLAY "  BATCHES IN SENT LOG : " WS-BATCH-COUNT
             DISPLAY "  ACK LINES READ      : " WS-ACK-LINES
             DISPLAY "  ACKNOWLEDGED        : " WS-ACKED-COUNT
             DISPLAY "  RESENT              : " WS-RESENT-COUNT
             DISPLAY "  AWAITING ACK        : " WS-PENDING-COUNT
             DISPLAY "  HELD (RETRY LIMIT)  : " WS-HELD-COUNT
             DISPLAY "  BATCH FILES MISSING : " WS-MISSING-COUNT
             DISPLAY "  SEQUENCE GAPS       : " WS-GAP-COUNT
             DISPLAY "  DUPLICATES          : " WS-DUP-COUNT
             DISPLAY "  ACKED BATCHES AGED  : " WS-DROPPED-COUNT
             DISPLAY "============================================"
             PERFORM 950-WRITE-RUN-JOURNAL
           END-IF

           DISPLAY "FIN PROG"
           IF WS-PARM-OK-SW NOT = "Y"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-RUN-STATUS NOT = "N" OR WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
             ELSE
               IF WS-WARNING-COUNT > 0 OR WS-PENDING-COUNT > 0
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
             DISPLAY "USAGE : BATCH_14 [<YYYYMMDD>]"
             DISPLAY "  ACKNOWLEDGEMENTS : /oscobol/src/siem_ack.txt"
             DISPLAY "  <SEQUENCE>,<ACK|NAK>,<EVENTS>,<HASH TOTAL>"
                ",[REFERENCE]"
           ELSE
             PERFORM 835-LOAD-THRESHOLDS
             OPEN OUTPUT RECONCILIATION_REPORT
             MOVE SPACES TO WS-REPORT-TEXT
             STRING 'SIEM FEED ACKNOWLEDGEMENT RECONCILIATION '
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             MOVE SPACES TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             PERFORM 100-LOAD-SENT-LOG
             PERFORM 150-SORT-SENT-LOG
             PERFORM 160-CHECK-SENT-SEQUENCES
             PERFORM 200-APPLY-ACKNOWLEDGEMENTS
             PERFORM 300-SELECT-RESENDS
             PERFORM 400-WRITE-RESENDS
             PERFORM 600-LIST-OUTSTANDING
             IF WS-LOG-FULL-SW NOT = "Y"
               PERFORM 500-REWRITE-SENT-LOG
             END-IF
             MOVE SPACES TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             MOVE SPACES TO WS-REPORT-TEXT
             MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
             STRING 'TOTAL ERRORS : ' DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
             MOVE ' WARNINGS : ' TO WS-REPORT-TEXT(21:12)
             MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(33:5)
             PERFORM 490-WRITE-REPORT-LINE
             CLOSE RECONCILIATION_REPORT
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
             ELSE
               COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-YMD)
             END-IF
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
                  AND FUNCTION TRIM(TH-VALUE-TEXT) NUMERIC
                 EVALUATE FUNCTION TRIM(TH-KEY)
                   WHEN "ACKWAIT"
                     COMPUTE WS-ACK-WAIT =
                        FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN "ACKRETRY"
                     COMPUTE WS-ACK-RETRY =
                        FUNCTION NUMVAL(TH-VALUE-TEXT)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE THRESHOLDS_FILE
           END-IF
           IF WS-ACK-WAIT = 0
             MOVE 1 TO WS-ACK-WAIT
           END-IF
           IF WS-ACK-RETRY = 0
             MOVE 5 TO WS-ACK-RETRY
           END-IF
           DISPLAY "ACK SETTINGS - WAIT DAYS " WS-ACK-WAIT
              " RESEND LIMIT " WS-ACK-RETRY.

       100-LOAD-SENT-LOG.
           MOVE 'SENT LOG :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           MOVE 0 TO WS-BATCH-COUNT
           MOVE "N" TO WS-LOG-EOF-SW
           OPEN INPUT SIEM_SENT_LOG
           IF WS-LOG-FILE-STATUS = "00"
             PERFORM UNTIL WS-LOG-EOF-SW = "Y"
               READ SIEM_SENT_LOG
                 AT END MOVE "Y" TO WS-LOG-EOF-SW
               END-READ
               IF WS-LOG-EOF-SW NOT = "Y"
                 PERFORM 110-STORE-SENT-BATCH
               END-IF
             END-PERFORM
             CLOSE SIEM_SENT_LOG
           ELSE
             DISPLAY "NO SIEM SENT LOG - NOTHING SENT YET"
           END-IF
           DISPLAY "SENT LOG LOADED - " WS-BATCH-COUNT " BATCHES".

       110-STORE-SENT-BATCH.
           IF SL-SEQUENCE NOT NUMERIC OR SL-EVENTS NOT NUMERIC
              OR SL-HASH NOT NUMERIC
             MOVE 0 TO WS-FIND-SEQUENCE
             MOVE 'INVALID SENT LOG RECORD - IGNORED'
                TO WS-FIND-MESSAGE
             MOVE SIEM-SENT-REC TO WS-FIND-TEXT
             PERFORM 710-ERROR
           ELSE
             IF WS-BATCH-COUNT >= WS-MAX-BATCHES
               IF WS-LOG-FULL-SW NOT = "Y"
                 MOVE SL-SEQUENCE TO WS-FIND-SEQUENCE
                 MOVE 'SENT LOG TABLE FULL - LOG NOT REWRITTEN'
                    TO WS-FIND-MESSAGE
                 MOVE SPACES TO WS-FIND-TEXT
                 PERFORM 710-ERROR
                 MOVE "Y" TO WS-LOG-FULL-SW
                 MOVE "A" TO WS-RUN-STATUS
               END-IF
             ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE SL-SEQUENCE TO SB-SEQUENCE(WS-BATCH-COUNT)
               MOVE SL-RUN-DATE TO SB-RUN-DATE(WS-BATCH-COUNT)
               MOVE SL-SENT-DATE TO SB-SENT-DATE(WS-BATCH-COUNT)
               MOVE SL-SENT-TIME TO SB-SENT-TIME(WS-BATCH-COUNT)
               MOVE SL-EVENTS TO SB-EVENTS(WS-BATCH-COUNT)
               MOVE SL-HASH TO SB-HASH(WS-BATCH-COUNT)
               MOVE SL-STATUS TO SB-STATUS(WS-BATCH-COUNT)
               IF SL-RESENDS NUMERIC
                 MOVE SL-RESENDS TO SB-RESENDS(WS-BATCH-COUNT)
               ELSE
                 MOVE 0 TO SB-RESENDS(WS-BATCH-COUNT)
               END-IF
               MOVE SL-ACK-DATE TO SB-ACK-DATE(WS-BATCH-COUNT)
               MOVE SPACES TO SB-ACTION(WS-BATCH-COUNT)
               MOVE "N" TO SB-ACK-SW(WS-BATCH-COUNT)
             END-IF
           END-IF.

       150-SORT-SENT-LOG.
           MOVE "Y" TO WS-SWAPPED-SW
           PERFORM UNTIL WS-SWAPPED-SW = "N"
             MOVE "N" TO WS-SWAPPED-SW
             PERFORM VARYING SB-IDX FROM 1 BY 1
             UNTIL SB-IDX >= WS-BATCH-COUNT
               IF SB-SEQUENCE(SB-IDX) > SB-SEQUENCE(SB-IDX + 1)
                 MOVE SENT-BATCH-ENTRY(SB-IDX) TO WS-SWAP-BATCH
                 MOVE SENT-BATCH-ENTRY(SB-IDX + 1)
                    TO SENT-BATCH-ENTRY(SB-IDX)
                 MOVE WS-SWAP-BATCH TO SENT-BATCH-ENTRY(SB-IDX + 1)
                 MOVE "Y" TO WS-SWAPPED-SW
               END-IF
             END-PERFORM
           END-PERFORM.

       160-CHECK-SENT-SEQUENCES.
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX >= WS-BATCH-COUNT
             MOVE SB-SEQUENCE(SB-IDX + 1) TO WS-FIND-SEQUENCE
             IF SB-SEQUENCE(SB-IDX + 1) = SB-SEQUENCE(SB-IDX)
               ADD 1 TO WS-DUP-COUNT
               MOVE 'DUPLICATE SEQUENCE NUMBER IN SENT LOG'
                  TO WS-FIND-MESSAGE
               MOVE SPACES TO WS-FIND-TEXT
               STRING 'RUN ' DELIMITED BY SIZE
                  SB-RUN-DATE(SB-IDX + 1) DELIMITED BY SIZE
                  ' SENT ' DELIMITED BY SIZE
                  SB-SENT-DATE(SB-IDX + 1) DELIMITED BY SIZE
                  INTO WS-FIND-TEXT
               PERFORM 710-ERROR
             ELSE
               IF SB-SEQUENCE(SB-IDX + 1) > SB-SEQUENCE(SB-IDX) + 1
                 COMPUTE WS-GAP-FROM = SB-SEQUENCE(SB-IDX) + 1
                 COMPUTE WS-GAP-TO = SB-SEQUENCE(SB-IDX + 1) - 1
                 MOVE 'SEQUENCE GAP - BATCHES NEVER LOGGED AS SENT'
                    TO WS-FIND-MESSAGE
                 PERFORM 170-REPORT-GAP
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO WS-LAST-LOGGED
           IF WS-BATCH-COUNT > 0
             MOVE SB-SEQUENCE(WS-BATCH-COUNT) TO WS-LAST-LOGGED
           END-IF
           MOVE 0 TO WS-LAST-ISSUED
           OPEN INPUT SIEM_SEQUENCE
           IF WS-SEQ-FILE-STATUS = "00"
             READ SIEM_SEQUENCE
               AT END MOVE 0 TO SQ-LAST-SEQUENCE
             END-READ
             IF SQ-LAST-SEQUENCE NUMERIC
               MOVE SQ-LAST-SEQUENCE TO WS-LAST-ISSUED
             END-IF
             CLOSE SIEM_SEQUENCE
           END-IF
           IF WS-LAST-ISSUED > WS-LAST-LOGGED
             COMPUTE WS-GAP-FROM = WS-LAST-LOGGED + 1
             MOVE WS-LAST-ISSUED TO WS-GAP-TO
             MOVE WS-LAST-ISSUED TO WS-FIND-SEQUENCE
             MOVE 'SEQUENCE ISSUED BY BATCH_2 BUT NOT IN SENT LOG'
                TO WS-FIND-MESSAGE
             PERFORM 170-REPORT-GAP
           END-IF
           IF WS-LAST-ISSUED < WS-LAST-LOGGED
             ADD 1 TO WS-DUP-COUNT
             MOVE WS-LAST-ISSUED TO WS-FIND-SEQUENCE
             MOVE 'SEQUENCE FILE BEHIND SENT LOG - NUMBERS REUSED'
                TO WS-FIND-MESSAGE
             MOVE SPACES TO WS-FIND-TEXT
             STRING 'HIGHEST LOGGED ' DELIMITED BY SIZE
                WS-LAST-LOGGED DELIMITED BY SIZE
                INTO WS-FIND-TEXT
             PERFORM 710-ERROR
           END-IF
           PERFORM 480-END-SECTION.

       170-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE SPACES TO WS-FIND-TEXT
           STRING 'SEQUENCES ' DELIMITED BY SIZE
              WS-GAP-FROM DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              WS-GAP-TO DELIMITED BY SIZE
              INTO WS-FIND-TEXT
           PERFORM 710-ERROR.

       200-APPLY-ACKNOWLEDGEMENTS.
           MOVE 'ACKNOWLEDGEMENTS :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           MOVE "N" TO WS-ACK-EOF-SW
           OPEN INPUT ACK_FILE
           IF WS-ACK-FILE-STATUS = "00"
             PERFORM UNTIL WS-ACK-EOF-SW = "Y"
               READ ACK_FILE
                 AT END MOVE "Y" TO WS-ACK-EOF-SW
               END-READ
               IF WS-ACK-EOF-SW NOT = "Y"
                 ADD 1 TO WS-ACK-LINE-NUM
                 IF ACK-RECORD NOT = SPACES
                    AND ACK-RECORD(1:1) NOT = '*'
                   ADD 1 TO WS-ACK-LINES
                   PERFORM 210-PROCESS-ACK
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ACK_FILE
             IF WS-ACK-LINE-NUM > 0
               PERFORM 280-ROTATE-ACKNOWLEDGEMENTS
             END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           MOVE WS-ACK-LINES TO WS-EDIT-COUNT
           STRING '  ACK LINES READ ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           MOVE WS-ACKED-COUNT TO WS-EDIT-COUNT
           MOVE ' ACKNOWLEDGED ' TO WS-REPORT-TEXT(23:14)
           MOVE WS-EDIT-COUNT TO WS-REPORT-TEXT(37:5)
           PERFORM 490-WRITE-REPORT-LINE
           PERFORM 480-END-SECTION.

       210-PROCESS-ACK.
           MOVE SPACES TO WS-ACK-FIELDS
           UNSTRING ACK-RECORD DELIMITED BY ","
              INTO WS-AK-SEQUENCE WS-AK-STATUS WS-AK-EVENTS
                 WS-AK-HASH WS-AK-REFERENCE
           MOVE FUNCTION TRIM(WS-AK-SEQUENCE) TO WS-AK-SEQUENCE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AK-STATUS))
              TO WS-AK-STATUS
           MOVE ACK-RECORD TO WS-FIND-TEXT
           MOVE 0 TO WS-FIND-SEQUENCE
           MOVE 0 TO WS-AK-SEQ-LEN
           INSPECT WS-AK-SEQUENCE TALLYING WS-AK-SEQ-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AK-SEQ-LEN = 0 OR WS-AK-SEQ-LEN > 8
             MOVE 'INVALID ACK LINE - SEQUENCE NOT NUMERIC'
                TO WS-FIND-MESSAGE
             PERFORM 710-ERROR
           ELSE
             IF WS-AK-SEQUENCE(1:WS-AK-SEQ-LEN) NOT NUMERIC
               MOVE 'INVALID ACK LINE - SEQUENCE NOT NUMERIC'
                  TO WS-FIND-MESSAGE
               PERFORM 710-ERROR
             ELSE
               COMPUTE WS-FIND-SEQUENCE = FUNCTION NUMVAL(
                  WS-AK-SEQUENCE(1:WS-AK-SEQ-LEN))
               IF WS-AK-STATUS NOT = 'ACK' AND WS-AK-STATUS NOT = 'NAK'
                 MOVE 'INVALID ACK LINE - STATUS NOT ACK OR NAK'
                    TO WS-FIND-MESSAGE
                 PERFORM 710-ERROR
               ELSE
                 PERFORM 220-FIND-BATCH
                 IF WS-FOUND-IDX = 0
                   MOVE 'ACK FOR A SEQUENCE NOT IN THE SENT LOG'
                      TO WS-FIND-MESSAGE
                   PERFORM 710-ERROR
                 ELSE
                   PERFORM 230-APPLY-ACK
                 END-IF
               END-IF
             END-IF
           END-IF.

       220-FIND-BATCH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT OR WS-FOUND-IDX > 0
             IF SB-SEQUENCE(SB-IDX) = WS-FIND-SEQUENCE
               MOVE SB-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       230-APPLY-ACK.
           MOVE WS-FOUND-IDX TO SB-IDX
           IF SB-ACK-SW(SB-IDX) = "Y"
             ADD 1 TO WS-DUP-COUNT
             MOVE 'DUPLICATE ACK IN THIS ACK FILE - IGNORED'
                TO WS-FIND-MESSAGE
             PERFORM 710-ERROR
           ELSE
             MOVE "Y" TO SB-ACK-SW(SB-IDX)
             IF SB-STATUS(SB-IDX) = 'ACKED'
               ADD 1 TO WS-DUP-COUNT
               MOVE 'DUPLICATE ACK - ALREADY ACKNOWLEDGED ON'
                  TO WS-FIND-MESSAGE
               MOVE SB-ACK-DATE(SB-IDX) TO WS-FIND-MESSAGE(41:8)
               PERFORM 710-ERROR
             ELSE
               IF WS-AK-STATUS = 'NAK'
                 MOVE 'REJECTED BY THE SIEM - BATCH WILL BE RESENT'
                    TO WS-FIND-MESSAGE
                 PERFORM 720-WARNING
                 MOVE 'RESEND' TO SB-ACTION(SB-IDX)
               ELSE
                 PERFORM 240-CHECK-ACK-TOTALS
                 IF WS-AK-TOTALS-OK-SW = "Y"
                   MOVE 'ACKED' TO SB-STATUS(SB-IDX)
                   MOVE WS-RUN-DATE TO SB-ACK-DATE(SB-IDX)
                   ADD 1 TO WS-ACKED-COUNT
                 ELSE
                   MOVE 'ACK TOTALS DIFFER FROM BATCH - WILL BE RESENT'
                      TO WS-FIND-MESSAGE
                   PERFORM 720-WARNING
                   MOVE 'RESEND' TO SB-ACTION(SB-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.

       240-CHECK-ACK-TOTALS.
           MOVE "N" TO WS-AK-TOTALS-OK-SW
           IF WS-AK-EVENTS NOT = SPACES AND WS-AK-HASH NOT = SPACES
              AND FUNCTION TRIM(WS-AK-EVENTS) NUMERIC
              AND FUNCTION TRIM(WS-AK-HASH) NUMERIC
             COMPUTE WS-AK-EVENTS-NUM = FUNCTION NUMVAL(WS-AK-EVENTS)
             COMPUTE WS-AK-HASH-NUM = FUNCTION NUMVAL(WS-AK-HASH)
             IF WS-AK-EVENTS-NUM = SB-EVENTS(SB-IDX)
                AND WS-AK-HASH-NUM = SB-HASH(SB-IDX)
               MOVE "Y" TO WS-AK-TOTALS-OK-SW
             END-IF
           END-IF.

       280-ROTATE-ACKNOWLEDGEMENTS.
           MOVE SPACES TO WS-CONSUMED-PATH
           STRING '/oscobol/src/siem_ack.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              '.done.txt' DELIMITED BY SIZE
              INTO WS-CONSUMED-PATH
           CALL 'CBL_COPY_FILE'
              USING WS-ACK-PATH WS-CONSUMED-PATH
           IF RETURN-CODE = 0
             OPEN OUTPUT ACK_FILE
             CLOSE ACK_FILE
             DISPLAY "ACKNOWLEDGEMENTS CONSUMED - KEPT AS "
                WS-CONSUMED-PATH
           ELSE
             DISPLAY "*** WARNING: ACKNOWLEDGEMENTS NOT ROTATED - "
                "THEY WILL BE REPORTED AS DUPLICATES NEXT RUN ***"
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           MOVE 0 TO RETURN-CODE.

       300-SELECT-RESENDS.
           MOVE 'RESENDS :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           MOVE 0 TO WS-HIGH-ACKED
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT
             IF SB-STATUS(SB-IDX) = 'ACKED'
                AND SB-SEQUENCE(SB-IDX) > WS-HIGH-ACKED
               MOVE SB-SEQUENCE(SB-IDX) TO WS-HIGH-ACKED
             END-IF
           END-PERFORM
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT
             IF SB-STATUS(SB-IDX) NOT = 'ACKED'
               PERFORM 310-CHECK-UNACKNOWLEDGED
             END-IF
           END-PERFORM.

       310-CHECK-UNACKNOWLEDGED.
           MOVE SB-SEQUENCE(SB-IDX) TO WS-FIND-SEQUENCE
           MOVE SPACES TO WS-FIND-TEXT
           STRING 'RUN ' DELIMITED BY SIZE
              SB-RUN-DATE(SB-IDX) DELIMITED BY SIZE
              ' SENT ' DELIMITED BY SIZE
              SB-SENT-DATE(SB-IDX) DELIMITED BY SIZE
              ' RESENDS ' DELIMITED BY SIZE
              SB-RESENDS(SB-IDX) DELIMITED BY SIZE
              INTO WS-FIND-TEXT
           IF SB-ACTION(SB-IDX) = SPACES
             IF SB-SEQUENCE(SB-IDX) < WS-HIGH-ACKED
               ADD 1 TO WS-GAP-COUNT
               MOVE 'ACK GAP - A LATER BATCH WAS ACKNOWLEDGED'
                  TO WS-FIND-MESSAGE
               PERFORM 710-ERROR
               MOVE 'RESEND' TO SB-ACTION(SB-IDX)
             ELSE
               PERFORM 320-DAYS-WAITING
               IF WS-DAYS-WAITING >= WS-ACK-WAIT
                 MOVE WS-DAYS-WAITING TO WS-EDIT-DAYS
                 MOVE 'NO ACK AFTER     DAYS - BATCH WILL BE RESENT'
                    TO WS-FIND-MESSAGE
                 MOVE WS-EDIT-DAYS TO WS-FIND-MESSAGE(14:3)
                 PERFORM 720-WARNING
                 MOVE 'RESEND' TO SB-ACTION(SB-IDX)
               ELSE
                 MOVE 'AWAITING' TO SB-ACTION(SB-IDX)
                 ADD 1 TO WS-PENDING-COUNT
               END-IF
             END-IF
           END-IF
           IF SB-ACTION(SB-IDX) = 'RESEND'
              AND SB-RESENDS(SB-IDX) >= WS-ACK-RETRY
             MOVE 'HELD' TO SB-STATUS(SB-IDX)
             MOVE 'HELD' TO SB-ACTION(SB-IDX)
             ADD 1 TO WS-HELD-COUNT
             MOVE 'RESEND LIMIT REACHED - CHECK WITH SIEM TEAM'
                TO WS-FIND-MESSAGE
             PERFORM 710-ERROR
           END-IF.

       320-DAYS-WAITING.
           MOVE 0 TO WS-DAYS-WAITING
           IF SB-SENT-DATE(SB-IDX) NUMERIC
             MOVE SB-SENT-DATE(SB-IDX) TO WS-DATE-YMD
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD) = 0
               COMPUTE WS-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
               COMPUTE WS-DAYS-WAITING = WS-RUN-INT - WS-DATE-INT
               IF WS-DAYS-WAITING < 0
                 MOVE 0 TO WS-DAYS-WAITING
               END-IF
             END-IF
           END-IF.

       400-WRITE-RESENDS.
           OPEN OUTPUT SIEM_RESEND
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT
             IF SB-ACTION(SB-IDX) = 'RESEND'
               PERFORM 410-RESEND-BATCH
             END-IF
           END-PERFORM
           CLOSE SIEM_RESEND
           IF WS-RESENT-COUNT > 0
             MOVE SPACES TO WS-REPORT-TEXT
             MOVE WS-RESENT-COUNT TO WS-EDIT-COUNT
             STRING '  BATCHES WRITTEN TO siem_resend.txt : '
                DELIMITED BY SIZE
                WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           END-IF
           PERFORM 480-END-SECTION.

       410-RESEND-BATCH.
           MOVE SB-SEQUENCE(SB-IDX) TO WS-FIND-SEQUENCE
           MOVE SPACES TO WS-FEED-PATH
           STRING '/oscobol/src/siem_feed.' DELIMITED BY SIZE
              SB-SEQUENCE(SB-IDX) DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO WS-FEED-PATH
           MOVE WS-FEED-PATH TO WS-FIND-TEXT
           PERFORM 420-VERIFY-BATCH-FILE
           IF WS-FEED-OK-SW = "Y"
             PERFORM 430-COPY-BATCH-FILE
             ADD 1 TO SB-RESENDS(SB-IDX)
             MOVE WS-CURRENT-DATE TO SB-SENT-DATE(SB-IDX)
             MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
                SB-SENT-TIME(SB-IDX)
             MOVE 'RESENT' TO SB-ACTION(SB-IDX)
             ADD 1 TO WS-RESENT-COUNT
           ELSE
             MOVE 'MISSING' TO SB-ACTION(SB-IDX)
             ADD 1 TO WS-MISSING-COUNT
             PERFORM 710-ERROR
           END-IF.

       420-VERIFY-BATCH-FILE.
           MOVE "N" TO WS-FEED-OK-SW
           MOVE 0 TO WS-FEED-EVENTS
           MOVE 0 TO WS-FEED-HASH
           MOVE 0 TO WS-FEED-TRAILERS
           MOVE 0 TO WS-TRL-EVENTS
           MOVE 0 TO WS-TRL-HASH
           MOVE "N" TO WS-FEED-EOF-SW
           OPEN INPUT SIEM_FEED
           IF WS-FEED-FILE-STATUS NOT = "00"
             MOVE 'BATCH FILE MISSING - CANNOT BE RESENT'
                TO WS-FIND-MESSAGE
           ELSE
             PERFORM UNTIL WS-FEED-EOF-SW = "Y"
               READ SIEM_FEED
                 AT END MOVE "Y" TO WS-FEED-EOF-SW
               END-READ
               IF WS-FEED-EOF-SW NOT = "Y"
                 IF FE-REC-TYPE = 'EVT' AND FE-COUNT NUMERIC
                   ADD 1 TO WS-FEED-EVENTS
                   ADD FE-COUNT TO WS-FEED-HASH
                 END-IF
                 IF FT-REC-TYPE = 'TRL' AND FT-RECORD-COUNT NUMERIC
                    AND FT-HASH-TOTAL NUMERIC
                   ADD 1 TO WS-FEED-TRAILERS
                   MOVE FT-RECORD-COUNT TO WS-TRL-EVENTS
                   MOVE FT-HASH-TOTAL TO WS-TRL-HASH
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SIEM_FEED
             IF WS-FEED-TRAILERS = 1
                AND WS-FEED-EVENTS = SB-EVENTS(SB-IDX)
                AND WS-TRL-EVENTS = SB-EVENTS(SB-IDX)
                AND WS-FEED-HASH = SB-HASH(SB-IDX)
                AND WS-TRL-HASH = SB-HASH(SB-IDX)
               MOVE "Y" TO WS-FEED-OK-SW
             ELSE
               MOVE 'BATCH FILE DIFFERS FROM SENT LOG - NOT RESENT'
                  TO WS-FIND-MESSAGE
             END-IF
           END-IF.

       430-COPY-BATCH-FILE.
           MOVE "N" TO WS-FEED-EOF-SW
           OPEN INPUT SIEM_FEED
           PERFORM UNTIL WS-FEED-EOF-SW = "Y"
             READ SIEM_FEED
               AT END MOVE "Y" TO WS-FEED-EOF-SW
             END-READ
             IF WS-FEED-EOF-SW NOT = "Y"
               IF FH-REC-TYPE = 'HDR'
                 MOVE 'RESEND' TO FH-MODE
               END-IF
               MOVE FEED-IN-REC TO RESEND-REC
               WRITE RESEND-REC
             END-IF
           END-PERFORM
           CLOSE SIEM_FEED.

       500-REWRITE-SENT-LOG.
           MOVE 1 TO WS-FIRST-KEPT
           MOVE 0 TO WS-DROPPED-COUNT
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX >= WS-BATCH-COUNT
              OR WS-FIRST-KEPT < SB-IDX
             IF SB-STATUS(SB-IDX) = 'ACKED'
                AND SB-ACK-DATE(SB-IDX) NUMERIC
               MOVE SB-ACK-DATE(SB-IDX) TO WS-DATE-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD) = 0
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
                 IF WS-DATE-INT + WS-ACKED-KEEP-DAYS < WS-RUN-INT
                   ADD 1 TO WS-DROPPED-COUNT
                   COMPUTE WS-FIRST-KEPT = SB-IDX + 1
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           OPEN OUTPUT SIEM_SENT_LOG
           PERFORM VARYING SB-IDX FROM WS-FIRST-KEPT BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT
             MOVE SPACES TO SIEM-SENT-REC
             MOVE SB-SEQUENCE(SB-IDX) TO SL-SEQUENCE
             MOVE SB-RUN-DATE(SB-IDX) TO SL-RUN-DATE
             MOVE SB-SENT-DATE(SB-IDX) TO SL-SENT-DATE
             MOVE SB-SENT-TIME(SB-IDX) TO SL-SENT-TIME
             MOVE SB-EVENTS(SB-IDX) TO SL-EVENTS
             MOVE SB-HASH(SB-IDX) TO SL-HASH
             MOVE SB-STATUS(SB-IDX) TO SL-STATUS
             MOVE SB-RESENDS(SB-IDX) TO SL-RESENDS
             MOVE SB-ACK-DATE(SB-IDX) TO SL-ACK-DATE
             MOVE X'0A' TO SL-LINE-FEED
             WRITE SIEM-SENT-REC
           END-PERFORM
           CLOSE SIEM_SENT_LOG.

       600-LIST-OUTSTANDING.
           MOVE 'OUTSTANDING BATCHES :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE '  SEQUENCE RUN DATE LAST SENT RESENDS  EVENTS STATUS'
              TO WS-REPORT-TEXT
           MOVE 'ACTION' TO WS-REPORT-TEXT(55:6)
           PERFORM 490-WRITE-REPORT-LINE
           MOVE 0 TO WS-SECTION-FINDINGS
           PERFORM VARYING SB-IDX FROM 1 BY 1
           UNTIL SB-IDX > WS-BATCH-COUNT
             IF SB-STATUS(SB-IDX) NOT = 'ACKED'
               ADD 1 TO WS-SECTION-FINDINGS
               MOVE SPACES TO WS-REPORT-TEXT
               MOVE SB-SEQUENCE(SB-IDX) TO WS-REPORT-TEXT(3:8)
               MOVE SB-RUN-DATE(SB-IDX) TO WS-REPORT-TEXT(12:8)
               MOVE SB-SENT-DATE(SB-IDX) TO WS-REPORT-TEXT(21:8)
               MOVE SB-RESENDS(SB-IDX) TO WS-REPORT-TEXT(35:3)
               MOVE SB-EVENTS(SB-IDX) TO WS-REPORT-TEXT(39:7)
               MOVE SB-STATUS(SB-IDX) TO WS-REPORT-TEXT(47:7)
               MOVE SB-ACTION(SB-IDX) TO WS-REPORT-TEXT(55:8)
               PERFORM 490-WRITE-REPORT-LINE
             END-IF
           END-PERFORM
           PERFORM 480-END-SECTION.

       480-END-SECTION.
           IF WS-SECTION-FINDINGS = 0
             MOVE '  NONE' TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       710-ERROR.
           MOVE 'ERROR' TO WS-FIND-SEVERITY
           ADD 1 TO WS-ERROR-COUNT
           PERFORM 730-WRITE-FINDING.

       720-WARNING.
           MOVE 'WARNING' TO WS-FIND-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           PERFORM 730-WRITE-FINDING.

       730-WRITE-FINDING.
           ADD 1 TO WS-SECTION-FINDINGS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-FIND-SEVERITY DELIMITED BY SIZE
              ' SEQ ' DELIMITED BY SIZE
              WS-FIND-SEQUENCE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-FIND-MESSAGE DELIMITED BY SIZE
              ' : ' DELIMITED BY SIZE
              WS-FIND-TEXT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           DISPLAY WS-FIND-SEVERITY " SEQ " WS-FIND-SEQUENCE " "
              WS-FIND-MESSAGE.

       490-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO SR-TEXT
           MOVE X'0A' TO SR-LINE-FEED
           WRITE RECONCILIATION-REPORT-LINE.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_14' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'BATCHES=' DELIMITED BY SIZE
              WS-BATCH-COUNT DELIMITED BY SIZE
              ' ACKED=' DELIMITED BY SIZE
              WS-ACKED-COUNT DELIMITED BY SIZE
              ' RESENT=' DELIMITED BY SIZE
              WS-RESENT-COUNT DELIMITED BY SIZE
              ' PENDING=' DELIMITED BY SIZE
              WS-PENDING-COUNT DELIMITED BY SIZE
              ' GAPS=' DELIMITED BY SIZE
              WS-GAP-COUNT DELIMITED BY SIZE
              ' DUPS=' DELIMITED BY SIZE
              WS-DUP-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

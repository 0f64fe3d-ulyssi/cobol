      ******************************************************************
      *  Batch11
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_11.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DISPOSITION_FILE ASSIGN TO
               '/oscobol/src/ip_disposition.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-IP
           FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT TRANS_FILE ASSIGN TO
               '/oscobol/src/ip_disposition.trans.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OPTIONAL AUDIT_FILE ASSIGN TO
               '/oscobol/src/ip_disposition_audit.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT DISPOSITION_REPORT ASSIGN TO
               '/oscobol/src/ip_disposition_report.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
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

       FD TRANS_FILE.
       01 TRANS-RECORD PIC X(200).

       FD AUDIT_FILE.
       01 AUDIT-REC.
         02 AU-DATE PIC X(8).
         02 AU-SEP1 PIC X(1).
         02 AU-TIME PIC X(6).
         02 AU-SEP2 PIC X(1).
         02 AU-ACTION PIC X(6).
         02 AU-SEP3 PIC X(1).
         02 AU-IP PIC X(15).
         02 AU-LABEL1 PIC X(9).
         02 AU-BEFORE PIC X(110).
         02 AU-LABEL2 PIC X(9).
         02 AU-AFTER PIC X(110).
         02 AU-LINE-FEED PIC X.

       FD DISPOSITION_REPORT.
       01 DISPOSITION-REPORT-LINE.
         02 DR-TEXT PIC X(130).
         02 DR-LINE-FEED PIC X.

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

       01 WS-TRANS-FIELDS.
          05 WS-TX-ACTION PIC X(6).
          05 WS-TX-IP PIC X(20).
          05 WS-TX-CODE PIC X(5).
          05 WS-TX-EXPIRY PIC X(8).
          05 WS-TX-OWNER PIC X(20).
          05 WS-TX-REASON PIC X(40).

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

       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RUN-YMD PIC 9(8) VALUE 0.
       77 WS-DISP-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-DISP-OPEN-SW PIC X VALUE "N".
       77 WS-DISP-EOF-SW PIC X VALUE "N".
       77 WS-DISP-FOUND-SW PIC X VALUE "N".
       77 WS-TRANS-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-TRANS-EOF-SW PIC X VALUE "N".
       77 WS-TRANS-LINE-NUM PIC 9(6) VALUE 0.
       77 WS-TX-ERROR PIC X(30) VALUE SPACES.
       77 WS-IP-PART-COUNT PIC 9 VALUE 0.
       77 WS-IP-PART-IDX PIC 9 VALUE 0.
       77 WS-OCTET-VALUE PIC 9(5) VALUE 0.
       77 WS-EXPIRY-YMD PIC 9(8) VALUE 0.
       77 WS-BEFORE-IMAGE PIC X(110) VALUE SPACES.
       77 WS-AFTER-IMAGE PIC X(110) VALUE SPACES.
       77 WS-AUDIT-ACTION PIC X(6) VALUE SPACES.

       77 WS-TRANS-COUNT PIC 9(4) VALUE 0.
       77 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       77 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       77 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       77 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       77 WS-ALLOW-COUNT PIC 9(6) VALUE 0.
       77 WS-WATCH-COUNT PIC 9(6) VALUE 0.
       77 WS-BLOCK-COUNT PIC 9(6) VALUE 0.

       77 WS-CONSUMED-PATH PIC X(80) VALUE SPACES.
       77 WS-TRANS-PATH PIC X(80) VALUE
           '/oscobol/src/ip_disposition.trans.txt'.
       77 WS-EDIT-COUNT PIC ZZZZZ9.
       77 WS-EDIT-LINE PIC ZZZZZ9.
       77 WS-ENTRY-STATE PIC X(7) VALUE SPACES.
       77 WS-REPORT-TEXT PIC X(130) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 11  :                                    !".
           DISPLAY "! MAINTENANCE FICHIER DISPOSITION IP             !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_11 CONTROL TOTALS"
             DISPLAY "  RUN DATE            : " WS-RUN-DATE
             DISPLAY "  TRANSACTIONS READ   : " WS-TRANS-COUNT
             DISPLAY "  APPLIED             : " WS-APPLIED-COUNT
             DISPLAY "  REJECTED            : " WS-REJECTED-COUNT
             DISPLAY "  DISPOSITIONS ON FILE: " WS-ENTRY-COUNT
             DISPLAY "    ALLOW             : " WS-ALLOW-COUNT
             DISPLAY "    WATCH             : " WS-WATCH-COUNT
             DISPLAY "    BLOCK             : " WS-BLOCK-COUNT
             DISPLAY "  EXPIRED             : " WS-EXPIRED-COUNT
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
               IF WS-REJECTED-COUNT > 0 OR WS-EXPIRED-COUNT > 0
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
             DISPLAY "USAGE : BATCH_11 [<YYYYMMDD>]"
             DISPLAY "  TRANSACTIONS : /oscobol/src/"
                "ip_disposition.trans.txt"
             DISPLAY "  A,<IP>,<ALLOW|WATCH|BLOCK>,<EXPIRY>,<OWNER>,"
                "<REASON>"
             DISPLAY "  C,<IP>,[CODE],[EXPIRY|NONE],[OWNER],[REASON]"
             DISPLAY "  D,<IP>"
           ELSE
             PERFORM 100-OPEN-DISPOSITION
             OPEN OUTPUT DISPOSITION_REPORT
             MOVE SPACES TO WS-REPORT-TEXT
             STRING 'IP DISPOSITION MAINTENANCE ' DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             MOVE SPACES TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
             IF WS-DISP-OPEN-SW = "Y"
               PERFORM 200-APPLY-TRANSACTIONS
               PERFORM 300-LIST-DISPOSITIONS
               CLOSE DISPOSITION_FILE
             ELSE
               MOVE SPACES TO WS-REPORT-TEXT
               STRING '*** DISPOSITION FILE NOT AVAILABLE - STATUS '
                  DELIMITED BY SIZE
                  WS-DISP-FILE-STATUS DELIMITED BY SIZE
                  ' - NO TRANSACTIONS APPLIED ***' DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
               PERFORM 490-WRITE-REPORT-LINE
             END-IF
             CLOSE DISPOSITION_REPORT
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
           END-IF.

       100-OPEN-DISPOSITION.
           MOVE "N" TO WS-DISP-OPEN-SW
           OPEN I-O DISPOSITION_FILE
           IF WS-DISP-FILE-STATUS = "35"
             DISPLAY "NO DISPOSITION FILE - CREATING "
                "/oscobol/src/ip_disposition.idx"
             OPEN OUTPUT DISPOSITION_FILE
             CLOSE DISPOSITION_FILE
             OPEN I-O DISPOSITION_FILE
           END-IF
           IF WS-DISP-FILE-STATUS = "00"
             MOVE "Y" TO WS-DISP-OPEN-SW
           ELSE
             DISPLAY "*** DISPOSITION FILE NOT AVAILABLE - STATUS "
                WS-DISP-FILE-STATUS
             MOVE "A" TO WS-RUN-STATUS
           END-IF.

       200-APPLY-TRANSACTIONS.
           MOVE 'TRANSACTIONS :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE "N" TO WS-TRANS-EOF-SW
           OPEN INPUT TRANS_FILE
           IF WS-TRANS-FILE-STATUS = "00"
             OPEN EXTEND AUDIT_FILE
             PERFORM UNTIL WS-TRANS-EOF-SW = "Y"
               READ TRANS_FILE
                 AT END MOVE "Y" TO WS-TRANS-EOF-SW
               END-READ
               IF WS-TRANS-EOF-SW NOT = "Y"
                 ADD 1 TO WS-TRANS-LINE-NUM
                 IF TRANS-RECORD NOT = SPACES
                    AND TRANS-RECORD(1:1) NOT = '*'
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM 210-PROCESS-TRANSACTION
                 END-IF
               END-IF
             END-PERFORM
             CLOSE AUDIT_FILE
             CLOSE TRANS_FILE
             IF WS-TRANS-LINE-NUM > 0
               PERFORM 280-ROTATE-TRANSACTIONS
             END-IF
           END-IF
           IF WS-TRANS-COUNT = 0
             MOVE '  NONE' TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       210-PROCESS-TRANSACTION.
           MOVE SPACES TO WS-TRANS-FIELDS
           MOVE SPACES TO WS-TX-ERROR
           UNSTRING TRANS-RECORD DELIMITED BY ","
              INTO WS-TX-ACTION WS-TX-IP WS-TX-CODE WS-TX-EXPIRY
                 WS-TX-OWNER WS-TX-REASON
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TX-ACTION))
              TO WS-TX-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TX-CODE))
              TO WS-TX-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TX-EXPIRY))
              TO WS-TX-EXPIRY
           MOVE FUNCTION TRIM(WS-TX-OWNER) TO WS-TX-OWNER
           MOVE FUNCTION TRIM(WS-TX-REASON) TO WS-TX-REASON
           PERFORM 220-VALIDATE-TRANSACTION
           IF WS-TX-ERROR = SPACES
             MOVE WS-NORM-IP TO DSP-IP
             MOVE "Y" TO WS-DISP-FOUND-SW
             READ DISPOSITION_FILE KEY IS DSP-IP
               INVALID KEY MOVE "N" TO WS-DISP-FOUND-SW
             END-READ
             EVALUATE WS-TX-ACTION
               WHEN "A"
                 PERFORM 230-ADD-DISPOSITION
               WHEN "C"
                 PERFORM 240-CHANGE-DISPOSITION
               WHEN OTHER
                 PERFORM 250-DELETE-DISPOSITION
             END-EVALUATE
           END-IF
           IF WS-TX-ERROR = SPACES
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM 260-WRITE-AUDIT
             MOVE SPACES TO WS-REPORT-TEXT
             IF WS-AUDIT-ACTION = 'DELETE'
               STRING '  APPLIED  ' DELIMITED BY SIZE
                  WS-AUDIT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-IMAGE DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
             ELSE
               STRING '  APPLIED  ' DELIMITED BY SIZE
                  WS-AUDIT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AFTER-IMAGE DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
             END-IF
             PERFORM 490-WRITE-REPORT-LINE
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             MOVE WS-TRANS-LINE-NUM TO WS-EDIT-LINE
             MOVE SPACES TO WS-REPORT-TEXT
             STRING '  REJECTED LINE ' DELIMITED BY SIZE
                WS-EDIT-LINE DELIMITED BY SIZE
                ' : ' DELIMITED BY SIZE
                WS-TX-ERROR DELIMITED BY SIZE
                ' : ' DELIMITED BY SIZE
                TRANS-RECORD DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           END-IF.

       220-VALIDATE-TRANSACTION.
           IF WS-TX-ACTION NOT = "A" AND WS-TX-ACTION NOT = "C"
              AND WS-TX-ACTION NOT = "D"
             MOVE 'UNKNOWN ACTION' TO WS-TX-ERROR
           END-IF
           IF WS-TX-ERROR = SPACES
             PERFORM 225-NORMALISE-IP
           END-IF
           IF WS-TX-ERROR = SPACES AND WS-TX-CODE NOT = SPACES
              AND WS-TX-CODE NOT = "ALLOW" AND WS-TX-CODE NOT = "WATCH"
              AND WS-TX-CODE NOT = "BLOCK"
             MOVE 'UNKNOWN DISPOSITION CODE' TO WS-TX-ERROR
           END-IF
           IF WS-TX-ERROR = SPACES AND WS-TX-EXPIRY NOT = SPACES
              AND WS-TX-EXPIRY NOT = "NONE"
             IF WS-TX-EXPIRY NOT NUMERIC
               MOVE 'INVALID EXPIRY DATE' TO WS-TX-ERROR
             ELSE
               MOVE WS-TX-EXPIRY TO WS-EXPIRY-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-YMD) NOT = 0
                 MOVE 'INVALID EXPIRY DATE' TO WS-TX-ERROR
               ELSE
                 IF WS-TX-EXPIRY < WS-RUN-DATE
                   MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-TX-ERROR
                 END-IF
               END-IF
             END-IF
           END-IF
           IF WS-TX-ERROR = SPACES AND WS-TX-ACTION = "A"
             IF WS-TX-CODE = SPACES
               MOVE 'DISPOSITION CODE REQUIRED' TO WS-TX-ERROR
             ELSE
               IF WS-TX-OWNER = SPACES
                 MOVE 'OWNER REQUIRED' TO WS-TX-ERROR
               ELSE
                 IF WS-TX-REASON = SPACES
                   MOVE 'REASON REQUIRED' TO WS-TX-ERROR
                 END-IF
               END-IF
             END-IF
           END-IF.

       225-NORMALISE-IP.
           MOVE SPACES TO WS-IP-PARTS
           MOVE 0 TO WS-IP-PART-COUNT
           UNSTRING WS-TX-IP DELIMITED BY "."
              INTO WS-IP-PART(1) WS-IP-PART(2) WS-IP-PART(3)
                 WS-IP-PART(4) WS-IP-PART(5)
              TALLYING IN WS-IP-PART-COUNT
           IF WS-IP-PART-COUNT NOT = 4
             MOVE 'INVALID IP ADDRESS' TO WS-TX-ERROR
           ELSE
             PERFORM VARYING WS-IP-PART-IDX FROM 1 BY 1
             UNTIL WS-IP-PART-IDX > 4
               IF WS-IP-PART(WS-IP-PART-IDX) = SPACES
                  OR FUNCTION TRIM(WS-IP-PART(WS-IP-PART-IDX))
                     NOT NUMERIC
                 MOVE 'INVALID IP ADDRESS' TO WS-TX-ERROR
               ELSE
                 COMPUTE WS-OCTET-VALUE = FUNCTION NUMVAL(
                    FUNCTION TRIM(WS-IP-PART(WS-IP-PART-IDX)))
                 IF WS-OCTET-VALUE > 255
                   MOVE 'INVALID IP ADDRESS' TO WS-TX-ERROR
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
           END-IF.

       230-ADD-DISPOSITION.
           IF WS-DISP-FOUND-SW = "Y"
             MOVE 'IP ALREADY ON FILE' TO WS-TX-ERROR
           ELSE
             MOVE 'ADD' TO WS-AUDIT-ACTION
             MOVE SPACES TO WS-BEFORE-IMAGE
             MOVE SPACES TO DISPOSITION-REC
             MOVE WS-NORM-IP TO DSP-IP
             MOVE WS-TX-CODE TO DSP-CODE
             IF WS-TX-EXPIRY NOT = "NONE"
               MOVE WS-TX-EXPIRY TO DSP-EXPIRY
             END-IF
             MOVE WS-TX-OWNER TO DSP-OWNER
             MOVE WS-TX-REASON TO DSP-REASON
             MOVE WS-RUN-DATE TO DSP-ADDED
             MOVE WS-RUN-DATE TO DSP-CHANGED
             MOVE DISPOSITION-REC TO WS-AFTER-IMAGE
             WRITE DISPOSITION-REC
               INVALID KEY MOVE 'WRITE FAILED' TO WS-TX-ERROR
             END-WRITE
           END-IF.

       240-CHANGE-DISPOSITION.
           IF WS-DISP-FOUND-SW NOT = "Y"
             MOVE 'IP NOT ON FILE' TO WS-TX-ERROR
           ELSE
             MOVE 'CHANGE' TO WS-AUDIT-ACTION
             MOVE DISPOSITION-REC TO WS-BEFORE-IMAGE
             IF WS-TX-CODE NOT = SPACES
               MOVE WS-TX-CODE TO DSP-CODE
             END-IF
             IF WS-TX-EXPIRY = "NONE"
               MOVE SPACES TO DSP-EXPIRY
             ELSE
               IF WS-TX-EXPIRY NOT = SPACES
                 MOVE WS-TX-EXPIRY TO DSP-EXPIRY
               END-IF
             END-IF
             IF WS-TX-OWNER NOT = SPACES
               MOVE WS-TX-OWNER TO DSP-OWNER
             END-IF
             IF WS-TX-REASON NOT = SPACES
               MOVE WS-TX-REASON TO DSP-REASON
             END-IF
             IF DISPOSITION-REC = WS-BEFORE-IMAGE
               MOVE 'NO CHANGE IN TRANSACTION' TO WS-TX-ERROR
             ELSE
               MOVE WS-RUN-DATE TO DSP-CHANGED
               MOVE DISPOSITION-REC TO WS-AFTER-IMAGE
               REWRITE DISPOSITION-REC
                 INVALID KEY MOVE 'REWRITE FAILED' TO WS-TX-ERROR
               END-REWRITE
             END-IF
           END-IF.

       250-DELETE-DISPOSITION.
           IF WS-DISP-FOUND-SW NOT = "Y"
             MOVE 'IP NOT ON FILE' TO WS-TX-ERROR
           ELSE
             MOVE 'DELETE' TO WS-AUDIT-ACTION
             MOVE DISPOSITION-REC TO WS-BEFORE-IMAGE
             MOVE SPACES TO WS-AFTER-IMAGE
             DELETE DISPOSITION_FILE RECORD
               INVALID KEY MOVE 'DELETE FAILED' TO WS-TX-ERROR
             END-DELETE
           END-IF.

       260-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              AU-TIME
           MOVE ' ' TO AU-SEP1 AU-SEP2 AU-SEP3
           MOVE WS-AUDIT-ACTION TO AU-ACTION
           MOVE WS-NORM-IP TO AU-IP
           MOVE ' BEFORE: ' TO AU-LABEL1
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE
           MOVE ' AFTER : ' TO AU-LABEL2
           MOVE WS-AFTER-IMAGE TO AU-AFTER
           MOVE X'0A' TO AU-LINE-FEED
           WRITE AUDIT-REC.

       280-ROTATE-TRANSACTIONS.
           MOVE SPACES TO WS-CONSUMED-PATH
           STRING '/oscobol/src/ip_disposition.trans.'
              DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6)
              DELIMITED BY SIZE
              '.done.txt' DELIMITED BY SIZE
              INTO WS-CONSUMED-PATH
           CALL 'CBL_COPY_FILE'
              USING WS-TRANS-PATH WS-CONSUMED-PATH
           IF RETURN-CODE = 0
             OPEN OUTPUT TRANS_FILE
             CLOSE TRANS_FILE
             DISPLAY "TRANSACTIONS CONSUMED - KEPT AS "
                WS-CONSUMED-PATH
           ELSE
             DISPLAY "*** WARNING: TRANSACTIONS NOT ROTATED - "
                "REMOVE APPLIED LINES BEFORE THE NEXT RUN ***"
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           MOVE 0 TO RETURN-CODE.

       300-LIST-DISPOSITIONS.
           MOVE 'DISPOSITIONS ON FILE :' TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE "N" TO WS-DISP-EOF-SW
           MOVE LOW-VALUES TO DSP-IP
           START DISPOSITION_FILE KEY NOT < DSP-IP
             INVALID KEY MOVE "Y" TO WS-DISP-EOF-SW
           END-START
           PERFORM UNTIL WS-DISP-EOF-SW = "Y"
             READ DISPOSITION_FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DISP-EOF-SW
             END-READ
             IF WS-DISP-EOF-SW NOT = "Y"
               PERFORM 310-LIST-ENTRY
             END-IF
           END-PERFORM
           IF WS-ENTRY-COUNT = 0
             MOVE '  NONE' TO WS-REPORT-TEXT
             PERFORM 490-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'DISPOSITIONS : ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'EXPIRED DISPOSITIONS : ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              ' - NO LONGER APPLIED TO ALERTING' DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       310-LIST-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           EVALUATE DSP-CODE
             WHEN "ALLOW" ADD 1 TO WS-ALLOW-COUNT
             WHEN "WATCH" ADD 1 TO WS-WATCH-COUNT
             WHEN OTHER ADD 1 TO WS-BLOCK-COUNT
           END-EVALUATE
           MOVE 'ACTIVE ' TO WS-ENTRY-STATE
           IF DSP-EXPIRY NOT = SPACES AND DSP-EXPIRY < WS-RUN-DATE
             MOVE 'EXPIRED' TO WS-ENTRY-STATE
             ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  ' DELIMITED BY SIZE
              WS-ENTRY-STATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              DISPOSITION-REC DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-REPORT-LINE.

       490-WRITE-REPORT-LINE.
           MOVE WS-REPORT-TEXT TO DR-TEXT
           MOVE X'0A' TO DR-LINE-FEED
           WRITE DISPOSITION-REPORT-LINE.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-RUN-DATE TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_11' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'TRANS=' DELIMITED BY SIZE
              WS-TRANS-COUNT DELIMITED BY SIZE
              ' APPLIED=' DELIMITED BY SIZE
              WS-APPLIED-COUNT DELIMITED BY SIZE
              ' REJECTED=' DELIMITED BY SIZE
              WS-REJECTED-COUNT DELIMITED BY SIZE
              ' ENTRIES=' DELIMITED BY SIZE
              WS-ENTRY-COUNT DELIMITED BY SIZE
              ' EXPIRED=' DELIMITED BY SIZE
              WS-EXPIRED-COUNT DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

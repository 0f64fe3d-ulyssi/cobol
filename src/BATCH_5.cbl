           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-IP
           FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DISPOSITION_FILE ASSIGN TO
               '/oscobol/src/ip_disposition.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-IP
           FILE STATUS IS WS-DISP-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
         02 MST-SEP4 PIC X(1).
         02 MST-LAST-RESOURCE PIC X(40).

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

      ******************************************************************
       WORKING-STORAGE             SECTION.
      ******************************************************************
       77 WS-MASTER-EOF-SW PIC X VALUE "N".
       77 WS-MATCH-COUNT PIC 9(6) VALUE 0.
       77 WS-EDIT-VISITS PIC ZZZZZZ9.
       77 WS-DISP-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-DISP-OPEN-SW PIC X VALUE "N".
       77 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       77 WS-TODAY-DATE PIC X(8) VALUE SPACES.

       PROCEDURE                   DIVISION.
      ******************************************************************
             DISPLAY "  EX  : BATCH_5 192.168"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
             MOVE WS-PARM(1:15) TO WS-SEARCH-KEY
             PERFORM 100-COMPUTE-KEY-LENGTH
             PERFORM 200-SEARCH-MASTER
                WS-MASTER-FILE-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-DISP-OPEN-SW
             OPEN INPUT DISPOSITION_FILE
             IF WS-DISP-FILE-STATUS = "00"
               MOVE "Y" TO WS-DISP-OPEN-SW
             END-IF
             MOVE WS-SEARCH-KEY TO MST-IP
             START MASTER_FILE KEY NOT < MST-IP
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
               END-IF
             END-PERFORM
             CLOSE MASTER_FILE
             IF WS-DISP-OPEN-SW = "Y"
               CLOSE DISPOSITION_FILE
             END-IF
             IF WS-MATCH-COUNT = 0
               DISPLAY "NO MASTER ENTRY MATCHES : " WS-SEARCH-KEY
               MOVE 4 TO RETURN-CODE
             ELSE
               DISPLAY "--------------------------------------------"
               DISPLAY "ENTRIES FOUND : " WS-MATCH-COUNT
               IF WS-EXPIRED-COUNT > 0
                 DISPLAY "EXPIRED DISPOSITIONS : " WS-EXPIRED-COUNT
                    " - REVIEW WITH BATCH_11"
               END-IF
             END-IF
           END-IF.

           DISPLAY "FIRST SEEN    : " MST-FIRST-SEEN
           DISPLAY "LAST SEEN     : " MST-LAST-SEEN
           DISPLAY "TOTAL VISITS  : " WS-EDIT-VISITS
           DISPLAY "LAST RESOURCE : " MST-LAST-RESOURCE
           PERFORM 310-DISPLAY-DISPOSITION.

       310-DISPLAY-DISPOSITION.
           IF WS-DISP-OPEN-SW = "Y"
             MOVE MST-IP TO DSP-IP
             READ DISPOSITION_FILE KEY IS DSP-IP
               INVALID KEY
                 DISPLAY "DISPOSITION   : NONE"
               NOT INVALID KEY
                 IF DSP-EXPIRY NOT = SPACES
                    AND DSP-EXPIRY < WS-TODAY-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY "DISPOSITION   : " DSP-CODE
                      " *** EXPIRED " DSP-EXPIRY " ***"
                 ELSE
                   IF DSP-EXPIRY = SPACES
                     DISPLAY "DISPOSITION   : " DSP-CODE
                        " (NO EXPIRY)"
                   ELSE
                     DISPLAY "DISPOSITION   : " DSP-CODE
                        " UNTIL " DSP-EXPIRY
                   END-IF
                 END-IF
                 DISPLAY "  REASON      : " DSP-REASON
                 DISPLAY "  OWNER       : " DSP-OWNER
                 DISPLAY "  LAST CHANGE : " DSP-CHANGED
             END-READ
           ELSE
             DISPLAY "DISPOSITION   : NOT AVAILABLE"
           END-IF.

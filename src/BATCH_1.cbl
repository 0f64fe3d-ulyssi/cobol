           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT INTERNAL_RANGES_FILE ASSIGN TO
               '/oscobol/src/internal_ip_ranges.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT RATE_FILE ASSIGN TO
               '/oscobol/src/chargeback_rates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BALANCE_FILE ASSIGN TO
               '/oscobol/src/account_balances.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BAL-FILE-STATUS.
 
      ******************************************************************
       DATA                        DIVISION.


       FD VISIT_FILE.
       01 INPUT-RECORD       PIC X(1024).

       FD INPUT_LIST_FILE.
       01 LIST-REC           PIC X(80).
         02 JR-STATUS PIC X(1).
         02 JR-LINE-FEED PIC X.

       FD INTERNAL_RANGES_FILE.
       01 RANGE-REC.
         02 RANGE-FROM-TEXT PIC X(15).
         02 FILLER PIC X(1).
         02 RANGE-TO-TEXT PIC X(15).

       FD RATE_FILE.
       01 RATE-REC.
         02 RT-TRAFFIC PIC X(8).
         02 FILLER PIC X(1).
         02 RT-BASIS PIC X(4).
         02 FILLER PIC X(1).
         02 RT-VALUE-TEXT PIC X(12).

       FD BALANCE_FILE.
       01 BALANCE-REC.
         02 BL-PREFIX PIC X(11).
         02 BL-SEP1 PIC X(1).
         02 BL-BALANCE PIC 9(6)V9(2).
         02 BL-SEP2 PIC X(1).
         02 BL-RESIDUE PIC V9(8).
         02 BL-SEP3 PIC X(1).
         02 BL-POSTED-DATE PIC X(8).
         02 BL-SEP4 PIC X(1).
         02 BL-PRIOR-DATE PIC X(8).
         02 BL-SEP5 PIC X(1).
         02 BL-PRIOR-BALANCE PIC 9(6)V9(2).
         02 BL-SEP6 PIC X(1).
         02 BL-PRIOR-RESIDUE PIC V9(8).
         02 BL-LINE-FEED PIC X.


      ******************************************************************
       WORKING-STORAGE             SECTION.
       77 WS-RUN-DATE PIC X(8) VALUE SPACES.
       77 WS-RD-IDX PIC 99 VALUE 0.

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

       01 INPUT-FILE-TABLE.
        02 INPUT-FILE-ENTRY OCCURS 100 TIMES.
           03 IF-NAME PIC X(80).
       77 IF-IDX PIC 999 VALUE 0.
       77 WS-INPUT-MISSING-SW PIC X VALUE "N".

       01 INTERNAL-RANGE-TABLE.
        02 INTERNAL-RANGE-ENTRY OCCURS 100 TIMES.
           03 IR-FROM-NUM PIC 9(10).
           03 IR-TO-NUM PIC 9(10).

       77 WS-RANGE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-RANGE-EOF-SW PIC X VALUE "N".
       77 WS-INTERNAL-RANGE-COUNT PIC 999 VALUE 0.
       77 WS-RANGE-IDX PIC 999.
       77 WS-RANGE-OCT1 PIC 9(3).
       77 WS-RANGE-OCT2 PIC 9(3).
       77 WS-RANGE-OCT3 PIC 9(3).
       77 WS-RANGE-OCT4 PIC 9(3).
       77 WS-VISIT-IP-NUM PIC 9(10).
       77 WS-TRAFFIC-FOUND-SW PIC X VALUE "N".
       77 WS-TRAFFIC-TYPE PIC X(8) VALUE SPACES.

       77 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-RATE-EOF-SW PIC X VALUE "N".
       77 WS-RATE-COUNT PIC 99 VALUE 0.
       77 WS-RATE-VALUE PIC 9(4)V9(6) VALUE 0.
       77 WS-INT-HIT-RATE PIC 9(4)V9(6) VALUE 0.
       77 WS-INT-GB-RATE PIC 9(4)V9(6) VALUE 0.
       77 WS-EXT-HIT-RATE PIC 9(4)V9(6) VALUE 0.
       77 WS-EXT-GB-RATE PIC 9(4)V9(6) VALUE 0.
       77 WS-BYTES-PER-GB PIC 9(10) VALUE 1073741824.
       77 WS-CHARGE PIC 9(6)V9(8) VALUE 0.
       77 WS-EXACT-CHARGE PIC 9(6)V9(8) VALUE 0.
       77 WS-AMOUNT PIC 9(6)V9(2) VALUE 0.
       77 WS-NEW-BALANCE PIC 9(6)V9(2) VALUE 0.
       77 WS-TOTAL-CHARGES PIC 9(9)V9(2) VALUE 0.

       01 ACCOUNT-TABLE.
        02 ACCOUNT-ENTRY OCCURS 50000 TIMES.
           03 AC-PREFIX PIC X(11).
           03 AC-BALANCE PIC 9(6)V9(2).
           03 AC-RESIDUE PIC V9(8).
           03 AC-POSTED-DATE PIC X(8).
           03 AC-PRIOR-DATE PIC X(8).
           03 AC-PRIOR-BALANCE PIC 9(6)V9(2).
           03 AC-PRIOR-RESIDUE PIC V9(8).

       01 AC-HASH-TABLE.
        02 AC-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       77 WS-BAL-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-BAL-EOF-SW PIC X VALUE "N".
       77 WS-MAX-ACCOUNTS PIC 9(6) VALUE 50000.
       77 WS-ACCOUNT-COUNT PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-FULL-SW PIC X VALUE "N".
       77 AC-IDX PIC 9(6).
       77 AC-MATCH-IDX PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-KEY PIC X(11) VALUE SPACES.
       77 WS-LATEST-POSTED PIC X(8) VALUE SPACES.
       77 WS-BAL-SEQUENCE-SW PIC X VALUE "N".
       77 WS-BAL-OVERFLOW-SW PIC X VALUE "N".
       77 WS-UNPOSTED-COUNT PIC 9(7) VALUE 0.

       77 WS-HASH-SIZE PIC 9(6) VALUE 100003.
       77 WS-HASH-IDX PIC 9(9) VALUE 0.
       77 WS-HASH-VAL PIC 9(9) VALUE 0.
       77 WS-HASH-DONE-SW PIC X VALUE "N".
       77 WS-HASH-INS-SLOT PIC 9(6) VALUE 0.
       77 WS-HASH-CHAR-IDX PIC 99 VALUE 0.


       PROCEDURE                   DIVISION.
      ******************************************************************
           IF WS-PARM NOT = SPACES
             MOVE WS-PARM TO WS-TRANSACTIONS-FILE
           END-IF
           PERFORM 955-DERIVE-RUN-DATE

           PERFORM 830-LOAD-INTERNAL-RANGES
           PERFORM 840-LOAD-CHARGEBACK-RATES
           PERFORM 850-LOAD-ACCOUNT-BALANCES

           OPEN OUTPUT TRANSACTIONS
           OPEN OUTPUT REJECT_FILE
           CLOSE TRANSACTIONS.
           CLOSE REJECT_FILE.

           IF WS-BAL-SEQUENCE-SW NOT = "Y"
             PERFORM 860-SAVE-ACCOUNT-BALANCES
           END-IF

           DISPLAY "============================================".
           DISPLAY "BATCH_1 CONTROL TOTALS".
           DISPLAY "  RECORDS READ    : " WS-RECORDS-READ.
           DISPLAY "  RECORDS WRITTEN : " WS-RECORDS-WRITTEN.
           DISPLAY "  REJECTED RECORDS: " WS-REJECT-COUNT.
           DISPLAY "  CHARGES POSTED  : " WS-TOTAL-CHARGES.
           DISPLAY "  ACCOUNTS        : " WS-ACCOUNT-COUNT.
           IF WS-UNPOSTED-COUNT > 0
             DISPLAY "  UNPOSTED CHARGES: " WS-UNPOSTED-COUNT
           END-IF
           PERFORM VARYING IF-IDX FROM 1 BY 1
           UNTIL IF-IDX > WS-INPUT-FILE-COUNT
             DISPLAY "  FILE " IF-NAME(IF-IDX)(1:40)
           MOVE SPACES TO WS-VISITED-RESOURCE
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-IP-SPLIT-COUNT
           PERFORM 012-TOKENIZE-RECORD
           PERFORM 016-MAP-TOKENS
           MOVE TEMP_C TO WS-VISITED-RESOURCE
           UNSTRING TEMP_A DELIMITED BY "."
               INTO WS-IP-OCT1 WS-IP-OCT2 WS-IP-OCT3 WS-IP-OCT4
        010-PARSE-INPUT-RECORD-FIN.
           EXIT.

        012-TOKENIZE-RECORD.
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
             PERFORM 013-SCAN-CHARACTER
           END-PERFORM.

        013-SCAN-CHARACTER.
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
                     PERFORM 014-APPEND-CHARACTER
                   WHEN OTHER
                     MOVE "P" TO WS-TOKEN-STATE
                     PERFORM 014-APPEND-CHARACTER
                 END-EVALUATE
               END-IF
             WHEN "P"
               IF WS-CHAR = SPACE
                 MOVE "N" TO WS-TOKEN-STATE
               ELSE
                 PERFORM 014-APPEND-CHARACTER
               END-IF
             WHEN "B"
               PERFORM 014-APPEND-CHARACTER
               IF WS-CHAR = "]"
                 MOVE "N" TO WS-TOKEN-STATE
               END-IF
             WHEN "Q"
               IF WS-ESCAPE-SW = "Y"
                 PERFORM 014-APPEND-CHARACTER
                 MOVE "N" TO WS-ESCAPE-SW
               ELSE
                 EVALUATE WS-CHAR
                   WHEN "\"
                     MOVE "Y" TO WS-ESCAPE-SW
                   WHEN '"'
                     MOVE "N" TO WS-TOKEN-STATE
                   WHEN OTHER
                     PERFORM 014-APPEND-CHARACTER
                 END-EVALUATE
               END-IF
           END-EVALUATE.

        014-APPEND-CHARACTER.
           IF LT-LEN(WS-TOKEN-COUNT) < 300
             ADD 1 TO LT-LEN(WS-TOKEN-COUNT)
             MOVE WS-CHAR
                TO LT-TEXT(WS-TOKEN-COUNT)(LT-LEN(WS-TOKEN-COUNT):1)
           END-IF.

        016-MAP-TOKENS.
           MOVE SPACES TO WS-REQ-METHOD WS-REQ-TARGET WS-REQ-PROTOCOL
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
           ELSE
             MOVE LT-TEXT(3) TO TEMP_C
             MOVE LT-TEXT(4) TO TEMP_D
             MOVE LT-TEXT(5) TO TEMP_E
             MOVE LT-TEXT(6) TO TEMP_F
           END-IF.

        700-VALIDATE-RECORD.
           MOVE "Y" TO WS-RECORD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
                  OR IP_3 > 255 OR IP_4 > 255
                 MOVE "N" TO WS-RECORD-VALID-SW
                 MOVE "IP OCTET OUT OF RANGE" TO WS-REJECT-REASON
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
           END-IF.
           ADD 1 TO WS-NEXT-UID
           MOVE WS-NEXT-UID TO UID OF TRANSACTION-STRUCT
           MOVE WS-VISITED-RESOURCE TO DESC OF TRANSACTION-STRUCT
           COMPUTE ACCOUNT-ID OF TRANSACTION-STRUCT =
               (IP_1 * 10000) + (IP_2 * 100) + IP_3
           STRING IP_1 "." IP_2 "." IP_3 "." IP_4
               DELIMITED BY SIZE INTO WS-IP-TEXT
           MOVE WS-IP-TEXT TO ACCOUNT-HOLDER
           PERFORM 025-PRICE-TRANSACTION
           MOVE WS-CURRENT-DATE-TRANSACTION
               TO WS-CURRENT-DATE-TRANSACTION-ID
           MOVE WS-HTTP-STATUS TO HTTP-STATUS OF TRANSACTION-STRUCT
        020-BUILD-TRANSACTION-RECORD-FIN.
           EXIT.

        025-PRICE-TRANSACTION.
           PERFORM 730-CLASSIFY-TRAFFIC
           IF WS-TRAFFIC-TYPE = "INTERNAL"
             COMPUTE WS-CHARGE = WS-INT-HIT-RATE
                + (WS-BYTES-SENT * WS-INT-GB-RATE / WS-BYTES-PER-GB)
           ELSE
             COMPUTE WS-CHARGE = WS-EXT-HIT-RATE
                + (WS-BYTES-SENT * WS-EXT-GB-RATE / WS-BYTES-PER-GB)
           END-IF
           MOVE WS-IP-TEXT(1:11) TO WS-ACCOUNT-KEY
           PERFORM 500-FIND-OR-ADD-ACCOUNT
           IF AC-MATCH-IDX = 0
             ADD 1 TO WS-UNPOSTED-COUNT
             MOVE ZERO TO AMOUNT OF TRANSACTION-STRUCT
             MOVE ZERO TO START-BALANCE OF TRANSACTION-STRUCT
             MOVE ZERO TO END-BALANCE OF TRANSACTION-STRUCT
           ELSE
             IF AC-POSTED-DATE(AC-MATCH-IDX) NOT = WS-RUN-DATE
               MOVE AC-POSTED-DATE(AC-MATCH-IDX)
                  TO AC-PRIOR-DATE(AC-MATCH-IDX)
               MOVE AC-BALANCE(AC-MATCH-IDX)
                  TO AC-PRIOR-BALANCE(AC-MATCH-IDX)
               MOVE AC-RESIDUE(AC-MATCH-IDX)
                  TO AC-PRIOR-RESIDUE(AC-MATCH-IDX)
               MOVE WS-RUN-DATE TO AC-POSTED-DATE(AC-MATCH-IDX)
             END-IF
             COMPUTE WS-EXACT-CHARGE = AC-RESIDUE(AC-MATCH-IDX)
                + WS-CHARGE
             COMPUTE WS-AMOUNT = WS-EXACT-CHARGE
             COMPUTE WS-NEW-BALANCE = AC-BALANCE(AC-MATCH-IDX)
                + WS-AMOUNT
               ON SIZE ERROR
                 ADD 1 TO WS-UNPOSTED-COUNT
                 MOVE 0 TO WS-AMOUNT
                 MOVE AC-BALANCE(AC-MATCH-IDX) TO WS-NEW-BALANCE
                 IF WS-BAL-OVERFLOW-SW NOT = "Y"
                   DISPLAY "*** WARNING: BALANCE OVERFLOW ON ACCOUNT "
                      WS-ACCOUNT-KEY " - CHARGES NOT POSTED ***"
                   MOVE "Y" TO WS-BAL-OVERFLOW-SW
                 END-IF
               NOT ON SIZE ERROR
                 COMPUTE AC-RESIDUE(AC-MATCH-IDX) =
                    WS-EXACT-CHARGE - WS-AMOUNT
             END-COMPUTE
             MOVE WS-AMOUNT TO AMOUNT OF TRANSACTION-STRUCT
             MOVE AC-BALANCE(AC-MATCH-IDX)
                TO START-BALANCE OF TRANSACTION-STRUCT
             MOVE WS-NEW-BALANCE TO END-BALANCE OF TRANSACTION-STRUCT
             MOVE WS-NEW-BALANCE TO AC-BALANCE(AC-MATCH-IDX)
             ADD WS-AMOUNT TO WS-TOTAL-CHARGES
           END-IF.

        500-FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO AC-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
           MOVE 0 TO WS-HASH-VAL
           PERFORM VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
           UNTIL WS-HASH-CHAR-IDX > 11
             COMPUTE WS-HASH-VAL = FUNCTION MOD(
                (WS-HASH-VAL * 31)
                + FUNCTION ORD(WS-ACCOUNT-KEY(WS-HASH-CHAR-IDX:1)),
                WS-HASH-SIZE)
           END-PERFORM
           COMPUTE WS-HASH-IDX = WS-HASH-VAL + 1
           PERFORM UNTIL WS-HASH-DONE-SW = "Y"
             IF AC-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE WS-HASH-IDX TO WS-HASH-INS-SLOT
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF AC-PREFIX(AC-HASH-SLOT(WS-HASH-IDX)) = WS-ACCOUNT-KEY
                 MOVE AC-HASH-SLOT(WS-HASH-IDX) TO AC-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF AC-MATCH-IDX = 0
             IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-KEY TO AC-PREFIX(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-BALANCE(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-RESIDUE(WS-ACCOUNT-COUNT)
               MOVE SPACES TO AC-POSTED-DATE(WS-ACCOUNT-COUNT)
               MOVE SPACES TO AC-PRIOR-DATE(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-PRIOR-BALANCE(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-PRIOR-RESIDUE(WS-ACCOUNT-COUNT)
               MOVE WS-ACCOUNT-COUNT TO AC-HASH-SLOT(WS-HASH-INS-SLOT)
               MOVE WS-ACCOUNT-COUNT TO AC-MATCH-IDX
             ELSE
               IF WS-ACCOUNT-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: ACCOUNT TABLE FULL AT "
                    WS-MAX-ACCOUNTS " ENTRIES - "
                    "FURTHER ACCOUNTS ARE NOT CHARGED ***"
                 MOVE "Y" TO WS-ACCOUNT-FULL-SW
               END-IF
             END-IF
           END-IF.

        730-CLASSIFY-TRAFFIC.
           MOVE "EXTERNAL" TO WS-TRAFFIC-TYPE
           MOVE "N" TO WS-TRAFFIC-FOUND-SW
           COMPUTE WS-VISIT-IP-NUM =
              (IP_1 * 16777216) + (IP_2 * 65536)
              + (IP_3 * 256) + IP_4
           IF WS-INTERNAL-RANGE-COUNT > 0
             PERFORM TEST AFTER VARYING
                WS-RANGE-IDX FROM 1 BY 1
                UNTIL WS-RANGE-IDX = WS-INTERNAL-RANGE-COUNT
                OR WS-TRAFFIC-FOUND-SW = "Y"
               IF WS-VISIT-IP-NUM >= IR-FROM-NUM(WS-RANGE-IDX)
                  AND WS-VISIT-IP-NUM <= IR-TO-NUM(WS-RANGE-IDX)
                 MOVE "Y" TO WS-TRAFFIC-FOUND-SW
                 MOVE "INTERNAL" TO WS-TRAFFIC-TYPE
               END-IF
             END-PERFORM
           END-IF.

        830-LOAD-INTERNAL-RANGES.
           MOVE 0 TO WS-INTERNAL-RANGE-COUNT
           MOVE "N" TO WS-RANGE-EOF-SW
           OPEN INPUT INTERNAL_RANGES_FILE
           IF WS-RANGE-FILE-STATUS = "00"
             PERFORM UNTIL WS-RANGE-EOF-SW = "Y"
               READ INTERNAL_RANGES_FILE
                 AT END MOVE "Y" TO WS-RANGE-EOF-SW
               END-READ
               IF WS-RANGE-EOF-SW NOT = "Y"
                  AND WS-INTERNAL-RANGE-COUNT < 100
                 ADD 1 TO WS-INTERNAL-RANGE-COUNT
                 UNSTRING RANGE-FROM-TEXT DELIMITED BY "."
                    INTO WS-RANGE-OCT1 WS-RANGE-OCT2
                         WS-RANGE-OCT3 WS-RANGE-OCT4
                 COMPUTE IR-FROM-NUM(WS-INTERNAL-RANGE-COUNT) =
                    (WS-RANGE-OCT1 * 16777216)
                    + (WS-RANGE-OCT2 * 65536)
                    + (WS-RANGE-OCT3 * 256) + WS-RANGE-OCT4
                 UNSTRING RANGE-TO-TEXT DELIMITED BY "."
                    INTO WS-RANGE-OCT1 WS-RANGE-OCT2
                         WS-RANGE-OCT3 WS-RANGE-OCT4
                 COMPUTE IR-TO-NUM(WS-INTERNAL-RANGE-COUNT) =
                    (WS-RANGE-OCT1 * 16777216)
                    + (WS-RANGE-OCT2 * 65536)
                    + (WS-RANGE-OCT3 * 256) + WS-RANGE-OCT4
               END-IF
             END-PERFORM
             CLOSE INTERNAL_RANGES_FILE
           END-IF.

        840-LOAD-CHARGEBACK-RATES.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-RATE-EOF-SW
           OPEN INPUT RATE_FILE
           IF WS-RATE-FILE-STATUS = "00"
             PERFORM UNTIL WS-RATE-EOF-SW = "Y"
               READ RATE_FILE
                 AT END MOVE "Y" TO WS-RATE-EOF-SW
               END-READ
               IF WS-RATE-EOF-SW NOT = "Y"
                  AND RT-VALUE-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(RT-VALUE-TEXT)) = 0
                 COMPUTE WS-RATE-VALUE = FUNCTION NUMVAL(
                    FUNCTION TRIM(RT-VALUE-TEXT))
                 ADD 1 TO WS-RATE-COUNT
                 EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RT-TRAFFIC))
                    ALSO FUNCTION UPPER-CASE(FUNCTION TRIM(RT-BASIS))
                   WHEN "INTERNAL" ALSO "HIT"
                     MOVE WS-RATE-VALUE TO WS-INT-HIT-RATE
                   WHEN "INTERNAL" ALSO "GB"
                     MOVE WS-RATE-VALUE TO WS-INT-GB-RATE
                   WHEN "EXTERNAL" ALSO "HIT"
                     MOVE WS-RATE-VALUE TO WS-EXT-HIT-RATE
                   WHEN "EXTERNAL" ALSO "GB"
                     MOVE WS-RATE-VALUE TO WS-EXT-GB-RATE
                   WHEN OTHER
                     SUBTRACT 1 FROM WS-RATE-COUNT
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE RATE_FILE
             DISPLAY "CHARGEBACK RATES LOADED - " WS-RATE-COUNT
                " RATES"
           ELSE
             DISPLAY "*** WARNING: NO CHARGEBACK RATE FILE - "
                "TRANSACTIONS ARE PRICED AT ZERO ***"
           END-IF.

        850-LOAD-ACCOUNT-BALANCES.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE ZEROS TO AC-HASH-TABLE
           MOVE SPACES TO WS-LATEST-POSTED
           MOVE "N" TO WS-BAL-EOF-SW
           OPEN INPUT BALANCE_FILE
           IF WS-BAL-FILE-STATUS = "00"
             PERFORM UNTIL WS-BAL-EOF-SW = "Y"
               READ BALANCE_FILE
                 AT END MOVE "Y" TO WS-BAL-EOF-SW
               END-READ
               IF WS-BAL-EOF-SW NOT = "Y"
                  AND BL-PREFIX NOT = SPACES
                 MOVE BL-PREFIX TO WS-ACCOUNT-KEY
                 PERFORM 500-FIND-OR-ADD-ACCOUNT
                 IF AC-MATCH-IDX > 0
                   PERFORM 855-LOAD-ONE-BALANCE
                 END-IF
               END-IF
             END-PERFORM
             CLOSE BALANCE_FILE
             DISPLAY "ACCOUNT BALANCES LOADED - " WS-ACCOUNT-COUNT
                " ACCOUNTS"
           END-IF
           IF WS-LATEST-POSTED NOT = SPACES
              AND WS-RUN-DATE < WS-LATEST-POSTED
             MOVE "Y" TO WS-BAL-SEQUENCE-SW
             DISPLAY "*** WARNING: BALANCES ALREADY POSTED UP TO "
                WS-LATEST-POSTED " - BALANCE FILE NOT UPDATED FOR "
                WS-RUN-DATE " ***"
           END-IF.

        855-LOAD-ONE-BALANCE.
           IF BL-POSTED-DATE = WS-RUN-DATE
             MOVE BL-PRIOR-BALANCE TO AC-BALANCE(AC-MATCH-IDX)
             MOVE BL-PRIOR-RESIDUE TO AC-RESIDUE(AC-MATCH-IDX)
             MOVE BL-PRIOR-DATE TO AC-POSTED-DATE(AC-MATCH-IDX)
           ELSE
             MOVE BL-BALANCE TO AC-BALANCE(AC-MATCH-IDX)
             MOVE BL-RESIDUE TO AC-RESIDUE(AC-MATCH-IDX)
             MOVE BL-POSTED-DATE TO AC-POSTED-DATE(AC-MATCH-IDX)
           END-IF
           MOVE BL-PRIOR-DATE TO AC-PRIOR-DATE(AC-MATCH-IDX)
           MOVE BL-PRIOR-BALANCE TO AC-PRIOR-BALANCE(AC-MATCH-IDX)
           MOVE BL-PRIOR-RESIDUE TO AC-PRIOR-RESIDUE(AC-MATCH-IDX)
           IF BL-POSTED-DATE > WS-LATEST-POSTED
             MOVE BL-POSTED-DATE TO WS-LATEST-POSTED
           END-IF.

        860-SAVE-ACCOUNT-BALANCES.
           OPEN OUTPUT BALANCE_FILE
           PERFORM VARYING AC-IDX FROM 1 BY 1
           UNTIL AC-IDX > WS-ACCOUNT-COUNT
             MOVE AC-PREFIX(AC-IDX) TO BL-PREFIX
             MOVE ' ' TO BL-SEP1 BL-SEP2 BL-SEP3 BL-SEP4 BL-SEP5
                BL-SEP6
             MOVE AC-BALANCE(AC-IDX) TO BL-BALANCE
             MOVE AC-RESIDUE(AC-IDX) TO BL-RESIDUE
             MOVE AC-POSTED-DATE(AC-IDX) TO BL-POSTED-DATE
             MOVE AC-PRIOR-DATE(AC-IDX) TO BL-PRIOR-DATE
             MOVE AC-PRIOR-BALANCE(AC-IDX) TO BL-PRIOR-BALANCE
             MOVE AC-PRIOR-RESIDUE(AC-IDX) TO BL-PRIOR-RESIDUE
             MOVE X'0A' TO BL-LINE-FEED
             WRITE BALANCE-REC
           END-PERFORM
           CLOSE BALANCE_FILE.

        955-DERIVE-RUN-DATE.
           MOVE WS-CURRENT-DATE OF WS-CURRENT-DATE-DATA
              TO WS-RUN-DATE
              WS-RECORDS-WRITTEN DELIMITED BY SIZE
              ' REJECTS=' DELIMITED BY SIZE
              WS-REJECT-COUNT DELIMITED BY SIZE
              ' CHARGES=' DELIMITED BY SIZE
              WS-TOTAL-CHARGES DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           IF WS-INPUT-MISSING-SW = "Y"
              OR WS-BAL-SEQUENCE-SW = "Y"
              OR WS-UNPOSTED-COUNT > 0
             MOVE 'A' TO JR-STATUS
           ELSE
             MOVE 'N' TO JR-STATUS

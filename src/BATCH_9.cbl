      ******************************************************************
      *  Batch9
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BATCH_9.
       AUTHOR.                     UCA
       DATE-WRITTEN.               20261015
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BATCH1_FILE ASSIGN TO DYNAMIC WS-BATCH1-FILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BATCH1-FILE-STATUS.
           SELECT BALANCE_FILE ASSIGN TO
               '/oscobol/src/account_balances.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT BU_MAP_FILE ASSIGN TO
               '/oscobol/src/subnet_units.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BU-FILE-STATUS.
           SELECT STATEMENT_REPORT ASSIGN TO DYNAMIC WS-STATEMENT-FILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE SECTION.
       FD BATCH1_FILE.
       01 TRANSACTION-STRUCT.
         02 UID PIC 9(5).
         02 DESC PIC X(25).
         02 DETAILS.
           03 AMOUNT PIC 9(6)V9(2).
           03 START-BALANCE PIC 9(6)V9(2).
           03 END-BALANCE PIC 9(6)V9(2).
         02 ACCOUNT-ID PIC 9(7).
         02 ACCOUNT-HOLDER PIC A(50).
         02 WS-CURRENT-DATE-TRANSACTION-ID.
           05  WS-CURRENT-DATE.
              10  WS-CURRENT-YEAR         PIC 9(04).
              10  WS-CURRENT-MONTH        PIC 9(02).
              10  WS-CURRENT-DAY          PIC 9(02).
           05 WS-CURRENT-TIME.
              10  WS-CURRENT-HOURS        PIC 9(02).
              10  WS-CURRENT-MINUTE       PIC 9(02).
              10  WS-CURRENT-SECOND       PIC 9(02).
              10  WS-CURRENT-MILLISECONDS PIC 9(02).
         02 HTTP-STATUS PIC 9(3).
         02 BYTES-SENT PIC 9(9).
         02 LINE-FEED PIC X.

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

       FD BU_MAP_FILE.
       01 BU-MAP-REC.
         02 BU-PREFIX-TEXT PIC X(11).
         02 FILLER PIC X(1).
         02 BU-NAME-TEXT PIC X(20).

       FD STATEMENT_REPORT.
       01 STATEMENT-LINE.
         02 SL-TEXT PIC X(120).
         02 SL-LINE-FEED PIC X.

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
       01 ACCOUNT-TABLE.
        02 ACCOUNT-ENTRY OCCURS 50000 TIMES.
           03 SA-PREFIX PIC X(11).
           03 SA-UNIT PIC X(20).
           03 SA-OPENING PIC 9(6)V9(2).
           03 SA-CHARGES PIC 9(7)V9(2).
           03 SA-CLOSING PIC 9(6)V9(2).
           03 SA-HITS PIC 9(9).
           03 SA-BYTES PIC 9(13).

       01 SA-HASH-TABLE.
        02 SA-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 BU-MAP-TABLE.
        02 BU-MAP-ENTRY OCCURS 200 TIMES.
           03 BM-PREFIX PIC X(11).
           03 BM-NAME PIC X(20).

       01 BU-UNIT-TABLE.
        02 BU-UNIT-ENTRY OCCURS 201 TIMES.
           03 BU-NAME PIC X(20).
           03 BU-ACCOUNTS PIC 9(6).
           03 BU-OPENING PIC 9(9)V9(2).
           03 BU-CHARGES PIC 9(9)V9(2).
           03 BU-CLOSING PIC 9(9)V9(2).
           03 BU-HITS PIC 9(11).

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
       77 WS-PARM-MONTH PIC X(6) VALUE SPACES.
       77 WS-STMT-YEAR PIC 9(4) VALUE 0.
       77 WS-STMT-MONTH PIC 99 VALUE 0.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
       77 WS-MONTH-START PIC 9(8) VALUE 0.
       77 WS-MONTH-END PIC 9(8) VALUE 0.
       77 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
       77 WS-START-INT PIC 9(8) VALUE 0.
       77 WS-NEXT-INT PIC 9(8) VALUE 0.
       77 WS-DAY-INT PIC 9(8) VALUE 0.
       77 WS-DAY-YMD PIC 9(8) VALUE 0.
       77 WS-MONTH-START-TEXT PIC X(8) VALUE SPACES.
       77 WS-MONTH-END-TEXT PIC X(8) VALUE SPACES.

       77 WS-BATCH1-FILE PIC X(80) VALUE SPACES.
       77 WS-BATCH1-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-B1-EOF-SW PIC X VALUE "N".
       77 WS-STATEMENT-FILE PIC X(80) VALUE SPACES.
       77 WS-BAL-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-BAL-EOF-SW PIC X VALUE "N".
       77 WS-LEDGER-BALANCE PIC 9(6)V9(2) VALUE 0.
       77 WS-LEDGER-PLACED-SW PIC X VALUE "N".

       77 WS-DAYS-READ PIC 9(3) VALUE 0.
       77 WS-DAYS-MISSING PIC 9(3) VALUE 0.
       77 WS-RECORDS-READ PIC 9(9) VALUE 0.
       77 WS-CHAIN-BREAKS PIC 9(6) VALUE 0.
       77 WS-LEDGER-MISMATCHES PIC 9(6) VALUE 0.
       77 WS-IDLE-ACCOUNTS PIC 9(6) VALUE 0.
       77 WS-EXPECTED-END PIC 9(7)V9(2) VALUE 0.

       77 WS-MAX-ACCOUNTS PIC 9(6) VALUE 50000.
       77 WS-ACCOUNT-COUNT PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-FULL-SW PIC X VALUE "N".
       77 SA-IDX PIC 9(6).
       77 SA-MATCH-IDX PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-KEY PIC X(11) VALUE SPACES.
       77 WS-ADD-ACCOUNT-SW PIC X VALUE "Y".

       77 WS-HASH-SIZE PIC 9(6) VALUE 100003.
       77 WS-HASH-IDX PIC 9(9) VALUE 0.
       77 WS-HASH-VAL PIC 9(9) VALUE 0.
       77 WS-HASH-DONE-SW PIC X VALUE "N".
       77 WS-HASH-INS-SLOT PIC 9(6) VALUE 0.
       77 WS-HASH-CHAR-IDX PIC 99 VALUE 0.

       77 WS-BU-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-BU-EOF-SW PIC X VALUE "N".
       77 WS-BU-MAP-COUNT PIC 999 VALUE 0.
       77 WS-BU-UNIT-COUNT PIC 999 VALUE 0.
       77 WS-BU-FULL-SW PIC X VALUE "N".
       77 BU-MAP-IDX PIC 999 VALUE 0.
       77 BU-IDX PIC 999 VALUE 0.
       77 WS-BU-FIND-SW PIC X VALUE "N".
       77 WS-BU-MATCH-IDX PIC 999 VALUE 0.
       77 WS-BU-PREFIX PIC X(11) VALUE SPACES.
       77 WS-BU-NAME PIC X(20) VALUE SPACES.
       77 SRT-I PIC 999.
       77 SRT-J PIC 999.
       01 WS-SWAP-UNIT PIC X(70).

       77 WS-TOT-OPENING PIC 9(9)V9(2) VALUE 0.
       77 WS-TOT-CHARGES PIC 9(9)V9(2) VALUE 0.
       77 WS-TOT-CLOSING PIC 9(9)V9(2) VALUE 0.
       77 WS-TOT-HITS PIC 9(11) VALUE 0.
       77 WS-CONTROL-TOTAL PIC 9(10)V9(2) VALUE 0.
       77 WS-CONTROL-VERDICT PIC X(12) VALUE SPACES.

       77 WS-EDIT-OPENING PIC Z(8)9.99.
       77 WS-EDIT-CHARGES PIC Z(8)9.99.
       77 WS-EDIT-CLOSING PIC Z(8)9.99.
       77 WS-EDIT-HITS PIC Z(10)9.
       77 WS-EDIT-COUNT PIC ZZZZZ9.
       77 WS-EDIT-COUNT2 PIC ZZZZZ9.
       77 WS-REPORT-TEXT PIC X(120) VALUE SPACES.
       77 WS-JOURNAL-TOTALS PIC X(80) VALUE SPACES.
       77 WS-RUN-STATUS PIC X VALUE "N".

       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".
           DISPLAY "! BATCH 9   :                                    !".
           DISPLAY "! RELEVE MENSUEL REFACTURATION PAR ENTITE        !".
           DISPLAY "!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!".

       MAIN-EXT.
           PERFORM 000-TRT-FONC001
              THRU 000-TRT-FONC001-FIN.

           IF WS-PARM-OK-SW = "Y"
             DISPLAY "============================================"
             DISPLAY "BATCH_9 CONTROL TOTALS"
             DISPLAY "  STATEMENT MONTH     : " WS-PARM-MONTH
             DISPLAY "  DAYS READ           : " WS-DAYS-READ
             DISPLAY "  DAYS MISSING        : " WS-DAYS-MISSING
             DISPLAY "  TRANSACTIONS READ   : " WS-RECORDS-READ
             DISPLAY "  ACCOUNTS            : " WS-ACCOUNT-COUNT
             DISPLAY "  IDLE ACCOUNTS       : " WS-IDLE-ACCOUNTS
             DISPLAY "  BUSINESS UNITS      : " WS-BU-UNIT-COUNT
             DISPLAY "  TOTAL CHARGES       : " WS-TOT-CHARGES
             DISPLAY "  CHAIN BREAKS        : " WS-CHAIN-BREAKS
             DISPLAY "  LEDGER MISMATCHES   : " WS-LEDGER-MISMATCHES
             DISPLAY "  CONTROL             : " WS-CONTROL-VERDICT
             DISPLAY "============================================"
             PERFORM 950-WRITE-RUN-JOURNAL
           END-IF

           DISPLAY "FIN PROG"
           IF WS-PARM-OK-SW NOT = "Y"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-RUN-STATUS NOT = "N"
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           STOP RUN.

       000-TRT-FONC001.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "CURRENT DATE " SPACE WS-CURRENT-DATE-DATA

           PERFORM 800-INIT-STATEMENT-MONTH
           IF WS-PARM-OK-SW NOT = "Y"
             DISPLAY "USAGE : BATCH_9 [<YYYYMM>]"
           ELSE
             DISPLAY "STATEMENT PERIOD " WS-MONTH-START-TEXT
                " TO " WS-MONTH-END-TEXT
             MOVE ZEROS TO SA-HASH-TABLE
             PERFORM 840-LOAD-BU-MAP
             PERFORM 100-READ-MONTH
             PERFORM 200-ADD-LEDGER-ACCOUNTS
             PERFORM 300-BUILD-UNIT-ROLLUP
             PERFORM 310-SORT-UNITS
             PERFORM 400-ECRITURE-STATEMENT
           END-IF.

       000-TRT-FONC001-FIN.
           EXIT.

       800-INIT-STATEMENT-MONTH.
           MOVE "Y" TO WS-PARM-OK-SW
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
             MOVE WS-CURRENT-YEAR OF WS-CURRENT-DATE-DATA
                TO WS-STMT-YEAR
             MOVE WS-CURRENT-MONTH OF WS-CURRENT-DATE-DATA
                TO WS-STMT-MONTH
             IF WS-STMT-MONTH = 1
               MOVE 12 TO WS-STMT-MONTH
               SUBTRACT 1 FROM WS-STMT-YEAR
             ELSE
               SUBTRACT 1 FROM WS-STMT-MONTH
             END-IF
           ELSE
             MOVE WS-PARM(1:6) TO WS-PARM-MONTH
             IF WS-PARM-MONTH NOT NUMERIC
               MOVE "N" TO WS-PARM-OK-SW
             ELSE
               MOVE WS-PARM-MONTH(1:4) TO WS-STMT-YEAR
               MOVE WS-PARM-MONTH(5:2) TO WS-STMT-MONTH
               IF WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
                  OR WS-STMT-YEAR < 1601
                 MOVE "N" TO WS-PARM-OK-SW
               END-IF
             END-IF
           END-IF
           IF WS-PARM-OK-SW = "Y"
             COMPUTE WS-MONTH-START = (WS-STMT-YEAR * 10000)
                + (WS-STMT-MONTH * 100) + 1
             IF WS-STMT-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                  ((WS-STMT-YEAR + 1) * 10000) + 101
             ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
             END-IF
             COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
             COMPUTE WS-NEXT-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
             COMPUTE WS-MONTH-END =
                FUNCTION DATE-OF-INTEGER(WS-NEXT-INT - 1)
             MOVE WS-MONTH-START TO WS-MONTH-START-TEXT
             MOVE WS-MONTH-END TO WS-MONTH-END-TEXT
             MOVE WS-MONTH-START-TEXT(1:6) TO WS-PARM-MONTH
             MOVE SPACES TO WS-STATEMENT-FILE
             STRING '/oscobol/src/chargeback_statement.'
                DELIMITED BY SIZE
                WS-PARM-MONTH DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-STATEMENT-FILE
           END-IF.

       100-READ-MONTH.
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
           UNTIL WS-DAY-INT = WS-NEXT-INT
             COMPUTE WS-DAY-YMD = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             PERFORM 110-READ-ONE-DAY
           END-PERFORM.

       110-READ-ONE-DAY.
           MOVE SPACES TO WS-BATCH1-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
              WS-DAY-YMD DELIMITED BY SIZE
              '.batch1.txt' DELIMITED BY SIZE
              INTO WS-BATCH1-FILE
           MOVE "N" TO WS-B1-EOF-SW
           OPEN INPUT BATCH1_FILE
           IF WS-BATCH1-FILE-STATUS NOT = "00"
             ADD 1 TO WS-DAYS-MISSING
             DISPLAY "*** NO BATCH1 ARCHIVE FOR " WS-DAY-YMD
           ELSE
             ADD 1 TO WS-DAYS-READ
             PERFORM UNTIL WS-B1-EOF-SW = "Y"
               READ BATCH1_FILE
                 AT END MOVE "Y" TO WS-B1-EOF-SW
               END-READ
               IF WS-B1-EOF-SW NOT = "Y"
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 120-POST-TRANSACTION
               END-IF
             END-PERFORM
             CLOSE BATCH1_FILE
           END-IF.

       120-POST-TRANSACTION.
           MOVE ACCOUNT-HOLDER(1:11) TO WS-ACCOUNT-KEY
           MOVE "N" TO WS-ADD-ACCOUNT-SW
           PERFORM 500-FIND-ACCOUNT
           IF SA-MATCH-IDX = 0
             MOVE "Y" TO WS-ADD-ACCOUNT-SW
             PERFORM 500-FIND-ACCOUNT
             IF SA-MATCH-IDX > 0
               MOVE START-BALANCE TO SA-OPENING(SA-MATCH-IDX)
               MOVE START-BALANCE TO SA-CLOSING(SA-MATCH-IDX)
             END-IF
           END-IF
           IF SA-MATCH-IDX > 0
             COMPUTE WS-EXPECTED-END = START-BALANCE + AMOUNT
             IF START-BALANCE NOT = SA-CLOSING(SA-MATCH-IDX)
                OR END-BALANCE NOT = WS-EXPECTED-END
               ADD 1 TO WS-CHAIN-BREAKS
               DISPLAY "*** BALANCE CHAIN BREAK ON ACCOUNT "
                  WS-ACCOUNT-KEY " DAY " WS-DAY-YMD " UID " UID
             END-IF
             ADD AMOUNT TO SA-CHARGES(SA-MATCH-IDX)
             MOVE END-BALANCE TO SA-CLOSING(SA-MATCH-IDX)
             ADD 1 TO SA-HITS(SA-MATCH-IDX)
             ADD BYTES-SENT TO SA-BYTES(SA-MATCH-IDX)
           END-IF.

       200-ADD-LEDGER-ACCOUNTS.
           MOVE "N" TO WS-BAL-EOF-SW
           OPEN INPUT BALANCE_FILE
           IF WS-BAL-FILE-STATUS = "00"
             PERFORM UNTIL WS-BAL-EOF-SW = "Y"
               READ BALANCE_FILE
                 AT END MOVE "Y" TO WS-BAL-EOF-SW
               END-READ
               IF WS-BAL-EOF-SW NOT = "Y"
                  AND BL-PREFIX NOT = SPACES
                 PERFORM 210-CHECK-LEDGER-ENTRY
               END-IF
             END-PERFORM
             CLOSE BALANCE_FILE
           ELSE
             DISPLAY "*** WARNING: NO ACCOUNT BALANCE FILE - "
                "IDLE ACCOUNTS ARE NOT LISTED ***"
           END-IF.

       210-CHECK-LEDGER-ENTRY.
           MOVE "N" TO WS-LEDGER-PLACED-SW
           IF BL-POSTED-DATE <= WS-MONTH-END-TEXT
             MOVE BL-BALANCE TO WS-LEDGER-BALANCE
             MOVE "Y" TO WS-LEDGER-PLACED-SW
           ELSE
             IF BL-PRIOR-DATE <= WS-MONTH-END-TEXT
               MOVE BL-PRIOR-BALANCE TO WS-LEDGER-BALANCE
               MOVE "Y" TO WS-LEDGER-PLACED-SW
             END-IF
           END-IF
           MOVE BL-PREFIX TO WS-ACCOUNT-KEY
           MOVE "N" TO WS-ADD-ACCOUNT-SW
           PERFORM 500-FIND-ACCOUNT
           IF SA-MATCH-IDX > 0
             IF WS-LEDGER-PLACED-SW = "Y"
                AND WS-LEDGER-BALANCE NOT = SA-CLOSING(SA-MATCH-IDX)
               ADD 1 TO WS-LEDGER-MISMATCHES
               DISPLAY "*** LEDGER BALANCE MISMATCH ON ACCOUNT "
                  BL-PREFIX
             END-IF
           ELSE
             IF WS-LEDGER-PLACED-SW = "Y"
                AND WS-LEDGER-BALANCE > 0
               IF BL-POSTED-DATE >= WS-MONTH-START-TEXT
                  AND BL-POSTED-DATE <= WS-MONTH-END-TEXT
                 ADD 1 TO WS-LEDGER-MISMATCHES
                 DISPLAY "*** LEDGER POSTED IN MONTH WITHOUT "
                    "TRANSACTIONS : " BL-PREFIX
               END-IF
               MOVE "Y" TO WS-ADD-ACCOUNT-SW
               PERFORM 500-FIND-ACCOUNT
               IF SA-MATCH-IDX > 0
                 ADD 1 TO WS-IDLE-ACCOUNTS
                 MOVE WS-LEDGER-BALANCE TO SA-OPENING(SA-MATCH-IDX)
                 MOVE WS-LEDGER-BALANCE TO SA-CLOSING(SA-MATCH-IDX)
               END-IF
             END-IF
           END-IF.

       300-BUILD-UNIT-ROLLUP.
           MOVE 0 TO WS-BU-UNIT-COUNT
           PERFORM VARYING SA-IDX FROM 1 BY 1
           UNTIL SA-IDX > WS-ACCOUNT-COUNT
             MOVE SA-PREFIX(SA-IDX) TO WS-BU-PREFIX
             PERFORM 846-FIND-BU-NAME
             MOVE WS-BU-NAME TO SA-UNIT(SA-IDX)
             PERFORM 847-FIND-OR-ADD-BU-UNIT
             IF WS-BU-MATCH-IDX > 0
               ADD 1 TO BU-ACCOUNTS(WS-BU-MATCH-IDX)
               ADD SA-OPENING(SA-IDX) TO BU-OPENING(WS-BU-MATCH-IDX)
               ADD SA-CHARGES(SA-IDX) TO BU-CHARGES(WS-BU-MATCH-IDX)
               ADD SA-CLOSING(SA-IDX) TO BU-CLOSING(WS-BU-MATCH-IDX)
               ADD SA-HITS(SA-IDX) TO BU-HITS(WS-BU-MATCH-IDX)
             END-IF
             ADD SA-OPENING(SA-IDX) TO WS-TOT-OPENING
             ADD SA-CHARGES(SA-IDX) TO WS-TOT-CHARGES
             ADD SA-CLOSING(SA-IDX) TO WS-TOT-CLOSING
             ADD SA-HITS(SA-IDX) TO WS-TOT-HITS
           END-PERFORM.

       310-SORT-UNITS.
           IF WS-BU-UNIT-COUNT > 1
             PERFORM VARYING SRT-I FROM 1 BY 1
             UNTIL SRT-I = WS-BU-UNIT-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
               UNTIL SRT-J > WS-BU-UNIT-COUNT - SRT-I
                 IF BU-NAME(SRT-J) > BU-NAME(SRT-J + 1)
                   MOVE BU-UNIT-ENTRY(SRT-J)     TO WS-SWAP-UNIT
                   MOVE BU-UNIT-ENTRY(SRT-J + 1) TO BU-UNIT-ENTRY(SRT-J)
                   MOVE WS-SWAP-UNIT TO BU-UNIT-ENTRY(SRT-J + 1)
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       400-ECRITURE-STATEMENT.
           OPEN OUTPUT STATEMENT_REPORT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'CHARGEBACK STATEMENT ' DELIMITED BY SIZE
              WS-PARM-MONTH DELIMITED BY SIZE
              ' - PERIOD ' DELIMITED BY SIZE
              WS-MONTH-START-TEXT DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              WS-MONTH-END-TEXT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           PERFORM VARYING BU-IDX FROM 1 BY 1
           UNTIL BU-IDX > WS-BU-UNIT-COUNT
             PERFORM 410-ECRITURE-UNIT
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           MOVE WS-TOT-OPENING TO WS-EDIT-OPENING
           MOVE WS-TOT-CHARGES TO WS-EDIT-CHARGES
           MOVE WS-TOT-CLOSING TO WS-EDIT-CLOSING
           MOVE WS-TOT-HITS TO WS-EDIT-HITS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'GRAND TOTAL          OPENING : ' DELIMITED BY SIZE
              WS-EDIT-OPENING DELIMITED BY SIZE
              ' CHARGES : ' DELIMITED BY SIZE
              WS-EDIT-CHARGES DELIMITED BY SIZE
              ' CLOSING : ' DELIMITED BY SIZE
              WS-EDIT-CLOSING DELIMITED BY SIZE
              ' HITS : ' DELIMITED BY SIZE
              WS-EDIT-HITS DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT
           MOVE WS-DAYS-MISSING TO WS-EDIT-COUNT2
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'DAYS READ : ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              ' DAYS MISSING : ' DELIMITED BY SIZE
              WS-EDIT-COUNT2 DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           MOVE WS-CHAIN-BREAKS TO WS-EDIT-COUNT
           MOVE WS-LEDGER-MISMATCHES TO WS-EDIT-COUNT2
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'CHAIN BREAKS : ' DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              ' LEDGER MISMATCHES : ' DELIMITED BY SIZE
              WS-EDIT-COUNT2 DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           COMPUTE WS-CONTROL-TOTAL = WS-TOT-OPENING + WS-TOT-CHARGES
           IF WS-CONTROL-TOTAL = WS-TOT-CLOSING
              AND WS-CHAIN-BREAKS = 0
              AND WS-LEDGER-MISMATCHES = 0
             MOVE "BALANCED" TO WS-CONTROL-VERDICT
             MOVE "N" TO WS-RUN-STATUS
           ELSE
             MOVE "NOT BALANCED" TO WS-CONTROL-VERDICT
             MOVE "A" TO WS-RUN-STATUS
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'CONTROL : OPENING + CHARGES = CLOSING : '
              DELIMITED BY SIZE
              WS-CONTROL-VERDICT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           CLOSE STATEMENT_REPORT.

       410-ECRITURE-UNIT.
           MOVE SPACES TO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'UNIT ' DELIMITED BY SIZE
              BU-NAME(BU-IDX) DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE
           PERFORM VARYING SA-IDX FROM 1 BY 1
           UNTIL SA-IDX > WS-ACCOUNT-COUNT
             IF SA-UNIT(SA-IDX) = BU-NAME(BU-IDX)
               MOVE SA-OPENING(SA-IDX) TO WS-EDIT-OPENING
               MOVE SA-CHARGES(SA-IDX) TO WS-EDIT-CHARGES
               MOVE SA-CLOSING(SA-IDX) TO WS-EDIT-CLOSING
               MOVE SA-HITS(SA-IDX) TO WS-EDIT-HITS
               MOVE SPACES TO WS-REPORT-TEXT
               STRING '  ACCOUNT ' DELIMITED BY SIZE
                  SA-PREFIX(SA-IDX) DELIMITED BY SIZE
                  ' OPENING : ' DELIMITED BY SIZE
                  WS-EDIT-OPENING DELIMITED BY SIZE
                  ' CHARGES : ' DELIMITED BY SIZE
                  WS-EDIT-CHARGES DELIMITED BY SIZE
                  ' CLOSING : ' DELIMITED BY SIZE
                  WS-EDIT-CLOSING DELIMITED BY SIZE
                  ' HITS : ' DELIMITED BY SIZE
                  WS-EDIT-HITS DELIMITED BY SIZE
                  INTO WS-REPORT-TEXT
               PERFORM 490-WRITE-STATEMENT-LINE
             END-IF
           END-PERFORM
           MOVE BU-OPENING(BU-IDX) TO WS-EDIT-OPENING
           MOVE BU-CHARGES(BU-IDX) TO WS-EDIT-CHARGES
           MOVE BU-CLOSING(BU-IDX) TO WS-EDIT-CLOSING
           MOVE BU-HITS(BU-IDX) TO WS-EDIT-HITS
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '  UNIT TOTAL         OPENING : ' DELIMITED BY SIZE
              WS-EDIT-OPENING DELIMITED BY SIZE
              ' CHARGES : ' DELIMITED BY SIZE
              WS-EDIT-CHARGES DELIMITED BY SIZE
              ' CLOSING : ' DELIMITED BY SIZE
              WS-EDIT-CLOSING DELIMITED BY SIZE
              ' HITS : ' DELIMITED BY SIZE
              WS-EDIT-HITS DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 490-WRITE-STATEMENT-LINE.

       490-WRITE-STATEMENT-LINE.
           MOVE WS-REPORT-TEXT TO SL-TEXT
           MOVE X'0A' TO SL-LINE-FEED
           WRITE STATEMENT-LINE.

       500-FIND-ACCOUNT.
           MOVE 0 TO SA-MATCH-IDX
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
             IF SA-HASH-SLOT(WS-HASH-IDX) = 0
               MOVE WS-HASH-IDX TO WS-HASH-INS-SLOT
               MOVE "Y" TO WS-HASH-DONE-SW
             ELSE
               IF SA-PREFIX(SA-HASH-SLOT(WS-HASH-IDX)) = WS-ACCOUNT-KEY
                 MOVE SA-HASH-SLOT(WS-HASH-IDX) TO SA-MATCH-IDX
                 MOVE "Y" TO WS-HASH-DONE-SW
               ELSE
                 ADD 1 TO WS-HASH-IDX
                 IF WS-HASH-IDX > WS-HASH-SIZE
                   MOVE 1 TO WS-HASH-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF SA-MATCH-IDX = 0 AND WS-ADD-ACCOUNT-SW = "Y"
             IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-KEY TO SA-PREFIX(WS-ACCOUNT-COUNT)
               MOVE SPACES TO SA-UNIT(WS-ACCOUNT-COUNT)
               MOVE 0 TO SA-OPENING(WS-ACCOUNT-COUNT)
               MOVE 0 TO SA-CHARGES(WS-ACCOUNT-COUNT)
               MOVE 0 TO SA-CLOSING(WS-ACCOUNT-COUNT)
               MOVE 0 TO SA-HITS(WS-ACCOUNT-COUNT)
               MOVE 0 TO SA-BYTES(WS-ACCOUNT-COUNT)
               MOVE WS-ACCOUNT-COUNT TO SA-HASH-SLOT(WS-HASH-INS-SLOT)
               MOVE WS-ACCOUNT-COUNT TO SA-MATCH-IDX
             ELSE
               IF WS-ACCOUNT-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: ACCOUNT TABLE FULL AT "
                    WS-MAX-ACCOUNTS " ENTRIES - "
                    "FURTHER ACCOUNTS ARE NOT STATED ***"
                 MOVE "Y" TO WS-ACCOUNT-FULL-SW
               END-IF
             END-IF
           END-IF.

       840-LOAD-BU-MAP.
           MOVE 0 TO WS-BU-MAP-COUNT
           MOVE "N" TO WS-BU-EOF-SW
           OPEN INPUT BU_MAP_FILE
           IF WS-BU-FILE-STATUS = "00"
             PERFORM UNTIL WS-BU-EOF-SW = "Y"
               READ BU_MAP_FILE
                 AT END MOVE "Y" TO WS-BU-EOF-SW
               END-READ
               IF WS-BU-EOF-SW NOT = "Y"
                  AND BU-PREFIX-TEXT NOT = SPACES
                  AND BU-NAME-TEXT NOT = SPACES
                  AND WS-BU-MAP-COUNT < 200
                 ADD 1 TO WS-BU-MAP-COUNT
                 MOVE BU-PREFIX-TEXT TO BM-PREFIX(WS-BU-MAP-COUNT)
                 MOVE BU-NAME-TEXT TO BM-NAME(WS-BU-MAP-COUNT)
               END-IF
             END-PERFORM
             CLOSE BU_MAP_FILE
             DISPLAY "BUSINESS UNIT MAP LOADED - "
                WS-BU-MAP-COUNT " PREFIXES"
           END-IF.

       846-FIND-BU-NAME.
           MOVE 'UNASSIGNED' TO WS-BU-NAME
           MOVE "N" TO WS-BU-FIND-SW
           IF WS-BU-MAP-COUNT > 0
             PERFORM TEST AFTER VARYING
                BU-MAP-IDX FROM 1 BY 1
                UNTIL BU-MAP-IDX = WS-BU-MAP-COUNT
                OR WS-BU-FIND-SW = "Y"
               IF BM-PREFIX(BU-MAP-IDX) = WS-BU-PREFIX
                 MOVE "Y" TO WS-BU-FIND-SW
                 MOVE BM-NAME(BU-MAP-IDX) TO WS-BU-NAME
               END-IF
             END-PERFORM
           END-IF.

       847-FIND-OR-ADD-BU-UNIT.
           MOVE 0 TO WS-BU-MATCH-IDX
           IF WS-BU-UNIT-COUNT > 0
             PERFORM TEST AFTER VARYING
                BU-IDX FROM 1 BY 1
                UNTIL BU-IDX = WS-BU-UNIT-COUNT
                OR WS-BU-MATCH-IDX > 0
               IF BU-NAME(BU-IDX) = WS-BU-NAME
                 MOVE BU-IDX TO WS-BU-MATCH-IDX
               END-IF
             END-PERFORM
           END-IF
           IF WS-BU-MATCH-IDX = 0
             IF WS-BU-UNIT-COUNT < 201
               ADD 1 TO WS-BU-UNIT-COUNT
               MOVE WS-BU-UNIT-COUNT TO WS-BU-MATCH-IDX
               MOVE WS-BU-NAME TO BU-NAME(WS-BU-MATCH-IDX)
               MOVE 0 TO BU-ACCOUNTS(WS-BU-MATCH-IDX)
               MOVE 0 TO BU-OPENING(WS-BU-MATCH-IDX)
               MOVE 0 TO BU-CHARGES(WS-BU-MATCH-IDX)
               MOVE 0 TO BU-CLOSING(WS-BU-MATCH-IDX)
               MOVE 0 TO BU-HITS(WS-BU-MATCH-IDX)
             ELSE
               IF WS-BU-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: BUSINESS UNIT TABLE FULL ***"
                 MOVE "Y" TO WS-BU-FULL-SW
               END-IF
             END-IF
           END-IF.

       950-WRITE-RUN-JOURNAL.
           OPEN EXTEND RUN_JOURNAL
           MOVE WS-NEXT-MONTH-START TO JR-DATE
           MOVE WS-CURRENT-TIME OF WS-CURRENT-DATE-DATA (1:6) TO
              JR-TIME
           MOVE ' ' TO JR-SEP1 JR-SEP2 JR-SEP3 JR-SEP4 JR-SEP5
           MOVE 'BATCH_9 ' TO JR-PROGRAM
           IF WS-PARM = SPACES
             MOVE '(NONE)' TO JR-PARM
           ELSE
             MOVE WS-PARM TO JR-PARM
           END-IF
           MOVE SPACES TO WS-JOURNAL-TOTALS
           STRING 'MONTH=' DELIMITED BY SIZE
              WS-PARM-MONTH DELIMITED BY SIZE
              ' ACCOUNTS=' DELIMITED BY SIZE
              WS-ACCOUNT-COUNT DELIMITED BY SIZE
              ' UNITS=' DELIMITED BY SIZE
              WS-BU-UNIT-COUNT DELIMITED BY SIZE
              ' CHARGES=' DELIMITED BY SIZE
              WS-TOT-CHARGES DELIMITED BY SIZE
              ' BREAKS=' DELIMITED BY SIZE
              WS-CHAIN-BREAKS DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS
           MOVE X'0A' TO JR-LINE-FEED
           WRITE JOURNAL-REC
           CLOSE RUN_JOURNAL.

           SELECT OPTIONAL RUN_JOURNAL ASSIGN TO
               '/oscobol/src/batch_run_journal.txt'
           ORGANIZATION IS SEQUENTIAL.
           SELECT BALANCE_FILE ASSIGN TO
               '/oscobol/src/account_balances.txt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BAL-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
         02 JR-STATUS PIC X(1).
         02 JR-LINE-FEED PIC X.

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
      ******************************************************************
       01 RC-HASH-TABLE.
        02 RC-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 ACCOUNT-TABLE.
        02 ACCOUNT-ENTRY OCCURS 50000 TIMES.
           03 AC-PREFIX PIC X(11).
           03 AC-LAST-END PIC 9(6)V9(2).
           03 AC-CHARGES PIC 9(9)V9(2).
           03 AC-LEDGER-SW PIC X.

       01 AC-HASH-TABLE.
        02 AC-HASH-SLOT OCCURS 100003 TIMES PIC 9(6).

       01 WS-CURRENT-DATE-DATA.
        05  WS-CURRENT-DATE.
           10  WS-CURRENT-YEAR         PIC 9(04).
       77 WS-B2-RECORDS PIC 9(7) VALUE 0.
       77 WS-B1-TOTAL PIC 9(9) VALUE 0.
       77 WS-B2-TOTAL PIC 9(9) VALUE 0.
       77 WS-B2-LATE-TOTAL PIC 9(9) VALUE 0.
       77 WS-SAVE-SUMMARY-FILE PIC X(80) VALUE SPACES.
       77 WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
       77 WS-VERDICT PIC X(14) VALUE SPACES.

       77 WS-ACCOUNT-COUNT PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-FULL-SW PIC X VALUE "N".
       77 AC-IDX PIC 9(6).
       77 AC-MATCH-IDX PIC 9(6) VALUE 0.
       77 WS-ACCOUNT-KEY PIC X(11) VALUE SPACES.
       77 WS-ADD-ACCOUNT-SW PIC X VALUE "Y".
       77 WS-B1-CHARGES PIC 9(9)V9(2) VALUE 0.
       77 WS-EXPECTED-END PIC 9(7)V9(2) VALUE 0.
       77 WS-CHAIN-BREAKS PIC 9(6) VALUE 0.
       77 WS-BAL-FILE-STATUS PIC XX VALUE SPACES.
       77 WS-BAL-EOF-SW PIC X VALUE "N".
       77 WS-LEDGER-BALANCE PIC 9(6)V9(2) VALUE 0.
       77 WS-LEDGER-CHECK-SW PIC X VALUE "N".
       77 WS-LEDGER-MISMATCHES PIC 9(6) VALUE 0.
       77 WS-LEDGER-UNVERIFIED PIC 9(6) VALUE 0.
       77 WS-EDIT-MONEY PIC Z(8)9.99.
       77 WS-EDIT-BREAKS PIC ZZZZZ9.
       77 WS-EDIT-LEDGER PIC ZZZZZ9.

       77 WS-EDIT-COUNT1 PIC ZZZZZZ9.
       77 WS-EDIT-COUNT2 PIC ZZZZZZ9.
       77 WS-EDIT-TOTAL1 PIC ZZZZZZZZ9.
           DISPLAY "BATCH_4 CONTROL TOTALS".
           DISPLAY "  BATCH1 TRANSACTIONS : " WS-B1-TOTAL.
           DISPLAY "  BATCH2 VISIT TOTAL  : " WS-B2-TOTAL.
           DISPLAY "  OF WHICH LATE       : " WS-B2-LATE-TOTAL.
           DISPLAY "  IPS COMPARED        : " WS-RECON-COUNT.
           DISPLAY "  IPS OUT OF BALANCE  : " WS-MISMATCH-COUNT.
           DISPLAY "  BATCH1 CHARGES      : " WS-B1-CHARGES.
           DISPLAY "  BALANCE CHAIN BREAKS: " WS-CHAIN-BREAKS.
           DISPLAY "  LEDGER MISMATCHES   : " WS-LEDGER-MISMATCHES.
           DISPLAY "  VERDICT             : " WS-VERDICT.
           DISPLAY "============================================".

             END-IF
           END-IF

           PERFORM 955-DERIVE-RUN-DATE
           MOVE ZEROS TO RC-HASH-TABLE
           MOVE ZEROS TO AC-HASH-TABLE
           PERFORM 100-COUNT-BATCH1
           PERFORM 200-COUNT-BATCH2
           PERFORM 210-COUNT-BATCH2-LATE
           PERFORM 250-CHECK-LEDGER
           PERFORM 300-COMPARE-AND-REPORT.

       000-TRT-FONC001-FIN.
                 IF RC-MATCH-IDX > 0
                   ADD 1 TO RC-B1-COUNT(RC-MATCH-IDX)
                 END-IF
                 ADD AMOUNT TO WS-B1-CHARGES
                 PERFORM 150-CHECK-BALANCE-CHAIN
               END-IF
             END-PERFORM
             CLOSE BATCH1_FILE
           END-IF.

       150-CHECK-BALANCE-CHAIN.
           MOVE ACCOUNT-HOLDER(1:11) TO WS-ACCOUNT-KEY
           MOVE "Y" TO WS-ADD-ACCOUNT-SW
           PERFORM 510-FIND-ACCOUNT
           IF AC-MATCH-IDX > 0
             COMPUTE WS-EXPECTED-END = START-BALANCE + AMOUNT
             IF END-BALANCE NOT = WS-EXPECTED-END
                OR (AC-LEDGER-SW(AC-MATCH-IDX) NOT = "F"
                AND START-BALANCE NOT = AC-LAST-END(AC-MATCH-IDX))
               ADD 1 TO WS-CHAIN-BREAKS
               DISPLAY "*** BALANCE CHAIN BREAK ON ACCOUNT "
                  WS-ACCOUNT-KEY " UID " UID
             END-IF
             MOVE END-BALANCE TO AC-LAST-END(AC-MATCH-IDX)
             ADD AMOUNT TO AC-CHARGES(AC-MATCH-IDX)
             MOVE "N" TO AC-LEDGER-SW(AC-MATCH-IDX)
           END-IF.

       200-COUNT-BATCH2.
           MOVE "N" TO WS-B2-EOF-SW
           OPEN INPUT SUMMARY_FILE
             CLOSE SUMMARY_FILE
           END-IF.

       210-COUNT-BATCH2-LATE.
           MOVE WS-SUMMARY-FILE TO WS-SAVE-SUMMARY-FILE
           MOVE SPACES TO WS-SUMMARY-FILE
           STRING '/oscobol/src/transactions.' DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              '.batch2.late.txt' DELIMITED BY SIZE
              INTO WS-SUMMARY-FILE
           MOVE "N" TO WS-B2-EOF-SW
           OPEN INPUT SUMMARY_FILE
           IF WS-SUMMARY-FILE-STATUS = "00"
             PERFORM UNTIL WS-B2-EOF-SW = "Y"
               READ SUMMARY_FILE
                 AT END MOVE "Y" TO WS-B2-EOF-SW
               END-READ
               IF WS-B2-EOF-SW NOT = "Y"
                 ADD TIMES_VISIT TO WS-B2-TOTAL
                 ADD TIMES_VISIT TO WS-B2-LATE-TOTAL
                 MOVE IP(1:15) TO WS-RECON-KEY
                 PERFORM 500-FIND-OR-ADD-IP
                 IF RC-MATCH-IDX > 0
                   ADD TIMES_VISIT TO RC-B2-COUNT(RC-MATCH-IDX)
                 END-IF
               END-IF
             END-PERFORM
             CLOSE SUMMARY_FILE
           END-IF
           MOVE WS-SAVE-SUMMARY-FILE TO WS-SUMMARY-FILE.

       500-FIND-OR-ADD-IP.
           MOVE 0 TO RC-MATCH-IDX
           MOVE "N" TO WS-HASH-DONE-SW
             END-IF
           END-IF.

       250-CHECK-LEDGER.
           MOVE "N" TO WS-LEDGER-CHECK-SW
           MOVE "N" TO WS-BAL-EOF-SW
           OPEN INPUT BALANCE_FILE
           IF WS-BAL-FILE-STATUS = "00"
             MOVE "Y" TO WS-LEDGER-CHECK-SW
             PERFORM UNTIL WS-BAL-EOF-SW = "Y"
               READ BALANCE_FILE
                 AT END MOVE "Y" TO WS-BAL-EOF-SW
               END-READ
               IF WS-BAL-EOF-SW NOT = "Y"
                  AND (BL-POSTED-DATE = WS-RUN-DATE
                  OR BL-PRIOR-DATE = WS-RUN-DATE)
                 PERFORM 260-COMPARE-LEDGER-ENTRY
               END-IF
             END-PERFORM
             CLOSE BALANCE_FILE
           END-IF
           IF WS-LEDGER-CHECK-SW = "Y" OR WS-B1-CHARGES > 0
             PERFORM VARYING AC-IDX FROM 1 BY 1
             UNTIL AC-IDX > WS-ACCOUNT-COUNT
               IF AC-LEDGER-SW(AC-IDX) = "N"
                 IF AC-CHARGES(AC-IDX) > 0
                   ADD 1 TO WS-LEDGER-MISMATCHES
                   DISPLAY "*** ACCOUNT NOT POSTED TO LEDGER : "
                      AC-PREFIX(AC-IDX)
                 ELSE
                   ADD 1 TO WS-LEDGER-UNVERIFIED
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

       260-COMPARE-LEDGER-ENTRY.
           MOVE BL-PREFIX TO WS-ACCOUNT-KEY
           MOVE "N" TO WS-ADD-ACCOUNT-SW
           PERFORM 510-FIND-ACCOUNT
           IF BL-POSTED-DATE = WS-RUN-DATE
             MOVE BL-BALANCE TO WS-LEDGER-BALANCE
           ELSE
             MOVE BL-PRIOR-BALANCE TO WS-LEDGER-BALANCE
           END-IF
           IF AC-MATCH-IDX = 0
             ADD 1 TO WS-LEDGER-MISMATCHES
             DISPLAY "*** LEDGER POSTING WITHOUT TRANSACTIONS : "
                BL-PREFIX
           ELSE
             MOVE "Y" TO AC-LEDGER-SW(AC-MATCH-IDX)
             IF WS-LEDGER-BALANCE NOT = AC-LAST-END(AC-MATCH-IDX)
               ADD 1 TO WS-LEDGER-MISMATCHES
               MOVE "X" TO AC-LEDGER-SW(AC-MATCH-IDX)
               DISPLAY "*** LEDGER BALANCE MISMATCH ON ACCOUNT "
                  BL-PREFIX
             END-IF
           END-IF.

       510-FIND-ACCOUNT.
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
           IF AC-MATCH-IDX = 0 AND WS-ADD-ACCOUNT-SW = "Y"
             IF WS-ACCOUNT-COUNT < WS-MAX-RECON
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-KEY TO AC-PREFIX(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-LAST-END(WS-ACCOUNT-COUNT)
               MOVE 0 TO AC-CHARGES(WS-ACCOUNT-COUNT)
               MOVE "F" TO AC-LEDGER-SW(WS-ACCOUNT-COUNT)
               MOVE WS-ACCOUNT-COUNT TO AC-HASH-SLOT(WS-HASH-INS-SLOT)
               MOVE WS-ACCOUNT-COUNT TO AC-MATCH-IDX
             ELSE
               IF WS-ACCOUNT-FULL-SW NOT = "Y"
                 DISPLAY "*** WARNING: ACCOUNT TABLE FULL AT "
                    WS-MAX-RECON " ENTRIES - "
                    "FURTHER ACCOUNTS ARE NOT CHECKED ***"
                 MOVE "Y" TO WS-ACCOUNT-FULL-SW
               END-IF
             END-IF
           END-IF.

       300-COMPARE-AND-REPORT.
           MOVE 0 TO WS-MISMATCH-COUNT
           OPEN OUTPUT RECON_REPORT
              WS-EDIT-TOTAL2 DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 310-WRITE-REPORT-LINE
           IF WS-B2-LATE-TOTAL > 0
             MOVE WS-B2-LATE-TOTAL TO WS-EDIT-TOTAL2
             MOVE SPACES TO WS-REPORT-TEXT
             STRING 'BATCH2 TOTAL INCLUDES LATE ARRIVALS : '
                DELIMITED BY SIZE
                WS-EDIT-TOTAL2 DELIMITED BY SIZE
                INTO WS-REPORT-TEXT
             PERFORM 310-WRITE-REPORT-LINE
           END-IF
           MOVE WS-B1-CHARGES TO WS-EDIT-MONEY
           MOVE WS-CHAIN-BREAKS TO WS-EDIT-BREAKS
           MOVE WS-LEDGER-MISMATCHES TO WS-EDIT-LEDGER
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'CHARGES BATCH1 : ' DELIMITED BY SIZE
              WS-EDIT-MONEY DELIMITED BY SIZE
              ' CHAIN BREAKS : ' DELIMITED BY SIZE
              WS-EDIT-BREAKS DELIMITED BY SIZE
              ' LEDGER MISMATCHES : ' DELIMITED BY SIZE
              WS-EDIT-LEDGER DELIMITED BY SIZE
              INTO WS-REPORT-TEXT
           PERFORM 310-WRITE-REPORT-LINE
           IF WS-INPUT-MISSING-SW = "Y"
             MOVE "INPUT MISSING" TO WS-VERDICT
           ELSE
             IF WS-MISMATCH-COUNT = 0
                AND WS-B1-TOTAL = WS-B2-TOTAL
                AND WS-CHAIN-BREAKS = 0
                AND WS-LEDGER-MISMATCHES = 0
               MOVE "MATCHED" TO WS-VERDICT
             ELSE
               MOVE "OUT-OF-BALANCE" TO WS-VERDICT
              WS-MISMATCH-COUNT DELIMITED BY SIZE
              ' VERDICT=' DELIMITED BY SIZE
              WS-VERDICT DELIMITED BY SIZE
              ' CHG=' DELIMITED BY SIZE
              WS-B1-CHARGES DELIMITED BY SIZE
              INTO WS-JOURNAL-TOTALS
           MOVE WS-JOURNAL-TOTALS TO JR-TOTALS
           MOVE WS-RUN-STATUS TO JR-STATUS

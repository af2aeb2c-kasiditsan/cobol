           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TRANSLOG ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TRANSLOG.
       01 TRANSLOG-REC.
       01 WS-DISCREPANCY-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-ACTIVITY-COUNT PIC 9(5) VALUE 0.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ACC-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-TL-STATUS         PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-ARCH-EOF          PIC X VALUE "N".
       01 WS-CTL-EOF           PIC X VALUE "N".
       01 WS-BASE-CCY          PIC X(3) VALUE "THB".
       01 WS-ACC-CCY           PIC X(3) VALUE SPACES.
       01 WS-CCY-COUNT         PIC 9(2) VALUE 0.
       01 WS-CCY-IDX           PIC 9(2) VALUE 0.
       01 WS-CCY-HIT           PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE       PIC X(3).
             10 WS-CCY-ACCS       PIC 9(5).
             10 WS-CCY-EXPECTED   PIC 9(10)V99.
             10 WS-CCY-ACTUAL     PIC 9(10)V99.
             10 WS-CCY-DIFF       PIC S9(10)V99.
       01 WS-CCY-EXP-DIS       PIC Z(8)9.99.
       01 WS-CCY-ACT-DIS       PIC Z(8)9.99.
       01 WS-CCY-DIFF-DIS      PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACCOUNTS
           PERFORM LOAD-TRANSLOG-BALANCES
           PERFORM WRITE-RECONCILIATION-REPORT
           DISPLAY "MONTH-END RECONCILIATION COMPLETE."
                  DELIMITED BY SIZE
                  INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE
              "ACCOUNT    CCY  EXPECTED   ACTUAL     DIFF     STATUS"
              TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE "N" TO EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           PERFORM WRITE-CURRENCY-TOTALS
           CLOSE RECON-REPORT.

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE "TOTALS BY CURRENCY" TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE "CCY  ACCOUNTS     EXPECTED        ACTUAL          DIFF"
              TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                 UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE WS-CCY-EXPECTED(WS-CCY-IDX) TO WS-CCY-EXP-DIS
               MOVE WS-CCY-ACTUAL(WS-CCY-IDX) TO WS-CCY-ACT-DIS
               MOVE WS-CCY-DIFF(WS-CCY-IDX) TO WS-CCY-DIFF-DIS
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CCY-CODE(WS-CCY-IDX) "  "
                      WS-CCY-ACCS(WS-CCY-IDX) "  "
                      WS-CCY-EXP-DIS "  " WS-CCY-ACT-DIS "  "
                      WS-CCY-DIFF-DIS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-PERFORM.

       FIND-CCY-SLOT.
           IF ACC-CURRENCY = SPACES
              MOVE WS-BASE-CCY TO WS-ACC-CCY
           ELSE
              MOVE ACC-CURRENCY TO WS-ACC-CCY
           END-IF
           MOVE 0 TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                 UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-ACC-CCY
                  MOVE WS-CCY-IDX TO WS-CCY-HIT
               END-IF
           END-PERFORM
           IF WS-CCY-HIT = 0 AND WS-CCY-COUNT < 20
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-HIT
              MOVE WS-ACC-CCY TO WS-CCY-CODE(WS-CCY-HIT)
              MOVE 0 TO WS-CCY-ACCS(WS-CCY-HIT)
              MOVE 0 TO WS-CCY-EXPECTED(WS-CCY-HIT)
              MOVE 0 TO WS-CCY-ACTUAL(WS-CCY-HIT)
              MOVE 0 TO WS-CCY-DIFF(WS-CCY-HIT)
           END-IF.

       CHECK-ACCOUNT-BALANCE.
           PERFORM FIND-CCY-SLOT
           IF WS-CCY-HIT > 0
              ADD 1 TO WS-CCY-ACCS(WS-CCY-HIT)
              ADD ACC-BALANCE TO WS-CCY-ACTUAL(WS-CCY-HIT)
           END-IF
           MOVE "N" TO WS-RECON-FOUND
           MOVE 0 TO WS-RECON-MATCH-IDX
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
           END-PERFORM
           IF WS-RECON-FOUND = "N"
              ADD 1 TO WS-NO-ACTIVITY-COUNT
              IF WS-CCY-HIT > 0
                 ADD ACC-BALANCE TO WS-CCY-EXPECTED(WS-CCY-HIT)
              END-IF
              STRING ACC-NO " " WS-ACC-CCY
                     "  NO TRANSACTION ACTIVITY THIS PERIOD"
                     DELIMITED BY SIZE
                     INTO RECON-REPORT-REC
              WRITE RECON-REPORT-REC
              COMPUTE WS-DIFF =
                 ACC-BALANCE - WS-RECON-BALANCE(WS-RECON-MATCH-IDX)
              MOVE WS-DIFF TO WS-DIFF-DIS
              IF WS-CCY-HIT > 0
                 ADD WS-RECON-BALANCE(WS-RECON-MATCH-IDX)
                    TO WS-CCY-EXPECTED(WS-CCY-HIT)
                 ADD WS-DIFF TO WS-CCY-DIFF(WS-CCY-HIT)
              END-IF
              IF WS-DIFF = 0
                 ADD 1 TO WS-MATCH-COUNT
                 STRING ACC-NO " " WS-ACC-CCY "  "
                        WS-EXPECTED-DIS "  "
                        WS-ACTUAL-DIS "  " WS-DIFF-DIS "  MATCH"
                        DELIMITED BY SIZE
                        INTO RECON-REPORT-REC
                 WRITE RECON-REPORT-REC
              ELSE
                 ADD 1 TO WS-DISCREPANCY-COUNT
                 STRING ACC-NO " " WS-ACC-CCY "  "
                        WS-EXPECTED-DIS "  "
                        WS-ACTUAL-DIS "  " WS-DIFF-DIS "  DISCREPANCY"
                        DELIMITED BY SIZE
                        INTO RECON-REPORT-REC

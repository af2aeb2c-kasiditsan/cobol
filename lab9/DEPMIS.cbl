       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO "TERM_DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT ACCT-CUST-LINK ASSIGN TO "ACCT_CUST_LINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT MIS-HIST ASSIGN TO "DEPOSIT_MIS_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MIS-HIST-NEW ASSIGN TO "DEPOSIT_MIS_HIST_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIS-REPORT ASSIGN TO "DEPOSIT_MIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       01 ACCOUNT-REC.
          05 ACC-NO       PIC X(10).
          05 ACC-PIN      PIC X(4).
          05 ACC-NAME     PIC X(20).
          05 ACC-BALANCE  PIC 9(8)V99.
          05 ACC-STATUS   PIC X(1).
             88 ACC-ACTIVE VALUE "A".
             88 ACC-LOCKED VALUE "L".
             88 ACC-CLOSED VALUE "C".
             88 ACC-DORMANT VALUE "D".
          05 ACC-FAIL-COUNT PIC 9(2).
          05 ACC-TIER     PIC X(1).
             88 ACC-TIER-STD VALUE "S".
             88 ACC-TIER-PRM VALUE "P".
          05 ACC-CUST-ID  PIC X(10).
          05 ACC-OD-LIMIT PIC 9(8)V99.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TERM-DEPOSITS.
       01 TERM-DEPOSIT-REC.
          05 TD-NO            PIC 9(10).
          05 TD-ACC-NO        PIC X(10).
          05 TD-CUST-ID       PIC X(10).
          05 TD-PRINCIPAL     PIC 9(8)V99.
          05 TD-RATE          PIC 9V9(4).
          05 TD-TERM-MONTHS   PIC 9(3).
          05 TD-OPEN-DATE     PIC 9(8).
          05 TD-MATURITY-DATE PIC 9(8).
          05 TD-STATUS        PIC X(1).
             88 TD-OPEN       VALUE "O".
             88 TD-MATURED    VALUE "M".
             88 TD-WITHDRAWN  VALUE "W".

       FD ACCT-CUST-LINK.
       01 ACCT-CUST-LINK-REC.
          05 LK-ACC-NO  PIC X(10).
          05 LK-CUST-ID PIC X(10).
          05 LK-ROLE    PIC X(1).
             88 LK-PRIMARY VALUE "P".
             88 LK-JOINT   VALUE "J".

       FD CUST-MASTER.
       01 CUSTOMER-REC.
          05 CUST-ID        PIC X(10).
          05 CUST-NAME      PIC X(30).
          05 CUST-ID-DOC    PIC X(13).
          05 CUST-PHONE     PIC X(10).
          05 CUST-ADDRESS   PIC X(40).
          05 CUST-ID-EXPIRY PIC 9(8).
          05 CUST-RISK      PIC X(1).
             88 CUST-RISK-LOW  VALUE "L".
             88 CUST-RISK-MED  VALUE "M".
             88 CUST-RISK-HIGH VALUE "H".
          05 CUST-LAST-REVIEW PIC 9(8).
          05 CUST-KYC-FLAG  PIC X(1).
             88 CUST-KYC-ID-EXPIRED VALUE "E" "B".
             88 CUST-KYC-REVIEW-DUE VALUE "O" "B".

       FD FX-RATES.
       01 FX-RATE-REC.
          05 FX-CCY         PIC X(3).
          05 FX-EFF-DATE    PIC 9(8).
          05 FX-BUY-RATE    PIC 9(4)V9(6).
          05 FX-SELL-RATE   PIC 9(4)V9(6).
          05 FX-OPERATOR    PIC X(10).
          05 FX-ENTRY-DATE  PIC 9(8).
          05 FX-ENTRY-TIME  PIC 9(6).

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD MIS-HIST.
       01 MIS-HIST-REC.
          05 MH-PERIOD    PIC 9(6).
          05 MH-KEY       PIC X(24).
          05 MH-COUNT     PIC 9(7).
          05 MH-AMOUNT    PIC 9(12)V99.

       FD MIS-HIST-NEW.
       01 MIS-HIST-NEW-REC PIC X(51).

       FD MIS-REPORT.
       01 MIS-REPORT-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TD-STATUS        PIC XX VALUE SPACES.
       01 WS-LINK-STATUS      PIC XX VALUE SPACES.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-FX-STATUS        PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD       PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD     PIC 9(6) VALUE 0.
       01 WS-BASE-CCY         PIC X(3) VALUE "THB".
       01 WS-CUR-CCY          PIC X(3) VALUE SPACES.
       01 WS-BASE-BAL         PIC 9(10)V99 VALUE 0.
       01 WS-NO-RATE-COUNT    PIC 9(5) VALUE 0.
       01 WS-IDX              PIC 9(4) VALUE 0.
       01 WS-HIT              PIC 9(4) VALUE 0.
       01 WS-T-IDX            PIC 9 VALUE 0.
       01 WS-S-IDX            PIC 9 VALUE 0.
       01 WS-B-IDX            PIC 9 VALUE 0.
       01 WS-RANK             PIC 9(2) VALUE 0.
       01 WS-BEST             PIC 9(4) VALUE 0.
       01 WS-FIND-CUST        PIC X(10) VALUE SPACES.
       01 WS-MONTHS-OUT       PIC S9(4) VALUE 0.
       01 WS-LADDER-KEY       PIC 9(6) VALUE 0.

       01 WS-TOT-ACC-COUNT    PIC 9(7) VALUE 0.
       01 WS-TOT-ACC-BAL      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-TD-COUNT     PIC 9(7) VALUE 0.
       01 WS-TOT-TD-AMT       PIC 9(12)V99 VALUE 0.
       01 WS-TOT-DEPOSITS     PIC 9(12)V99 VALUE 0.
       01 WS-OD-LIM-COUNT     PIC 9(7) VALUE 0.
       01 WS-OD-LIM-AMT       PIC 9(12)V99 VALUE 0.
       01 WS-OD-USE-COUNT     PIC 9(7) VALUE 0.
       01 WS-OD-USE-AMT       PIC 9(12)V99 VALUE 0.
       01 WS-PCT              PIC 9(3)V99 VALUE 0.
       01 WS-PCT-DIS          PIC ZZ9.99.

       01 WS-M-KEY            PIC X(24) VALUE SPACES.
       01 WS-M-COUNT          PIC 9(7) VALUE 0.
       01 WS-M-AMOUNT         PIC 9(12)V99 VALUE 0.
       01 WS-P-COUNT          PIC 9(7) VALUE 0.
       01 WS-P-AMOUNT         PIC 9(12)V99 VALUE 0.
       01 WS-CHANGE           PIC S9(12)V99 VALUE 0.
       01 WS-COUNT-DIS        PIC Z(6)9.
       01 WS-P-COUNT-DIS      PIC Z(6)9.
       01 WS-AMOUNT-DIS       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-P-AMOUNT-DIS     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CHANGE-DIS       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-LINE      PIC X(120) VALUE SPACES.
       01 WS-SECTION-TITLE    PIC X(60) VALUE SPACES.
       01 WS-MAT-YEAR         PIC 9(4) VALUE 0.
       01 WS-MAT-MONTH        PIC 9(2) VALUE 0.
       01 WS-RUN-YEAR         PIC 9(4) VALUE 0.
       01 WS-RUN-MONTH        PIC 9(2) VALUE 0.

       01 WS-TIER-CODES       PIC X(3) VALUE "SP?".
       01 WS-STATUS-CODES     PIC X(4) VALUE "ALDC".
       01 WS-TS-TABLE.
          05 WS-TS-TIER OCCURS 3 TIMES.
             10 WS-TS-STAT OCCURS 4 TIMES.
                15 WS-TS-COUNT PIC 9(7).
                15 WS-TS-BAL   PIC 9(12)V99.

       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 5 TIMES.
             10 WS-BAND-LABEL PIC X(24).
             10 WS-BAND-MAX   PIC 9(10)V99.
             10 WS-BAND-COUNT PIC 9(7).
             10 WS-BAND-BAL   PIC 9(12)V99.

       01 WS-FXT-COUNT        PIC 9(2) VALUE 0.
       01 WS-FXT-TABLE.
          05 WS-FXT-ENTRY OCCURS 20 TIMES.
             10 WS-FXT-CCY    PIC X(3).
             10 WS-FXT-DATE   PIC 9(8).
             10 WS-FXT-RATE   PIC 9(4)V9(6).

       01 WS-LAD-COUNT        PIC 9(2) VALUE 0.
       01 WS-LAD-TABLE.
          05 WS-LAD-ENTRY OCCURS 14 TIMES.
             10 WS-LAD-LABEL  PIC X(24).
             10 WS-LAD-CNT    PIC 9(7).
             10 WS-LAD-AMT    PIC 9(12)V99.

       01 WS-AT-COUNT         PIC 9(4) VALUE 0.
       01 WS-AT-TABLE.
          05 WS-AT-ENTRY OCCURS 2000 TIMES.
             10 WS-AT-ACC     PIC X(10).
             10 WS-AT-CUST    PIC X(10).
             10 WS-AT-BAL     PIC 9(10)V99.

       01 WS-CU-COUNT         PIC 9(4) VALUE 0.
       01 WS-CU-TABLE.
          05 WS-CU-ENTRY OCCURS 2000 TIMES.
             10 WS-CU-ID      PIC X(10).
             10 WS-CU-BAL     PIC 9(12)V99.
             10 WS-CU-USED    PIC X(1).

       01 WS-HP-COUNT         PIC 9(3) VALUE 0.
       01 WS-HP-TABLE.
          05 WS-HP-ENTRY OCCURS 300 TIMES.
             10 WS-HP-KEY     PIC X(24).
             10 WS-HP-CNT     PIC 9(7).
             10 WS-HP-AMT     PIC 9(12)V99.

       01 WS-HC-COUNT         PIC 9(3) VALUE 0.
       01 WS-HC-TABLE.
          05 WS-HC-ENTRY OCCURS 300 TIMES.
             10 WS-HC-KEY     PIC X(24).
             10 WS-HC-CNT     PIC 9(7).
             10 WS-HC-AMT     PIC 9(12)V99.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE(1:6) TO WS-RUN-PERIOD
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACCOUNTS
           PERFORM LOAD-PRIOR-FIGURES
           PERFORM LOAD-FX-TABLE
           PERFORM INIT-BUCKETS
           PERFORM SCAN-ACCOUNTS
           PERFORM APPLY-JOINT-LINKS
           PERFORM SCAN-TERM-DEPOSITS
           COMPUTE WS-TOT-DEPOSITS = WS-TOT-ACC-BAL + WS-TOT-TD-AMT

           OPEN OUTPUT MIS-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOSIT PORTFOLIO MIS REPORT - MONTH-END "
                  WS-RUN-PERIOD " BUSINESS DATE " WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRIOR-PERIOD = 0
              STRING "NO PRIOR MONTH-END FIGURES ON FILE "
                     "- COMPARATIVES SHOWN AS ZERO"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING "COMPARED WITH PRIOR MONTH-END "
                     WS-PRIOR-PERIOD
                     "   AMOUNTS IN " WS-BASE-CCY
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-MIS-LINE

           PERFORM REPORT-TOTALS
           PERFORM REPORT-TIER-STATUS
           PERFORM REPORT-BALANCE-BANDS
           PERFORM REPORT-OVERDRAFT
           PERFORM REPORT-TD-LADDER
           PERFORM REPORT-TOP-CUSTOMERS
           IF WS-NO-RATE-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-MIS-LINE
              STRING "NOTE: " WS-NO-RATE-COUNT
                     " FOREIGN CURRENCY ACCOUNTS HAD NO RATE AND ARE"
                     " INCLUDED AT FACE VALUE"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM WRITE-MIS-LINE
           END-IF
           CLOSE MIS-REPORT
           PERFORM SAVE-CURRENT-FIGURES
           DISPLAY "DEPOSIT MIS REPORT WRITTEN TO DEPOSIT_MIS.TXT"
           DISPLAY "TOTAL DEPOSITS: " WS-TOT-DEPOSITS
           STOP RUN.

       GET-BUSINESS-DATE.
           MOVE 0 TO WS-BUS-DATE
           OPEN INPUT BUSINESS-DATE
           IF WS-BUSDT-STATUS = "00"
              READ BUSINESS-DATE INTO WS-BUS-DATE
              END-READ
           END-IF
           CLOSE BUSINESS-DATE
           IF WS-BUS-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           END-IF.

       LOAD-PRIOR-FIGURES.
           MOVE 0 TO WS-PRIOR-PERIOD
           MOVE 0 TO WS-HP-COUNT
           OPEN INPUT MIS-HIST
           IF WS-HIST-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ MIS-HIST
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF MH-PERIOD < WS-RUN-PERIOD
                             AND MH-PERIOD > WS-PRIOR-PERIOD
                             MOVE MH-PERIOD TO WS-PRIOR-PERIOD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MIS-HIST
              OPEN INPUT MIS-HIST
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ MIS-HIST
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF MH-PERIOD = WS-PRIOR-PERIOD
                             AND WS-HP-COUNT < 300
                             ADD 1 TO WS-HP-COUNT
                             MOVE MH-KEY TO WS-HP-KEY(WS-HP-COUNT)
                             MOVE MH-COUNT TO WS-HP-CNT(WS-HP-COUNT)
                             MOVE MH-AMOUNT TO WS-HP-AMT(WS-HP-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MIS-HIST
           END-IF.

       LOAD-FX-TABLE.
           MOVE 0 TO WS-FXT-COUNT
           OPEN INPUT FX-RATES
           IF WS-FX-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ FX-RATES
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF FX-EFF-DATE NOT > WS-BUS-DATE
                             AND FX-BUY-RATE > 0
                             PERFORM NOTE-FX-RATE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FX-RATES
           END-IF.

       NOTE-FX-RATE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-FXT-COUNT
               IF WS-FXT-CCY(WS-IDX) = FX-CCY
                  MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-FXT-COUNT < 20
              ADD 1 TO WS-FXT-COUNT
              MOVE WS-FXT-COUNT TO WS-HIT
              MOVE FX-CCY TO WS-FXT-CCY(WS-HIT)
              MOVE 0 TO WS-FXT-DATE(WS-HIT)
           END-IF
           IF WS-HIT > 0
              IF FX-EFF-DATE NOT < WS-FXT-DATE(WS-HIT)
                 MOVE FX-EFF-DATE TO WS-FXT-DATE(WS-HIT)
                 MOVE FX-BUY-RATE TO WS-FXT-RATE(WS-HIT)
              END-IF
           END-IF.

       INIT-BUCKETS.
           PERFORM VARYING WS-T-IDX FROM 1 BY 1 UNTIL WS-T-IDX > 3
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                     UNTIL WS-S-IDX > 4
                   MOVE 0 TO WS-TS-COUNT(WS-T-IDX, WS-S-IDX)
                   MOVE 0 TO WS-TS-BAL(WS-T-IDX, WS-S-IDX)
               END-PERFORM
           END-PERFORM
           MOVE "BAND UNDER 10,000" TO WS-BAND-LABEL(1)
           MOVE 9999.99 TO WS-BAND-MAX(1)
           MOVE "BAND 10,000-99,999" TO WS-BAND-LABEL(2)
           MOVE 99999.99 TO WS-BAND-MAX(2)
           MOVE "BAND 100,000-999,999" TO WS-BAND-LABEL(3)
           MOVE 999999.99 TO WS-BAND-MAX(3)
           MOVE "BAND 1M-9,999,999" TO WS-BAND-LABEL(4)
           MOVE 9999999.99 TO WS-BAND-MAX(4)
           MOVE "BAND 10M AND OVER" TO WS-BAND-LABEL(5)
           MOVE 9999999999.99 TO WS-BAND-MAX(5)
           PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 5
               MOVE 0 TO WS-BAND-COUNT(WS-B-IDX)
               MOVE 0 TO WS-BAND-BAL(WS-B-IDX)
           END-PERFORM
           MOVE 14 TO WS-LAD-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14
               MOVE SPACES TO WS-LAD-LABEL(WS-IDX)
               MOVE 0 TO WS-LAD-CNT(WS-IDX)
               MOVE 0 TO WS-LAD-AMT(WS-IDX)
           END-PERFORM
           MOVE "TD MATURED/OVERDUE" TO WS-LAD-LABEL(1)
           MOVE WS-RUN-PERIOD TO WS-LADDER-KEY
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 13
               STRING "TD MATURING " WS-LADDER-KEY
                      DELIMITED BY SIZE INTO WS-LAD-LABEL(WS-IDX)
               ADD 1 TO WS-LADDER-KEY
               IF WS-LADDER-KEY(5:2) = "13"
                  ADD 88 TO WS-LADDER-KEY
               END-IF
           END-PERFORM
           MOVE "TD MATURING LATER" TO WS-LAD-LABEL(14).

       SCAN-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       TALLY-ONE-ACCOUNT.
           PERFORM CONVERT-TO-BASE
           EVALUATE TRUE
              WHEN ACC-TIER-STD MOVE 1 TO WS-T-IDX
              WHEN ACC-TIER-PRM MOVE 2 TO WS-T-IDX
              WHEN OTHER MOVE 3 TO WS-T-IDX
           END-EVALUATE
           EVALUATE TRUE
              WHEN ACC-LOCKED MOVE 2 TO WS-S-IDX
              WHEN ACC-DORMANT MOVE 3 TO WS-S-IDX
              WHEN ACC-CLOSED MOVE 4 TO WS-S-IDX
              WHEN OTHER MOVE 1 TO WS-S-IDX
           END-EVALUATE
           ADD 1 TO WS-TS-COUNT(WS-T-IDX, WS-S-IDX)
           ADD WS-BASE-BAL TO WS-TS-BAL(WS-T-IDX, WS-S-IDX)
           IF NOT ACC-CLOSED
              ADD 1 TO WS-TOT-ACC-COUNT
              ADD WS-BASE-BAL TO WS-TOT-ACC-BAL
              MOVE 0 TO WS-HIT
              PERFORM VARYING WS-B-IDX FROM 5 BY -1
                    UNTIL WS-B-IDX < 1
                  IF WS-BASE-BAL NOT > WS-BAND-MAX(WS-B-IDX)
                     MOVE WS-B-IDX TO WS-HIT
                  END-IF
              END-PERFORM
              IF WS-HIT = 0
                 MOVE 5 TO WS-HIT
              END-IF
              ADD 1 TO WS-BAND-COUNT(WS-HIT)
              ADD WS-BASE-BAL TO WS-BAND-BAL(WS-HIT)
              IF ACC-OD-LIMIT > 0
                 ADD 1 TO WS-OD-LIM-COUNT
                 ADD ACC-OD-LIMIT TO WS-OD-LIM-AMT
              END-IF
              IF ACC-OD-USED > 0
                 ADD 1 TO WS-OD-USE-COUNT
                 ADD ACC-OD-USED TO WS-OD-USE-AMT
              END-IF
              IF WS-AT-COUNT < 2000
                 ADD 1 TO WS-AT-COUNT
                 MOVE ACC-NO TO WS-AT-ACC(WS-AT-COUNT)
                 MOVE ACC-CUST-ID TO WS-AT-CUST(WS-AT-COUNT)
                 MOVE WS-BASE-BAL TO WS-AT-BAL(WS-AT-COUNT)
              END-IF
              IF ACC-CUST-ID NOT = SPACES
                 MOVE ACC-CUST-ID TO WS-FIND-CUST
                 PERFORM ADD-TO-CUSTOMER
              END-IF
           END-IF.

       CONVERT-TO-BASE.
           IF ACC-CURRENCY = SPACES
              MOVE WS-BASE-CCY TO WS-CUR-CCY
           ELSE
              MOVE ACC-CURRENCY TO WS-CUR-CCY
           END-IF
           MOVE ACC-BALANCE TO WS-BASE-BAL
           IF WS-CUR-CCY NOT = WS-BASE-CCY
              MOVE 0 TO WS-HIT
              PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FXT-COUNT
                  IF WS-FXT-CCY(WS-IDX) = WS-CUR-CCY
                     MOVE WS-IDX TO WS-HIT
                  END-IF
              END-PERFORM
              IF WS-HIT > 0
                 COMPUTE WS-BASE-BAL ROUNDED =
                    ACC-BALANCE * WS-FXT-RATE(WS-HIT)
              ELSE
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF
           END-IF.

       ADD-TO-CUSTOMER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-IDX) = WS-FIND-CUST
                  MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0 AND WS-CU-COUNT < 2000
              ADD 1 TO WS-CU-COUNT
              MOVE WS-CU-COUNT TO WS-HIT
              MOVE WS-FIND-CUST TO WS-CU-ID(WS-HIT)
              MOVE 0 TO WS-CU-BAL(WS-HIT)
              MOVE "N" TO WS-CU-USED(WS-HIT)
           END-IF
           IF WS-HIT > 0
              ADD WS-BASE-BAL TO WS-CU-BAL(WS-HIT)
           END-IF.

       APPLY-JOINT-LINKS.
           OPEN INPUT ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ ACCT-CUST-LINK
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          PERFORM APPLY-ONE-LINK
                  END-READ
              END-PERFORM
              CLOSE ACCT-CUST-LINK
           END-IF.

       APPLY-ONE-LINK.
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-AT-COUNT
               IF WS-AT-ACC(WS-IDX) = LK-ACC-NO
                  MOVE WS-IDX TO WS-BEST
               END-IF
           END-PERFORM
           IF WS-BEST > 0
              IF WS-AT-CUST(WS-BEST) NOT = LK-CUST-ID
                 MOVE WS-AT-BAL(WS-BEST) TO WS-BASE-BAL
                 MOVE LK-CUST-ID TO WS-FIND-CUST
                 PERFORM ADD-TO-CUSTOMER
              END-IF
           END-IF.

       SCAN-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSITS
           IF WS-TD-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ TERM-DEPOSITS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF TD-OPEN
                             PERFORM TALLY-ONE-TD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TERM-DEPOSITS
           END-IF.

       TALLY-ONE-TD.
           ADD 1 TO WS-TOT-TD-COUNT
           ADD TD-PRINCIPAL TO WS-TOT-TD-AMT
           MOVE TD-MATURITY-DATE(1:4) TO WS-MAT-YEAR
           MOVE TD-MATURITY-DATE(5:2) TO WS-MAT-MONTH
           MOVE WS-RUN-PERIOD(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-PERIOD(5:2) TO WS-RUN-MONTH
           COMPUTE WS-MONTHS-OUT =
              (WS-MAT-YEAR - WS-RUN-YEAR) * 12
              + WS-MAT-MONTH - WS-RUN-MONTH
           EVALUATE TRUE
              WHEN TD-MATURITY-DATE < WS-BUS-DATE
                 MOVE 1 TO WS-HIT
              WHEN WS-MONTHS-OUT > 11
                 MOVE 14 TO WS-HIT
              WHEN OTHER
                 COMPUTE WS-HIT = WS-MONTHS-OUT + 2
           END-EVALUATE
           ADD 1 TO WS-LAD-CNT(WS-HIT)
           ADD TD-PRINCIPAL TO WS-LAD-AMT(WS-HIT)
           IF TD-CUST-ID NOT = SPACES
              MOVE TD-PRINCIPAL TO WS-BASE-BAL
              MOVE TD-CUST-ID TO WS-FIND-CUST
              PERFORM ADD-TO-CUSTOMER
           END-IF.

       REPORT-TOTALS.
           MOVE "SUMMARY" TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEAD
           MOVE "OPEN ACCOUNTS" TO WS-M-KEY
           MOVE WS-TOT-ACC-COUNT TO WS-M-COUNT
           MOVE WS-TOT-ACC-BAL TO WS-M-AMOUNT
           PERFORM EMIT-METRIC
           MOVE "OPEN TERM DEPOSITS" TO WS-M-KEY
           MOVE WS-TOT-TD-COUNT TO WS-M-COUNT
           MOVE WS-TOT-TD-AMT TO WS-M-AMOUNT
           PERFORM EMIT-METRIC
           MOVE "TOTAL DEPOSITS" TO WS-M-KEY
           COMPUTE WS-M-COUNT = WS-TOT-ACC-COUNT + WS-TOT-TD-COUNT
           MOVE WS-TOT-DEPOSITS TO WS-M-AMOUNT
           PERFORM EMIT-METRIC.

       REPORT-TIER-STATUS.
           MOVE "ACCOUNTS BY TIER AND STATUS" TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEAD
           PERFORM VARYING WS-T-IDX FROM 1 BY 1 UNTIL WS-T-IDX > 3
               PERFORM VARYING WS-S-IDX FROM 1 BY 1
                     UNTIL WS-S-IDX > 4
                   MOVE SPACES TO WS-M-KEY
                   STRING "TIER " WS-TIER-CODES(WS-T-IDX:1)
                          " STATUS " WS-STATUS-CODES(WS-S-IDX:1)
                          DELIMITED BY SIZE INTO WS-M-KEY
                   MOVE WS-TS-COUNT(WS-T-IDX, WS-S-IDX)
                      TO WS-M-COUNT
                   MOVE WS-TS-BAL(WS-T-IDX, WS-S-IDX)
                      TO WS-M-AMOUNT
                   PERFORM EMIT-METRIC
               END-PERFORM
           END-PERFORM.

       REPORT-BALANCE-BANDS.
           MOVE "OPEN ACCOUNTS BY BALANCE BAND" TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEAD
           PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 5
               MOVE WS-BAND-LABEL(WS-B-IDX) TO WS-M-KEY
               MOVE WS-BAND-COUNT(WS-B-IDX) TO WS-M-COUNT
               MOVE WS-BAND-BAL(WS-B-IDX) TO WS-M-AMOUNT
               PERFORM EMIT-METRIC
           END-PERFORM.

       REPORT-OVERDRAFT.
           MOVE "OVERDRAFT UTILISATION" TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEAD
           MOVE "OD ARRANGED LIMITS" TO WS-M-KEY
           MOVE WS-OD-LIM-COUNT TO WS-M-COUNT
           MOVE WS-OD-LIM-AMT TO WS-M-AMOUNT
           PERFORM EMIT-METRIC
           MOVE "OD DRAWN" TO WS-M-KEY
           MOVE WS-OD-USE-COUNT TO WS-M-COUNT
           MOVE WS-OD-USE-AMT TO WS-M-AMOUNT
           PERFORM EMIT-METRIC
           MOVE 0 TO WS-PCT
           IF WS-OD-LIM-AMT > 0
              COMPUTE WS-PCT ROUNDED =
                 WS-OD-USE-AMT * 100 / WS-OD-LIM-AMT
           END-IF
           MOVE WS-PCT TO WS-PCT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  UTILISATION OF ARRANGED LIMITS: " WS-PCT-DIS "%"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE.

       REPORT-TD-LADDER.
           MOVE "TERM DEPOSIT MATURITY LADDER" TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEAD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-LAD-COUNT
               MOVE WS-LAD-LABEL(WS-IDX) TO WS-M-KEY
               MOVE WS-LAD-CNT(WS-IDX) TO WS-M-COUNT
               MOVE WS-LAD-AMT(WS-IDX) TO WS-M-AMOUNT
               PERFORM EMIT-METRIC
           END-PERFORM.

       REPORT-TOP-CUSTOMERS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           MOVE "TOP 20 CUSTOMERS BY COMBINED BALANCE" TO
              WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RANK CUSTOMER   NAME                   BALANCE"
                  "       SHARE%      PRIOR BALANCE           CHANGE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           OPEN INPUT CUST-MASTER
           PERFORM VARYING WS-RANK FROM 1 BY 1
                 UNTIL WS-RANK > 20 OR WS-RANK > WS-CU-COUNT
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CU-COUNT
                   IF WS-CU-USED(WS-IDX) = "N"
                      IF WS-BEST = 0
                         MOVE WS-IDX TO WS-BEST
                      ELSE
                         IF WS-CU-BAL(WS-IDX) > WS-CU-BAL(WS-BEST)
                            MOVE WS-IDX TO WS-BEST
                         END-IF
                      END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST > 0
                  MOVE "Y" TO WS-CU-USED(WS-BEST)
                  PERFORM WRITE-TOP-CUSTOMER
               END-IF
           END-PERFORM
           IF WS-CUST-STATUS NOT = "35"
              CLOSE CUST-MASTER
           END-IF.

       WRITE-TOP-CUSTOMER.
           MOVE SPACES TO CUST-NAME
           IF WS-CUST-STATUS NOT = "35"
              MOVE WS-CU-ID(WS-BEST) TO CUST-ID
              READ CUST-MASTER
                  INVALID KEY MOVE "(NOT ON FILE)" TO CUST-NAME
              END-READ
           END-IF
           MOVE 0 TO WS-PCT
           IF WS-TOT-DEPOSITS > 0
              COMPUTE WS-PCT ROUNDED =
                 WS-CU-BAL(WS-BEST) * 100 / WS-TOT-DEPOSITS
           END-IF
           MOVE WS-PCT TO WS-PCT-DIS
           MOVE SPACES TO WS-M-KEY
           STRING "CUST " WS-CU-ID(WS-BEST)
                  DELIMITED BY SIZE INTO WS-M-KEY
           MOVE 1 TO WS-M-COUNT
           MOVE WS-CU-BAL(WS-BEST) TO WS-M-AMOUNT
           PERFORM FIND-PRIOR-FIGURE
           PERFORM RECORD-CURRENT-FIGURE
           MOVE WS-M-AMOUNT TO WS-AMOUNT-DIS
           MOVE WS-P-AMOUNT TO WS-P-AMOUNT-DIS
           COMPUTE WS-CHANGE = WS-M-AMOUNT - WS-P-AMOUNT
           MOVE WS-CHANGE TO WS-CHANGE-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RANK "   " WS-CU-ID(WS-BEST) " "
                  CUST-NAME(1:20) " " WS-AMOUNT-DIS " "
                  WS-PCT-DIS " " WS-P-AMOUNT-DIS " " WS-CHANGE-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE.

       WRITE-SECTION-HEAD.
           MOVE WS-REPORT-LINE TO WS-SECTION-TITLE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           MOVE WS-SECTION-TITLE TO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                          COUNT          AMOUNT"
                  "  PRIOR COUNT    PRIOR AMOUNT           CHANGE"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE.

       EMIT-METRIC.
           PERFORM FIND-PRIOR-FIGURE
           PERFORM RECORD-CURRENT-FIGURE
           MOVE WS-M-COUNT TO WS-COUNT-DIS
           MOVE WS-P-COUNT TO WS-P-COUNT-DIS
           MOVE WS-M-AMOUNT TO WS-AMOUNT-DIS
           MOVE WS-P-AMOUNT TO WS-P-AMOUNT-DIS
           COMPUTE WS-CHANGE = WS-M-AMOUNT - WS-P-AMOUNT
           MOVE WS-CHANGE TO WS-CHANGE-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-M-KEY WS-COUNT-DIS " " WS-AMOUNT-DIS "  "
                  WS-P-COUNT-DIS " " WS-P-AMOUNT-DIS " "
                  WS-CHANGE-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-MIS-LINE.

       FIND-PRIOR-FIGURE.
           MOVE 0 TO WS-P-COUNT
           MOVE 0 TO WS-P-AMOUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-HP-COUNT
               IF WS-HP-KEY(WS-IDX) = WS-M-KEY
                  MOVE WS-HP-CNT(WS-IDX) TO WS-P-COUNT
                  MOVE WS-HP-AMT(WS-IDX) TO WS-P-AMOUNT
               END-IF
           END-PERFORM.

       RECORD-CURRENT-FIGURE.
           IF WS-HC-COUNT < 300
              ADD 1 TO WS-HC-COUNT
              MOVE WS-M-KEY TO WS-HC-KEY(WS-HC-COUNT)
              MOVE WS-M-COUNT TO WS-HC-CNT(WS-HC-COUNT)
              MOVE WS-M-AMOUNT TO WS-HC-AMT(WS-HC-COUNT)
           END-IF.

       WRITE-MIS-LINE.
           MOVE WS-REPORT-LINE TO MIS-REPORT-REC
           WRITE MIS-REPORT-REC.

       SAVE-CURRENT-FIGURES.
           OPEN OUTPUT MIS-HIST-NEW
           OPEN INPUT MIS-HIST
           IF WS-HIST-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ MIS-HIST
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF MH-PERIOD NOT = WS-RUN-PERIOD
                             WRITE MIS-HIST-NEW-REC FROM MIS-HIST-REC
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE MIS-HIST
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-HC-COUNT
               MOVE WS-RUN-PERIOD TO MH-PERIOD
               MOVE WS-HC-KEY(WS-IDX) TO MH-KEY
               MOVE WS-HC-CNT(WS-IDX) TO MH-COUNT
               MOVE WS-HC-AMT(WS-IDX) TO MH-AMOUNT
               WRITE MIS-HIST-NEW-REC FROM MIS-HIST-REC
           END-PERFORM
           CLOSE MIS-HIST-NEW
           CALL "SYSTEM" USING
              "mv DEPOSIT_MIS_HIST_NEW.tmp DEPOSIT_MIS_HIST.DAT".

       END PROGRAM DEPMIS.

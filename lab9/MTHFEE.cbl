       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHFEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TRANS-CTL ASSIGN TO "TRANS_CTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANS-CTL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TRCTL-STATUS.
           SELECT TRANSLOG ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT TRANSLOG-ARCH ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT TLARCH-CTL ASSIGN TO "TRANSLOG_ARCH_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLCTL-STATUS.
           SELECT ATM-PARAMS ASSIGN TO "ATM_PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-KEY
               FILE STATUS IS WS-PAR-STATUS.
           SELECT BAL-SNAPSHOT ASSIGN TO "BAL_SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT FEE-CTL ASSIGN TO "MTHFEE_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FEE-REPORT ASSIGN TO "FEE_INCOME_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELLER-JRNL ASSIGN TO "TELLER_JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLJ-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT STAFF-REGISTER ASSIGN TO "STAFF_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

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

       FD TRANS-CTL.
       01 TRANS-CTL-REC.
          05 TRANS-CTL-KEY    PIC X(1).
          05 TRANS-CTL-VALUE  PIC 9(10).

       FD TRANSLOG.
       01 TRANSLOG-REC.
          05 TRANS-REF-NO    PIC 9(10).
          05 TRANS-ACC-NO    PIC X(10).
          05 TRANS-DATE      PIC 9(8).
          05 TRANS-TIME      PIC 9(6).
          05 TRANS-TYPE      PIC X.
          05 TRANS-AMOUNT    PIC 9(8)V99.
          05 TRANS-BALANCE   PIC 9(8)V99.
          05 TRANS-ORIG-REF  PIC 9(10).

       FD TRANSLOG-ARCH.
       01 TRANSLOG-ARCH-REC PIC X(65).

       FD TLARCH-CTL.
       01 TLARCH-CTL-REC PIC X(8).

       FD ATM-PARAMS.
       01 ATM-PARAM-REC.
          05 PAR-KEY      PIC X(12).
          05 PAR-VALUE    PIC 9(8)V99.

       FD BAL-SNAPSHOT.
       01 BAL-SNAPSHOT-REC.
          05 SN-DATE    PIC 9(8).
          05 SN-ACC-NO  PIC X(10).
          05 SN-BALANCE PIC 9(8)V99.
          05 SN-OD-USED PIC 9(8)V99.

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD FEE-CTL.
       01 FEE-CTL-REC PIC 9(6).

       FD FEE-REPORT.
       01 FEE-REPORT-REC PIC X(100).

       FD TELLER-JRNL.
       01 TELLER-JRNL-REC.
          05 TLJ-REF-NO      PIC 9(10).
          05 TLJ-TELLER      PIC X(10).
          05 TLJ-DATE        PIC 9(8).
          05 TLJ-TIME        PIC 9(6).
          05 TLJ-ACC-NO      PIC X(10).
          05 TLJ-TYPE        PIC X(1).
          05 TLJ-AMOUNT      PIC 9(8)V99.
          05 TLJ-SESS-DATE   PIC 9(8).
          05 TLJ-SESS-TIME   PIC 9(6).

       FD FX-RATES.
       01 FX-RATE-REC.
          05 FX-CCY          PIC X(3).
          05 FX-EFF-DATE     PIC 9(8).
          05 FX-BUY-RATE     PIC 9(4)V9(6).
          05 FX-SELL-RATE    PIC 9(4)V9(6).
          05 FX-OPERATOR     PIC X(10).
          05 FX-ENTRY-DATE   PIC 9(8).
          05 FX-ENTRY-TIME   PIC 9(6).

       FD STAFF-REGISTER.
       01 STAFF-REGISTER-REC.
          05 SR-ACC-NO       PIC X(10).
          05 SR-CUST-ID      PIC X(10).
          05 SR-EMP-ID       PIC 9(5).
          05 SR-ORIG-TIER    PIC X(1).
          05 SR-ORIG-WHT     PIC X(1).
          05 SR-START-DATE   PIC 9(8).
          05 SR-END-DATE     PIC 9(8).
          05 SR-STATUS       PIC X(1).
             88 SR-STAFF        VALUE "S".
             88 SR-NOTICED      VALUE "N".

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TRCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-TLCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-PAR-STATUS       PIC XX VALUE SPACES.
       01 WS-SNAP-STATUS      PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-TLJ-STATUS       PIC XX VALUE SPACES.
       01 WS-FX-STATUS        PIC XX VALUE SPACES.
       01 WS-SR-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-FILENAME    PIC X(40) VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-ARCH-EOF         PIC X VALUE "N".
       01 WS-CTL-EOF          PIC X VALUE "N".
       01 WS-SNAP-EOF         PIC X VALUE "N".
       01 WS-SR-EOF           PIC X VALUE "N".
       01 WS-IS-STAFF         PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD       PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD      PIC 9(6) VALUE 0.
       01 WS-REF-NO           PIC 9(10) VALUE 0.

       01 WS-FEE-STD          PIC 9(8)V99 VALUE 50.00.
       01 WS-FEE-PRM          PIC 9(8)V99 VALUE 100.00.
       01 WS-WAIVE-BAL        PIC 9(8)V99 VALUE 10000.00.
       01 WS-FREE-WD          PIC 9(8)V99 VALUE 4.
       01 WS-XS-WD-FEE        PIC 9(8)V99 VALUE 10.00.

       01 WS-BASE-CCY         PIC X(3) VALUE "THB".
       01 WS-ACC-CCY          PIC X(3) VALUE SPACES.
       01 WS-ACC-RATE-OK      PIC X VALUE "Y".
       01 WS-ACC-FEE-STD      PIC 9(8)V99 VALUE 0.
       01 WS-ACC-FEE-PRM      PIC 9(8)V99 VALUE 0.
       01 WS-ACC-WAIVE-BAL    PIC 9(8)V99 VALUE 0.
       01 WS-ACC-XS-WD-FEE    PIC 9(8)V99 VALUE 0.
       01 WS-FX-EOF           PIC X VALUE "N".
       01 WS-FX-CCY           PIC X(3) VALUE SPACES.
       01 WS-FX-FOUND         PIC X VALUE "N".
       01 WS-FX-EFF-DATE      PIC 9(8) VALUE 0.
       01 WS-FX-BUY           PIC 9(4)V9(6) VALUE 0.
       01 WS-CCY-COUNT        PIC 9(2) VALUE 0.
       01 WS-CCY-IDX          PIC 9(2) VALUE 0.
       01 WS-CCY-SCAN         PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE     PIC X(3).
             10 WS-CCY-FOUND    PIC X.
             10 WS-CCY-BUY      PIC 9(4)V9(6).

       01 WS-SNAP-SUM         PIC 9(12)V99 VALUE 0.
       01 WS-SNAP-DAYS        PIC 9(3) VALUE 0.
       01 WS-AVG-BALANCE      PIC 9(8)V99 VALUE 0.
       01 WS-WD-COUNT         PIC 9(5) VALUE 0.
       01 WS-XS-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHARGE           PIC 9(8)V99 VALUE 0.
       01 WS-CHARGE-BASE      PIC 9(8)V99 VALUE 0.
       01 WS-MAINT-BASE       PIC 9(8)V99 VALUE 0.
       01 WS-XS-BASE          PIC 9(8)V99 VALUE 0.
       01 WS-CHARGE-TYPE      PIC X VALUE SPACE.
       01 WS-MAINT-FEE        PIC 9(8)V99 VALUE 0.
       01 WS-XS-FEE           PIC 9(8)V99 VALUE 0.
       01 WS-WAIVED           PIC X VALUE "N".

       01 WS-CHECKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT     PIC 9(5) VALUE 0.
       01 WS-DORMANT-COUNT    PIC 9(5) VALUE 0.
       01 WS-STAFF-COUNT      PIC 9(5) VALUE 0.
       01 WS-WAIVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT    PIC 9(5) VALUE 0.
       01 WS-MAINT-STD-COUNT  PIC 9(5) VALUE 0.
       01 WS-MAINT-STD-AMT    PIC 9(10)V99 VALUE 0.
       01 WS-MAINT-PRM-COUNT  PIC 9(5) VALUE 0.
       01 WS-MAINT-PRM-AMT    PIC 9(10)V99 VALUE 0.
       01 WS-XS-ACC-COUNT     PIC 9(5) VALUE 0.
       01 WS-XS-ITEM-COUNT    PIC 9(7) VALUE 0.
       01 WS-XS-AMT           PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-FEES       PIC 9(10)V99 VALUE 0.

       01 WS-AVG-DIS          PIC Z(7)9.99.
       01 WS-FEE-DIS          PIC Z(7)9.99.
       01 WS-XS-DIS           PIC Z(7)9.99.
       01 WS-AMOUNT-DIS       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE(1:6) TO WS-RUN-PERIOD
           PERFORM CHECK-ALREADY-CHARGED
           IF WS-LAST-PERIOD = WS-RUN-PERIOD
              DISPLAY "MONTHLY FEES ALREADY CHARGED FOR PERIOD "
                 WS-RUN-PERIOD
              STOP RUN
           END-IF
           PERFORM LOAD-FEE-PARAMS

           OPEN I-O ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT FEE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTHLY FEE INCOME REPORT - PERIOD " WS-RUN-PERIOD
                  " BUSINESS DATE " WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE SPACES TO FEE-REPORT-REC
           STRING "ACCOUNT    TIER  AVG BALANCE  MAINT FEE  XS WD"
                  "      CCY"
                  DELIMITED BY SIZE INTO FEE-REPORT-REC
           WRITE FEE-REPORT-REC

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-STAFF-ACCOUNT
                       EVALUATE TRUE
                          WHEN ACC-CLOSED
                             ADD 1 TO WS-CLOSED-COUNT
                          WHEN ACC-DORMANT
                             ADD 1 TO WS-DORMANT-COUNT
                          WHEN WS-IS-STAFF = "Y"
                             ADD 1 TO WS-STAFF-COUNT
                          WHEN OTHER
                             PERFORM CHARGE-ONE-ACCOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS

           PERFORM WRITE-FEE-SUMMARY
           CLOSE FEE-REPORT
           PERFORM UPDATE-LAST-PERIOD
           DISPLAY "MONTHLY FEE RUN COMPLETE FOR " WS-RUN-PERIOD
           DISPLAY "ACCOUNTS CHECKED: " WS-CHECKED-COUNT
           DISPLAY "TOTAL FEES CHARGED: " WS-TOTAL-FEES
           STOP RUN.

       LOAD-FEE-PARAMS.
           OPEN INPUT ATM-PARAMS
           IF WS-PAR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "MNT-FEE-STD" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-FEE-STD
              END-READ
              MOVE "MNT-FEE-PRM" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-FEE-PRM
              END-READ
              MOVE "FEE-WAIVE-AV" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-WAIVE-BAL
              END-READ
              MOVE "FREE-ATM-WD" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-FREE-WD
              END-READ
              MOVE "XS-WD-FEE" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-XS-WD-FEE
              END-READ
              CLOSE ATM-PARAMS
           END-IF.

       CHECK-STAFF-ACCOUNT.
           MOVE "N" TO WS-IS-STAFF
           MOVE "N" TO WS-SR-EOF
           OPEN INPUT STAFF-REGISTER
           IF WS-SR-STATUS = "35"
              MOVE "Y" TO WS-SR-EOF
           END-IF
           PERFORM UNTIL WS-SR-EOF = "Y"
               READ STAFF-REGISTER
                   AT END MOVE "Y" TO WS-SR-EOF
                   NOT AT END
                       IF SR-ACC-NO = ACC-NO
                          AND (SR-STAFF
                               OR (SR-NOTICED
                                   AND SR-END-DATE > WS-BUS-DATE))
                          MOVE "Y" TO WS-IS-STAFF
                          MOVE "Y" TO WS-SR-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SR-STATUS NOT = "35"
              CLOSE STAFF-REGISTER
           END-IF.

       CHARGE-ONE-ACCOUNT.
           PERFORM SET-ACCOUNT-FEE-SCHEDULE
           IF WS-ACC-RATE-OK = "N"
              ADD 1 TO WS-NO-RATE-COUNT
              PERFORM WRITE-NO-RATE-DETAIL
           ELSE
              PERFORM CHARGE-ACCOUNT-FEES
           END-IF.

       SET-ACCOUNT-FEE-SCHEDULE.
           MOVE ACC-CURRENCY TO WS-ACC-CCY
           IF WS-ACC-CCY = SPACES
              MOVE WS-BASE-CCY TO WS-ACC-CCY
           END-IF
           MOVE "Y" TO WS-ACC-RATE-OK
           IF WS-ACC-CCY = WS-BASE-CCY
              MOVE WS-FEE-STD TO WS-ACC-FEE-STD
              MOVE WS-FEE-PRM TO WS-ACC-FEE-PRM
              MOVE WS-WAIVE-BAL TO WS-ACC-WAIVE-BAL
              MOVE WS-XS-WD-FEE TO WS-ACC-XS-WD-FEE
           ELSE
              PERFORM FIND-FEE-RATE
              IF WS-CCY-FOUND(WS-CCY-IDX) = "N"
                 MOVE "N" TO WS-ACC-RATE-OK
              ELSE
                 MOVE WS-CCY-BUY(WS-CCY-IDX) TO WS-FX-BUY
                 COMPUTE WS-ACC-FEE-STD ROUNDED =
                    WS-FEE-STD / WS-FX-BUY
                 COMPUTE WS-ACC-FEE-PRM ROUNDED =
                    WS-FEE-PRM / WS-FX-BUY
                 COMPUTE WS-ACC-WAIVE-BAL ROUNDED =
                    WS-WAIVE-BAL / WS-FX-BUY
                 COMPUTE WS-ACC-XS-WD-FEE ROUNDED =
                    WS-XS-WD-FEE / WS-FX-BUY
              END-IF
           END-IF.

       FIND-FEE-RATE.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                 UNTIL WS-CCY-SCAN > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-SCAN) = WS-ACC-CCY
                  MOVE WS-CCY-SCAN TO WS-CCY-IDX
               END-IF
           END-PERFORM
           IF WS-CCY-IDX = 0
              MOVE WS-ACC-CCY TO WS-FX-CCY
              PERFORM LOAD-FX-RATE
              IF WS-CCY-COUNT < 20
                 ADD 1 TO WS-CCY-COUNT
              END-IF
              MOVE WS-CCY-COUNT TO WS-CCY-IDX
              MOVE WS-ACC-CCY TO WS-CCY-CODE(WS-CCY-IDX)
              MOVE WS-FX-FOUND TO WS-CCY-FOUND(WS-CCY-IDX)
              MOVE WS-FX-BUY TO WS-CCY-BUY(WS-CCY-IDX)
           END-IF.

       LOAD-FX-RATE.
           MOVE "N" TO WS-FX-FOUND
           MOVE 0 TO WS-FX-EFF-DATE
           MOVE 0 TO WS-FX-BUY
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-RATES
           IF WS-FX-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-RATES
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FX-CCY = WS-FX-CCY
                          AND FX-EFF-DATE NOT > WS-BUS-DATE
                          AND FX-EFF-DATE NOT < WS-FX-EFF-DATE
                          AND FX-BUY-RATE > 0
                          AND FX-SELL-RATE > 0
                          MOVE "Y" TO WS-FX-FOUND
                          MOVE FX-EFF-DATE TO WS-FX-EFF-DATE
                          MOVE FX-BUY-RATE TO WS-FX-BUY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-STATUS NOT = "35"
              CLOSE FX-RATES
           END-IF.

       CHARGE-ACCOUNT-FEES.
           PERFORM GET-AVG-MONTH-BALANCE
           PERFORM COUNT-MONTH-WITHDRAWALS
           MOVE 0 TO WS-MAINT-FEE
           MOVE 0 TO WS-MAINT-BASE
           MOVE 0 TO WS-XS-FEE
           MOVE 0 TO WS-XS-BASE
           MOVE 0 TO WS-XS-COUNT
           MOVE "N" TO WS-WAIVED
           IF WS-AVG-BALANCE > WS-ACC-WAIVE-BAL
              MOVE "Y" TO WS-WAIVED
              ADD 1 TO WS-WAIVED-COUNT
           ELSE
              IF ACC-TIER-PRM
                 MOVE WS-ACC-FEE-PRM TO WS-MAINT-FEE
                 MOVE WS-FEE-PRM TO WS-MAINT-BASE
              ELSE
                 MOVE WS-ACC-FEE-STD TO WS-MAINT-FEE
                 MOVE WS-FEE-STD TO WS-MAINT-BASE
              END-IF
           END-IF
           IF WS-WD-COUNT > WS-FREE-WD
              COMPUTE WS-XS-COUNT = WS-WD-COUNT - WS-FREE-WD
              COMPUTE WS-XS-FEE = WS-XS-COUNT * WS-ACC-XS-WD-FEE
              COMPUTE WS-XS-BASE = WS-XS-COUNT * WS-XS-WD-FEE
           END-IF
           IF WS-MAINT-FEE > 0
              MOVE WS-MAINT-FEE TO WS-CHARGE
              MOVE WS-MAINT-BASE TO WS-CHARGE-BASE
              MOVE "K" TO WS-CHARGE-TYPE
              PERFORM POST-FEE-CHARGE
              IF ACC-TIER-PRM
                 ADD 1 TO WS-MAINT-PRM-COUNT
                 ADD WS-MAINT-BASE TO WS-MAINT-PRM-AMT
              ELSE
                 ADD 1 TO WS-MAINT-STD-COUNT
                 ADD WS-MAINT-BASE TO WS-MAINT-STD-AMT
              END-IF
           END-IF
           IF WS-XS-FEE > 0
              MOVE WS-XS-FEE TO WS-CHARGE
              MOVE WS-XS-BASE TO WS-CHARGE-BASE
              MOVE "E" TO WS-CHARGE-TYPE
              PERFORM POST-FEE-CHARGE
              ADD 1 TO WS-XS-ACC-COUNT
              ADD WS-XS-COUNT TO WS-XS-ITEM-COUNT
              ADD WS-XS-BASE TO WS-XS-AMT
           END-IF
           PERFORM WRITE-FEE-DETAIL.

       POST-FEE-CHARGE.
           IF ACC-OD-USED > 0
              ADD WS-CHARGE TO ACC-OD-USED
           ELSE
              IF WS-CHARGE <= ACC-BALANCE
                 SUBTRACT WS-CHARGE FROM ACC-BALANCE
              ELSE
                 COMPUTE ACC-OD-USED = WS-CHARGE - ACC-BALANCE
                 MOVE 0 TO ACC-BALANCE
              END-IF
           END-IF
           IF ACC-OD-USED > ACC-OD-LIMIT
              DISPLAY "WARNING: " ACC-NO " OVERDRAWN "
                 ACC-OD-USED " BEYOND ARRANGED LIMIT "
                 ACC-OD-LIMIT
           END-IF
           REWRITE ACCOUNT-REC
               INVALID KEY DISPLAY "ERROR POSTING FEE TO " ACC-NO
           END-REWRITE
           ADD WS-CHARGE-BASE TO WS-TOTAL-FEES
           PERFORM GET-NEXT-REF-NO
           PERFORM WRITE-FEE-TRANSLOG.

       WRITE-FEE-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              OPEN OUTPUT TRANSLOG
           END-IF
           MOVE WS-REF-NO TO TRANS-REF-NO
           MOVE ACC-NO TO TRANS-ACC-NO
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE WS-CHARGE-TYPE TO TRANS-TYPE
           MOVE WS-CHARGE TO TRANS-AMOUNT
           MOVE ACC-BALANCE TO TRANS-BALANCE
           MOVE 0 TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       WRITE-FEE-DETAIL.
           MOVE WS-AVG-BALANCE TO WS-AVG-DIS
           MOVE WS-MAINT-FEE TO WS-FEE-DIS
           MOVE WS-XS-FEE TO WS-XS-DIS
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WAIVED = "Y"
              STRING ACC-NO " " ACC-TIER "    " WS-AVG-DIS
                     "     WAIVED " WS-XS-DIS " (" WS-XS-COUNT ") "
                     WS-ACC-CCY
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING ACC-NO " " ACC-TIER "    " WS-AVG-DIS
                     " " WS-FEE-DIS " " WS-XS-DIS
                     " (" WS-XS-COUNT ") " WS-ACC-CCY
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC.

       WRITE-NO-RATE-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING ACC-NO " " ACC-TIER "    NO EXCHANGE RATE FOR "
                  WS-ACC-CCY " - NOT CHARGED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC.

       WRITE-FEE-SUMMARY.
           MOVE SPACES TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE WS-MAINT-STD-AMT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT FEE STANDARD  (K) COUNT " WS-MAINT-STD-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE WS-MAINT-PRM-AMT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT FEE PREMIUM   (K) COUNT " WS-MAINT-PRM-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE WS-XS-AMT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCESS ATM WD FEE   (E) COUNT " WS-XS-ACC-COUNT
                  " ITEMS " WS-XS-ITEM-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL FEE INCOME (THB EQUIVALENT) " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS CHECKED " WS-CHECKED-COUNT
                  " MAINT FEE WAIVED " WS-WAIVED-COUNT
                  " NO FX RATE " WS-NO-RATE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCLUDED - CLOSED " WS-CLOSED-COUNT
                  " DORMANT " WS-DORMANT-COUNT
                  " STAFF PRICING " WS-STAFF-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FEE-REPORT-REC
           WRITE FEE-REPORT-REC.

       GET-AVG-MONTH-BALANCE.
           MOVE 0 TO WS-SNAP-SUM
           MOVE 0 TO WS-SNAP-DAYS
           OPEN INPUT BAL-SNAPSHOT
           IF WS-SNAP-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SNAP-EOF
              PERFORM UNTIL WS-SNAP-EOF = "Y"
                  READ BAL-SNAPSHOT
                      AT END MOVE "Y" TO WS-SNAP-EOF
                      NOT AT END
                          IF SN-ACC-NO = ACC-NO
                             AND SN-DATE(1:6) = WS-RUN-PERIOD
                             ADD SN-BALANCE TO WS-SNAP-SUM
                             ADD 1 TO WS-SNAP-DAYS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BAL-SNAPSHOT
           END-IF
           IF WS-SNAP-DAYS > 0
              COMPUTE WS-AVG-BALANCE ROUNDED =
                 WS-SNAP-SUM / WS-SNAP-DAYS
           ELSE
              MOVE ACC-BALANCE TO WS-AVG-BALANCE
           END-IF.

       COUNT-MONTH-WITHDRAWALS.
           MOVE 0 TO WS-WD-COUNT
           MOVE "N" TO WS-CTL-EOF
           OPEN INPUT TLARCH-CTL
           IF WS-TLCTL-STATUS = "35"
              MOVE "Y" TO WS-CTL-EOF
           END-IF
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ TLARCH-CTL
                   AT END MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF TLARCH-CTL-REC(1:6) = WS-RUN-PERIOD
                          MOVE SPACES TO WS-ARCH-FILENAME
                          STRING "TRANSLOG_" DELIMITED BY SIZE
                                 TLARCH-CTL-REC DELIMITED BY SIZE
                                 ".DAT" DELIMITED BY SIZE
                                 INTO WS-ARCH-FILENAME
                          PERFORM SCAN-ARCHIVE-FOR-WD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TLCTL-STATUS NOT = "35"
              CLOSE TLARCH-CTL
           END-IF
           MOVE "N" TO WS-ARCH-EOF
           OPEN INPUT TRANSLOG
           IF WS-TL-STATUS = "35"
              MOVE "Y" TO WS-ARCH-EOF
           END-IF
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ TRANSLOG
                   AT END MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       PERFORM NOTE-WITHDRAWAL
               END-READ
           END-PERFORM
           IF WS-TL-STATUS NOT = "35"
              CLOSE TRANSLOG
           END-IF
           PERFORM EXCLUDE-COUNTER-WD.

       EXCLUDE-COUNTER-WD.
           OPEN INPUT TELLER-JRNL
           IF WS-TLJ-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-ARCH-EOF
              PERFORM UNTIL WS-ARCH-EOF = "Y"
                  READ TELLER-JRNL
                      AT END MOVE "Y" TO WS-ARCH-EOF
                      NOT AT END
                          IF TLJ-ACC-NO = ACC-NO AND TLJ-TYPE = "W"
                             AND TLJ-DATE(1:6) = WS-RUN-PERIOD
                             AND WS-WD-COUNT > 0
                             SUBTRACT 1 FROM WS-WD-COUNT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TELLER-JRNL
           END-IF.

       SCAN-ARCHIVE-FOR-WD.
           OPEN INPUT TRANSLOG-ARCH
           IF WS-ARCH-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-ARCH-EOF
              PERFORM UNTIL WS-ARCH-EOF = "Y"
                  READ TRANSLOG-ARCH INTO TRANSLOG-REC
                      AT END MOVE "Y" TO WS-ARCH-EOF
                      NOT AT END
                          PERFORM NOTE-WITHDRAWAL
                  END-READ
              END-PERFORM
              CLOSE TRANSLOG-ARCH
           END-IF.

       NOTE-WITHDRAWAL.
           IF TRANS-ACC-NO = ACC-NO AND TRANS-TYPE = "W"
              AND TRANS-DATE(1:6) = WS-RUN-PERIOD
              ADD 1 TO WS-WD-COUNT
           END-IF.

       GET-NEXT-REF-NO.
           OPEN I-O TRANS-CTL
           IF WS-TRCTL-STATUS = "35"
              CLOSE TRANS-CTL
              OPEN OUTPUT TRANS-CTL
              MOVE "C" TO TRANS-CTL-KEY
              MOVE 0 TO TRANS-CTL-VALUE
              WRITE TRANS-CTL-REC
              CLOSE TRANS-CTL
              OPEN I-O TRANS-CTL
           END-IF
           MOVE "C" TO TRANS-CTL-KEY
           READ TRANS-CTL
               INVALID KEY
                   MOVE 0 TO TRANS-CTL-VALUE
           END-READ
           ADD 1 TO TRANS-CTL-VALUE
           MOVE TRANS-CTL-VALUE TO WS-REF-NO
           REWRITE TRANS-CTL-REC
               INVALID KEY WRITE TRANS-CTL-REC
           END-REWRITE
           CLOSE TRANS-CTL.

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
              OPEN OUTPUT BUSINESS-DATE
              MOVE WS-BUS-DATE TO BUSINESS-DATE-REC
              WRITE BUSINESS-DATE-REC
              CLOSE BUSINESS-DATE
           END-IF.

       CHECK-ALREADY-CHARGED.
           MOVE 0 TO WS-LAST-PERIOD
           OPEN INPUT FEE-CTL
           IF WS-CTL-STATUS = "00"
              READ FEE-CTL INTO WS-LAST-PERIOD
              END-READ
           END-IF
           CLOSE FEE-CTL.

       UPDATE-LAST-PERIOD.
           OPEN OUTPUT FEE-CTL
           MOVE WS-RUN-PERIOD TO FEE-CTL-REC
           WRITE FEE-CTL-REC
           CLOSE FEE-CTL.

       END PROGRAM MTHFEE.

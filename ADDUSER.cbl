               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT WATCHLIST ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT WATCHLIST-CTL ASSIGN TO "WATCHLIST_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-STATUS.
           SELECT WL-REVIEW ASSIGN TO "WATCHLIST_REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-OP-STATUS.
           SELECT BULK-OPEN-FILE ASSIGN TO "BULK_OPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-STATUS.
           SELECT BULK-EXCEPT ASSIGN TO "BULK_OPEN_EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEX-STATUS.
           SELECT PIN-MAILER ASSIGN TO "PIN_MAILER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINM-STATUS.
           SELECT BULK-REPORT ASSIGN TO "BULK_OPEN_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-OD-USED    PIC 9(8)V99.
           05 ACC-WHT-EXEMPT PIC X(1).
              88 ACC-WHT-IS-EXEMPT VALUE "Y".
           05 ACC-CURRENCY   PIC X(3).

       FD ACC-CTL.
       01 ACC-CTL-REC.
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

       FD CUST-CTL.
       01 CUST-CTL-REC.
       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD FX-RATES.
       01 FX-RATE-REC.
           05 FX-CCY         PIC X(3).
           05 FX-EFF-DATE    PIC 9(8).
           05 FX-BUY-RATE    PIC 9(4)V9(6).
           05 FX-SELL-RATE   PIC 9(4)V9(6).
           05 FX-OPERATOR    PIC X(10).
           05 FX-ENTRY-DATE  PIC 9(8).
           05 FX-ENTRY-TIME  PIC 9(6).

       FD WATCHLIST.
       01 WATCHLIST-REC.
          05 WL-ENTRY-ID    PIC X(10).
          05 WL-NAME        PIC X(30).
          05 WL-LIST-CODE   PIC X(10).

       FD WATCHLIST-CTL.
       01 WATCHLIST-CTL-REC.
          05 WC-VERSION     PIC 9(6).
          05 WC-LOAD-DATE   PIC 9(8).
          05 WC-ENTRIES     PIC 9(6).
          05 WC-SCREENED    PIC 9(6).
          05 WC-SCREEN-DATE PIC 9(8).

       FD WL-REVIEW.
       01 WL-REVIEW-REC.
          05 RV-DATE        PIC 9(8).
          05 RV-TIME        PIC 9(6).
          05 RV-ORIGIN      PIC X(1).
             88 RV-FROM-OPENING  VALUE "O".
             88 RV-FROM-NAME-CHG VALUE "N".
             88 RV-FROM-RESCREEN VALUE "S".
          05 RV-CUST-ID     PIC X(10).
          05 RV-CUST-NAME   PIC X(30).
          05 RV-WL-ID       PIC X(10).
          05 RV-WL-NAME     PIC X(30).
          05 RV-SCORE       PIC 9(3).
          05 RV-WL-VERSION  PIC 9(6).
          05 RV-OPERATOR    PIC X(10).
          05 RV-STATUS      PIC X(1).
             88 RV-PENDING   VALUE "P".
             88 RV-CONFIRMED VALUE "C".
             88 RV-CLEARED   VALUE "F".
          05 RV-REVIEWER    PIC X(10).
          05 RV-REVIEW-DATE PIC 9(8).
          05 RV-ID-DOC      PIC X(13).
          05 RV-PHONE       PIC X(10).
          05 RV-ADDRESS     PIC X(40).
          05 RV-ID-EXPIRY   PIC 9(8).
          05 RV-RISK        PIC X(1).

       FD OPERATOR-MASTER.
       01 OPERATOR-REC.
          05 OP-ID          PIC X(10).
          05 OP-PERM-CLOSE  PIC X(1).
          05 OP-PERM-MAINT  PIC X(1).

       FD BULK-OPEN-FILE.
       01 BULK-OPEN-REC.
           05 BO-NAME        PIC X(30).
           05 BO-ID-DOC      PIC X(13).
           05 BO-TIER        PIC X(1).
           05 BO-DEPOSIT     PIC 9(8)V99.

       FD BULK-EXCEPT.
       01 BULK-EXCEPT-REC.
           05 BEX-ROW-NO     PIC 9(6).
           05 BEX-NAME       PIC X(30).
           05 BEX-ID-DOC     PIC X(13).
           05 BEX-TIER       PIC X(1).
           05 BEX-DEPOSIT    PIC X(10).
           05 BEX-REASON     PIC X(40).
           05 BEX-DATE       PIC 9(8).
           05 BEX-OPERATOR   PIC X(10).

       FD PIN-MAILER.
       01 PIN-MAILER-REC.
           05 PM-ACC-NO      PIC X(10).
           05 PM-CUST-ID     PIC X(10).
           05 PM-NAME        PIC X(30).
           05 PM-PIN         PIC X(4).
           05 PM-ISSUE-DATE  PIC 9(8).

       FD BULK-REPORT.
       01 BULK-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BUSDT-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-PIN-OK              PIC X VALUE "N".
       01 WS-OPERATOR-ID         PIC X(10).
       01 WS-NEW-ACC-TIER        PIC X(1) VALUE "S".
       01 WS-NEW-ACC-CCY         PIC X(3) VALUE "THB".
       01 WS-BASE-CCY            PIC X(3) VALUE "THB".
       01 WS-CCY-OK              PIC X VALUE "N".
       01 WS-FX-STATUS           PIC XX VALUE SPACES.
       01 WS-FX-EOF              PIC X VALUE "N".
       01 WS-CUST-STATUS         PIC XX VALUE SPACES.
       01 WS-CUSTCTL-STATUS      PIC XX VALUE SPACES.
       01 WS-CUST-ID             PIC X(10) VALUE SPACES.
       01 WS-LINK-STATUS         PIC XX VALUE SPACES.
       01 WS-LINK-ROLE           PIC X(1) VALUE "P".
       01 WS-MORE-HOLDERS        PIC X VALUE "N".
       01 WS-KYC-OVERDUE         PIC X VALUE "N".
       01 WS-KYC-YEARS           PIC 9 VALUE 0.
       01 WS-KYC-DUE-DATE        PIC 9(8) VALUE 0.
       01 WS-WL-HELD             PIC X VALUE "N".
       01 WS-WL-STATUS           PIC XX VALUE SPACES.
       01 WS-WL-EOF              PIC X VALUE "N".
       01 WS-WC-STATUS           PIC XX VALUE SPACES.
       01 WS-RV-STATUS           PIC XX VALUE SPACES.
       01 WS-SCR-NAME            PIC X(30) VALUE SPACES.
       01 WS-SCR-WORK            PIC X(30) VALUE SPACES.
       01 WS-SCR-CAND-COUNT      PIC 9 VALUE 0.
       01 WS-SCR-CAND-TABLE.
          05 WS-SCR-CAND OCCURS 6 TIMES PIC X(15).
       01 WS-SCR-LIST-COUNT      PIC 9 VALUE 0.
       01 WS-SCR-LIST-TABLE.
          05 WS-SCR-LIST OCCURS 6 TIMES PIC X(15).
       01 WS-SCR-I               PIC 9 VALUE 0.
       01 WS-SCR-J               PIC 9 VALUE 0.
       01 WS-SCR-POS             PIC 99 VALUE 0.
       01 WS-SCR-LEN-A           PIC 99 VALUE 0.
       01 WS-SCR-LEN-B           PIC 99 VALUE 0.
       01 WS-SCR-DIFFS           PIC 99 VALUE 0.
       01 WS-SCR-TOK-HIT         PIC X VALUE "N".
       01 WS-SCR-HITS            PIC 9 VALUE 0.
       01 WS-SCR-SCORE           PIC 9(3) VALUE 0.
       01 WS-SCR-THRESHOLD       PIC 9(3) VALUE 75.
       01 WS-SCR-BEST-SCORE      PIC 9(3) VALUE 0.
       01 WS-SCR-BEST-ID         PIC X(10) VALUE SPACES.
       01 WS-SCR-BEST-NAME       PIC X(30) VALUE SPACES.
       01 WS-SCR-VERSION         PIC 9(6) VALUE 0.
       01 WS-SCR-HIT             PIC X VALUE "N".

       01 WS-OPEN-MODE           PIC X VALUE "1".
       01 WS-BULK-MODE           PIC X VALUE "N".
       01 WS-BULK-STATUS         PIC XX VALUE SPACES.
       01 WS-BEX-STATUS          PIC XX VALUE SPACES.
       01 WS-PINM-STATUS         PIC XX VALUE SPACES.
       01 WS-BULK-EOF            PIC X VALUE "N".
       01 WS-CUST-EOF            PIC X VALUE "N".
       01 WS-BULK-REASON         PIC X(40) VALUE SPACES.
       01 WS-BULK-ROWS           PIC 9(6) VALUE 0.
       01 WS-BULK-OPENED         PIC 9(6) VALUE 0.
       01 WS-BULK-REJECTED       PIC 9(6) VALUE 0.
       01 WS-BULK-NEW-CUST       PIC 9(6) VALUE 0.
       01 WS-BULK-OLD-CUST       PIC 9(6) VALUE 0.
       01 WS-BULK-STD-COUNT      PIC 9(6) VALUE 0.
       01 WS-BULK-PRM-COUNT      PIC 9(6) VALUE 0.
       01 WS-BULK-TOTAL          PIC 9(10)V99 VALUE 0.
       01 WS-BULK-REJ-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-BULK-AMT-DIS        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BULK-LINE           PIC X(100) VALUE SPACES.
       01 WS-PIN-SEED            PIC 9(8) VALUE 0.
       01 WS-PIN-RANDOM          PIC V9(9) VALUE 0.
       01 WS-PIN-NUM             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM GET-BUSINESS-DATE

           DISPLAY "OPENING MODE (1 = SINGLE ACCOUNT, "
              "2 = BULK FROM BULK_OPEN.DAT): "
           ACCEPT WS-OPEN-MODE
           IF WS-OPEN-MODE = "2"
              PERFORM BULK-ACCOUNT-OPENING
              STOP RUN
           END-IF

           PERFORM RESOLVE-CUSTOMER
           PERFORM GET-NEXT-ACC-NO
           DISPLAY "NEW ACCOUNT NUMBER: " WS-NEW-ACC-NO
              MOVE "S" TO WS-NEW-ACC-TIER
           END-IF

           PERFORM ACCEPT-ACC-CURRENCY

           PERFORM BUILD-NEW-ACCOUNT-REC

           PERFORM OPEN-ACCOUNTS-FOR-ADD


           STOP RUN.

       BUILD-NEW-ACCOUNT-REC.
           MOVE WS-NEW-ACC-NO      TO ACC-NO
           MOVE WS-NEW-ACC-PIN     TO ACC-PIN
           MOVE WS-NEW-ACC-NAME    TO ACC-NAME
           MOVE WS-NEW-ACC-BALAN   TO ACC-BALANCE
           SET ACC-ACTIVE          TO TRUE
           MOVE 0                  TO ACC-FAIL-COUNT
           MOVE WS-NEW-ACC-TIER    TO ACC-TIER
           MOVE WS-CUST-ID         TO ACC-CUST-ID
           MOVE 0                  TO ACC-OD-LIMIT
           MOVE 0                  TO ACC-OD-USED
           MOVE "N"                TO ACC-WHT-EXEMPT
           MOVE WS-NEW-ACC-CCY     TO ACC-CURRENCY.

       BULK-ACCOUNT-OPENING.
           OPEN INPUT BULK-OPEN-FILE
           IF WS-BULK-STATUS = "35"
              DISPLAY "NO BULK_OPEN.DAT ON FILE. NOTHING OPENED."
              CLOSE BULK-OPEN-FILE
           ELSE
              MOVE "Y" TO WS-BULK-MODE
              MOVE WS-BASE-CCY TO WS-NEW-ACC-CCY
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-PIN-SEED
              COMPUTE WS-PIN-RANDOM = FUNCTION RANDOM(WS-PIN-SEED)
              OPEN OUTPUT BULK-EXCEPT
              OPEN EXTEND PIN-MAILER
              IF WS-PINM-STATUS = "35"
                 OPEN OUTPUT PIN-MAILER
              END-IF
              PERFORM OPEN-ACCOUNTS-FOR-ADD
              MOVE "N" TO WS-BULK-EOF
              PERFORM UNTIL WS-BULK-EOF = "Y"
                  READ BULK-OPEN-FILE
                      AT END MOVE "Y" TO WS-BULK-EOF
                      NOT AT END
                          ADD 1 TO WS-BULK-ROWS
                          PERFORM BULK-OPEN-ONE-ROW
                  END-READ
              END-PERFORM
              CLOSE ACCOUNTS-FILE
              CLOSE PIN-MAILER
              CLOSE BULK-EXCEPT
              CLOSE BULK-OPEN-FILE
              CALL "SYSTEM" USING "chmod 600 PIN_MAILER.DAT"
              PERFORM WRITE-BULK-REPORT
              DISPLAY "BULK OPENING COMPLETE. ROWS READ: "
                 WS-BULK-ROWS
              DISPLAY "ACCOUNTS OPENED: " WS-BULK-OPENED
                 "  REJECTED: " WS-BULK-REJECTED
              DISPLAY "CONTROL REPORT IN BULK_OPEN_REPORT.TXT, "
                 "REJECTIONS IN BULK_OPEN_EXCEPT.DAT"
           END-IF.

       BULK-OPEN-ONE-ROW.
           MOVE SPACES TO WS-BULK-REASON
           MOVE "N" TO WS-WL-HELD
           MOVE "N" TO WS-KYC-OVERDUE
           EVALUATE TRUE
              WHEN BO-NAME = SPACES
                 MOVE "NAME MISSING" TO WS-BULK-REASON
              WHEN BO-ID-DOC = SPACES
                 MOVE "ID DOCUMENT MISSING" TO WS-BULK-REASON
              WHEN BO-TIER NOT = "S" AND BO-TIER NOT = "P"
                 AND BO-TIER NOT = SPACE
                 MOVE "INVALID TIER" TO WS-BULK-REASON
              WHEN BO-DEPOSIT NOT NUMERIC
                 MOVE "INVALID OPENING DEPOSIT" TO WS-BULK-REASON
           END-EVALUATE
           IF WS-BULK-REASON = SPACES
              PERFORM RESOLVE-CUSTOMER
              IF WS-WL-HELD = "Y"
                 MOVE "HELD FOR COMPLIANCE REVIEW"
                    TO WS-BULK-REASON
              END-IF
              IF WS-KYC-OVERDUE = "Y"
                 MOVE "CUSTOMER OVERDUE FOR KYC REVIEW"
                    TO WS-BULK-REASON
              END-IF
           END-IF
           IF WS-BULK-REASON = SPACES
              PERFORM GET-NEXT-ACC-NO
              PERFORM GENERATE-RANDOM-PIN
              MOVE BO-NAME TO WS-NEW-ACC-NAME
              MOVE BO-DEPOSIT TO WS-NEW-ACC-BALAN
              IF BO-TIER = "P"
                 MOVE "P" TO WS-NEW-ACC-TIER
              ELSE
                 MOVE "S" TO WS-NEW-ACC-TIER
              END-IF
              PERFORM BUILD-NEW-ACCOUNT-REC
              WRITE ACCOUNT-REC
                  INVALID KEY
                      MOVE "ACCOUNT NUMBER ALREADY EXISTS"
                         TO WS-BULK-REASON
                  NOT INVALID KEY
                      PERFORM WRITE-AUDIT-LOG
                      PERFORM GET-NEXT-REF-NO
                      PERFORM WRITE-OPENING-TRANSLOG
                      MOVE "P" TO WS-LINK-ROLE
                      PERFORM WRITE-ACC-CUST-LINK
                      PERFORM WRITE-PIN-MAILER
                      ADD 1 TO WS-BULK-OPENED
                      ADD WS-NEW-ACC-BALAN TO WS-BULK-TOTAL
                      IF WS-NEW-ACC-TIER = "P"
                         ADD 1 TO WS-BULK-PRM-COUNT
                      ELSE
                         ADD 1 TO WS-BULK-STD-COUNT
                      END-IF
              END-WRITE
           END-IF
           IF WS-BULK-REASON NOT = SPACES
              PERFORM WRITE-BULK-EXCEPTION
           END-IF.

       FIND-CUSTOMER-BY-DOC.
           MOVE "N" TO WS-CUST-FOUND
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              CLOSE CUST-MASTER
           ELSE
              MOVE "N" TO WS-CUST-EOF
              PERFORM UNTIL WS-CUST-EOF = "Y"
                  READ CUST-MASTER NEXT RECORD
                      AT END MOVE "Y" TO WS-CUST-EOF
                      NOT AT END
                          IF CUST-ID-DOC = BO-ID-DOC
                             MOVE "Y" TO WS-CUST-FOUND
                             MOVE "Y" TO WS-CUST-EOF
                             MOVE CUST-ID TO WS-CUST-ID
                             PERFORM CHECK-KYC-OVERDUE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CUST-MASTER
           END-IF.

       GENERATE-RANDOM-PIN.
           COMPUTE WS-PIN-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PIN-NUM = WS-PIN-RANDOM * 10000
           MOVE WS-PIN-NUM TO WS-NEW-ACC-PIN.

       WRITE-PIN-MAILER.
           MOVE WS-NEW-ACC-NO TO PM-ACC-NO
           MOVE WS-CUST-ID TO PM-CUST-ID
           MOVE BO-NAME TO PM-NAME
           MOVE WS-NEW-ACC-PIN TO PM-PIN
           MOVE WS-BUS-DATE TO PM-ISSUE-DATE
           WRITE PIN-MAILER-REC.

       WRITE-BULK-EXCEPTION.
           ADD 1 TO WS-BULK-REJECTED
           IF BO-DEPOSIT NUMERIC
              ADD BO-DEPOSIT TO WS-BULK-REJ-TOTAL
           END-IF
           MOVE WS-BULK-ROWS TO BEX-ROW-NO
           MOVE BO-NAME TO BEX-NAME
           MOVE BO-ID-DOC TO BEX-ID-DOC
           MOVE BO-TIER TO BEX-TIER
           MOVE BULK-OPEN-REC(45:10) TO BEX-DEPOSIT
           MOVE WS-BULK-REASON TO BEX-REASON
           MOVE WS-BUS-DATE TO BEX-DATE
           MOVE WS-OPERATOR-ID TO BEX-OPERATOR
           WRITE BULK-EXCEPT-REC.

       WRITE-BULK-REPORT.
           OPEN OUTPUT BULK-REPORT
           MOVE SPACES TO WS-BULK-LINE
           STRING "BULK ACCOUNT OPENING CONTROL REPORT - BUSINESS "
                  "DATE " WS-BUS-DATE " OPERATOR " WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE SPACES TO WS-BULK-LINE
           STRING "INPUT ROWS READ:            " WS-BULK-ROWS
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE SPACES TO WS-BULK-LINE
           STRING "ACCOUNTS OPENED:            " WS-BULK-OPENED
                  "   STANDARD: " WS-BULK-STD-COUNT
                  "   PREMIUM: " WS-BULK-PRM-COUNT
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE SPACES TO WS-BULK-LINE
           STRING "CUSTOMERS CREATED:          " WS-BULK-NEW-CUST
                  "   EXISTING CUSTOMERS USED: " WS-BULK-OLD-CUST
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE SPACES TO WS-BULK-LINE
           STRING "ROWS REJECTED:              " WS-BULK-REJECTED
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE WS-BULK-TOTAL TO WS-BULK-AMT-DIS
           MOVE SPACES TO WS-BULK-LINE
           STRING "TOTAL OPENING DEPOSITS:     " WS-BULK-AMT-DIS
                  " " WS-BASE-CCY
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           MOVE WS-BULK-REJ-TOTAL TO WS-BULK-AMT-DIS
           MOVE SPACES TO WS-BULK-LINE
           STRING "DEPOSITS ON REJECTED ROWS:  " WS-BULK-AMT-DIS
                  " " WS-BASE-CCY
                  DELIMITED BY SIZE INTO WS-BULK-LINE
           MOVE WS-BULK-LINE TO BULK-REPORT-REC
           WRITE BULK-REPORT-REC
           CLOSE BULK-REPORT.

       WRITE-ACC-CUST-LINK.
           OPEN EXTEND ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"
                  ACCEPT WS-CUST-EXISTING
                  IF WS-CUST-EXISTING = "Y"
                     PERFORM CREATE-CUSTOMER
                     IF WS-WL-HELD = "N"
                        MOVE "Y" TO WS-CUST-FOUND
                     END-IF
                  END-IF
               END-IF
               IF WS-CUST-FOUND = "Y" AND WS-KYC-OVERDUE = "Y"
                  DISPLAY "JOINT HOLDER IS OVERDUE FOR KYC REVIEW. "
                     "NOT ATTACHED."
                  MOVE "N" TO WS-CUST-FOUND
                  MOVE "N" TO WS-KYC-OVERDUE
               END-IF
               IF WS-CUST-FOUND = "Y"
                  MOVE "J" TO WS-LINK-ROLE
                  PERFORM WRITE-ACC-CUST-LINK
           END-PERFORM.

       RESOLVE-CUSTOMER.
           IF WS-BULK-MODE = "Y"
              PERFORM FIND-CUSTOMER-BY-DOC
              IF WS-CUST-FOUND = "Y"
                 ADD 1 TO WS-BULK-OLD-CUST
              ELSE
                 PERFORM CREATE-CUSTOMER
                 IF WS-WL-HELD = "N"
                    ADD 1 TO WS-BULK-NEW-CUST
                 END-IF
              END-IF
           ELSE
              DISPLAY "EXISTING CUSTOMER? (Y/N): "
              ACCEPT WS-CUST-EXISTING
              IF WS-CUST-EXISTING = "Y"
                 PERFORM LOOKUP-CUSTOMER
                 PERFORM UNTIL WS-CUST-FOUND = "Y"
                     DISPLAY "TRY AGAIN? (Y/N): "
                     ACCEPT WS-CUST-EXISTING
                     IF WS-CUST-EXISTING = "Y"
                        PERFORM LOOKUP-CUSTOMER
                     ELSE
                        PERFORM CREATE-CUSTOMER
                        MOVE "Y" TO WS-CUST-FOUND
                     END-IF
                 END-PERFORM
              ELSE
                 PERFORM CREATE-CUSTOMER
              END-IF
           END-IF
           IF WS-WL-HELD = "Y"
              DISPLAY "CUSTOMER " WS-CUST-ID " HELD FOR COMPLIANCE "
                 "REVIEW. ACCOUNT NOT OPENED."
              IF WS-BULK-MODE NOT = "Y"
                 STOP RUN
              END-IF
           END-IF
           IF WS-KYC-OVERDUE = "Y"
              DISPLAY "CUSTOMER " WS-CUST-ID " IS OVERDUE FOR KYC "
                 "REVIEW. NO NEW ACCOUNT UNTIL REVIEWED."
              IF WS-BULK-MODE NOT = "Y"
                 STOP RUN
              END-IF
           END-IF.

       CHECK-KYC-OVERDUE.
           MOVE "N" TO WS-KYC-OVERDUE
           IF CUST-LAST-REVIEW NOT NUMERIC
              MOVE 0 TO CUST-LAST-REVIEW
           END-IF
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH MOVE 1 TO WS-KYC-YEARS
               WHEN CUST-RISK-LOW  MOVE 5 TO WS-KYC-YEARS
               WHEN OTHER          MOVE 3 TO WS-KYC-YEARS
           END-EVALUATE
           IF CUST-LAST-REVIEW > 0
              COMPUTE WS-KYC-DUE-DATE =
                 CUST-LAST-REVIEW + WS-KYC-YEARS * 10000
              IF WS-KYC-DUE-DATE < WS-BUS-DATE
                 MOVE "Y" TO WS-KYC-OVERDUE
              END-IF
           END-IF
           IF CUST-KYC-REVIEW-DUE
              MOVE "Y" TO WS-KYC-OVERDUE
           END-IF
           IF CUST-KYC-ID-EXPIRED
              DISPLAY "WARNING: ID DOCUMENT ON FILE HAS EXPIRED."
           END-IF.

       LOOKUP-CUSTOMER.
                  NOT INVALID KEY
                      DISPLAY "CUSTOMER: " CUST-NAME
                      MOVE "Y" TO WS-CUST-FOUND
                      PERFORM CHECK-KYC-OVERDUE
              END-READ
              CLOSE CUST-MASTER
           END-IF.
           PERFORM GET-NEXT-CUST-NO
           DISPLAY "NEW CUSTOMER ID: " WS-CUST-ID
           MOVE WS-CUST-ID TO CUST-ID
           IF WS-BULK-MODE = "Y"
              MOVE BO-NAME TO CUST-NAME
              MOVE BO-ID-DOC TO CUST-ID-DOC
              MOVE SPACES TO CUST-PHONE
              MOVE SPACES TO CUST-ADDRESS
              MOVE 0 TO CUST-ID-EXPIRY
              SET CUST-RISK-MED TO TRUE
           ELSE
              DISPLAY "ENTER FULL NAME (30 CHAR): "
              ACCEPT CUST-NAME
              DISPLAY "ENTER ID DOCUMENT NUMBER (13 CHAR): "
              ACCEPT CUST-ID-DOC
              DISPLAY "ENTER PHONE (10 CHAR): "
              ACCEPT CUST-PHONE
              DISPLAY "ENTER ADDRESS (40 CHAR): "
              ACCEPT CUST-ADDRESS
              DISPLAY "ENTER ID DOCUMENT EXPIRY (YYYYMMDD): "
              ACCEPT CUST-ID-EXPIRY
              DISPLAY "ENTER RISK RATING (L/M/H): "
              ACCEPT CUST-RISK
           END-IF
           IF NOT CUST-RISK-LOW AND NOT CUST-RISK-HIGH
              SET CUST-RISK-MED TO TRUE
           END-IF
           MOVE WS-BUS-DATE TO CUST-LAST-REVIEW
           MOVE SPACES TO CUST-KYC-FLAG
           MOVE "N" TO WS-KYC-OVERDUE
           MOVE "N" TO WS-WL-HELD
           MOVE CUST-NAME TO WS-SCR-NAME
           PERFORM SCREEN-CUSTOMER-NAME
           IF WS-SCR-HIT = "Y"
              PERFORM QUEUE-OPENING-HIT
              MOVE "Y" TO WS-WL-HELD
              DISPLAY "POSSIBLE WATCHLIST MATCH: " WS-SCR-BEST-NAME
              DISPLAY "CUSTOMER NOT CREATED - QUEUED FOR "
                 "COMPLIANCE REVIEW."
           ELSE
              OPEN I-O CUST-MASTER
              IF WS-CUST-STATUS = "35"
                 CLOSE CUST-MASTER
                 OPEN OUTPUT CUST-MASTER
                 CLOSE CUST-MASTER
                 OPEN I-O CUST-MASTER
              END-IF
              WRITE CUSTOMER-REC
                  INVALID KEY
                      DISPLAY "ERROR CREATING CUSTOMER."
                  NOT INVALID KEY
                      DISPLAY "CUSTOMER CREATED."
              END-WRITE
              CLOSE CUST-MASTER
           END-IF.

       QUEUE-OPENING-HIT.
           OPEN EXTEND WL-REVIEW
           IF WS-RV-STATUS = "35"
              OPEN OUTPUT WL-REVIEW
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RV-TIME
           SET RV-FROM-OPENING TO TRUE
           MOVE CUST-ID TO RV-CUST-ID
           MOVE CUST-NAME TO RV-CUST-NAME
           MOVE WS-SCR-BEST-ID TO RV-WL-ID
           MOVE WS-SCR-BEST-NAME TO RV-WL-NAME
           MOVE WS-SCR-BEST-SCORE TO RV-SCORE
           MOVE WS-SCR-VERSION TO RV-WL-VERSION
           MOVE WS-OPERATOR-ID TO RV-OPERATOR
           SET RV-PENDING TO TRUE
           MOVE SPACES TO RV-REVIEWER
           MOVE 0 TO RV-REVIEW-DATE
           MOVE CUST-ID-DOC TO RV-ID-DOC
           MOVE CUST-PHONE TO RV-PHONE
           MOVE CUST-ADDRESS TO RV-ADDRESS
           MOVE CUST-ID-EXPIRY TO RV-ID-EXPIRY
           MOVE CUST-RISK TO RV-RISK
           WRITE WL-REVIEW-REC
           CLOSE WL-REVIEW.

       SCREEN-CUSTOMER-NAME.
           MOVE "N" TO WS-SCR-HIT
           MOVE 0 TO WS-SCR-BEST-SCORE
           MOVE SPACES TO WS-SCR-BEST-ID
           MOVE SPACES TO WS-SCR-BEST-NAME
           MOVE 0 TO WS-SCR-VERSION
           OPEN INPUT WATCHLIST-CTL
           IF WS-WC-STATUS = "00"
              READ WATCHLIST-CTL
                  AT END CONTINUE
                  NOT AT END MOVE WC-VERSION TO WS-SCR-VERSION
              END-READ
              CLOSE WATCHLIST-CTL
           END-IF
           PERFORM SPLIT-CANDIDATE-NAME
           OPEN INPUT WATCHLIST
           IF WS-WL-STATUS = "35"
              DISPLAY "WARNING: NO WATCHLIST LOADED - NAME NOT "
                 "SCREENED."
           ELSE
              MOVE "N" TO WS-WL-EOF
              PERFORM UNTIL WS-WL-EOF = "Y"
                  READ WATCHLIST
                      AT END MOVE "Y" TO WS-WL-EOF
                      NOT AT END
                          MOVE WL-NAME TO WS-SCR-WORK
                          PERFORM SCORE-LIST-NAME
                          IF WS-SCR-SCORE > WS-SCR-BEST-SCORE
                             MOVE WS-SCR-SCORE TO WS-SCR-BEST-SCORE
                             MOVE WL-ENTRY-ID TO WS-SCR-BEST-ID
                             MOVE WL-NAME TO WS-SCR-BEST-NAME
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WATCHLIST
           END-IF
           IF WS-SCR-BEST-SCORE >= WS-SCR-THRESHOLD
              MOVE "Y" TO WS-SCR-HIT
           END-IF.

       SPLIT-CANDIDATE-NAME.
           MOVE WS-SCR-NAME TO WS-SCR-WORK
           INSPECT WS-SCR-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,-'/"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
           MOVE SPACES TO WS-SCR-CAND-TABLE
           MOVE 0 TO WS-SCR-CAND-COUNT
           UNSTRING WS-SCR-WORK DELIMITED BY ALL SPACE
              INTO WS-SCR-CAND(1) WS-SCR-CAND(2) WS-SCR-CAND(3)
                   WS-SCR-CAND(4) WS-SCR-CAND(5) WS-SCR-CAND(6)
              TALLYING IN WS-SCR-CAND-COUNT
           END-UNSTRING.

       SCORE-LIST-NAME.
           INSPECT WS-SCR-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,-'/"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
           MOVE SPACES TO WS-SCR-LIST-TABLE
           UNSTRING WS-SCR-WORK DELIMITED BY ALL SPACE
              INTO WS-SCR-LIST(1) WS-SCR-LIST(2) WS-SCR-LIST(3)
                   WS-SCR-LIST(4) WS-SCR-LIST(5) WS-SCR-LIST(6)
           END-UNSTRING
           MOVE 0 TO WS-SCR-LIST-COUNT
           MOVE 0 TO WS-SCR-HITS
           MOVE 0 TO WS-SCR-SCORE
           PERFORM VARYING WS-SCR-I FROM 1 BY 1 UNTIL WS-SCR-I > 6
               IF WS-SCR-LIST(WS-SCR-I) NOT = SPACES
                  ADD 1 TO WS-SCR-LIST-COUNT
                  MOVE "N" TO WS-SCR-TOK-HIT
                  PERFORM VARYING WS-SCR-J FROM 1 BY 1
                        UNTIL WS-SCR-J > 6 OR WS-SCR-TOK-HIT = "Y"
                      IF WS-SCR-CAND(WS-SCR-J) NOT = SPACES
                         PERFORM MATCH-TOKEN-PAIR
                      END-IF
                  END-PERFORM
                  IF WS-SCR-TOK-HIT = "Y"
                     ADD 1 TO WS-SCR-HITS
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SCR-LIST-COUNT > 0
              COMPUTE WS-SCR-SCORE =
                 WS-SCR-HITS * 100 / WS-SCR-LIST-COUNT
           END-IF.

       MATCH-TOKEN-PAIR.
           IF WS-SCR-LIST(WS-SCR-I) = WS-SCR-CAND(WS-SCR-J)
              MOVE "Y" TO WS-SCR-TOK-HIT
           ELSE
              MOVE 0 TO WS-SCR-LEN-A
              MOVE 0 TO WS-SCR-LEN-B
              INSPECT WS-SCR-LIST(WS-SCR-I) TALLYING WS-SCR-LEN-A
                 FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT WS-SCR-CAND(WS-SCR-J) TALLYING WS-SCR-LEN-B
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-SCR-LEN-A = WS-SCR-LEN-B AND WS-SCR-LEN-A >= 4
                 MOVE 0 TO WS-SCR-DIFFS
                 PERFORM VARYING WS-SCR-POS FROM 1 BY 1
                       UNTIL WS-SCR-POS > WS-SCR-LEN-A
                     IF WS-SCR-LIST(WS-SCR-I)(WS-SCR-POS:1) NOT =
                        WS-SCR-CAND(WS-SCR-J)(WS-SCR-POS:1)
                        ADD 1 TO WS-SCR-DIFFS
                     END-IF
                 END-PERFORM
                 IF WS-SCR-DIFFS <= 1
                    MOVE "Y" TO WS-SCR-TOK-HIT
                 END-IF
              END-IF
           END-IF.

       GET-NEXT-CUST-NO.
           OPEN I-O CUST-CTL
           CLOSE ACC-CTL
           MOVE WS-NEXT-ACC-NO TO WS-NEW-ACC-NO.

       ACCEPT-ACC-CURRENCY.
           MOVE "N" TO WS-CCY-OK
           PERFORM UNTIL WS-CCY-OK = "Y"
               DISPLAY "ENTER ACCOUNT CURRENCY (BLANK = THB): "
               MOVE SPACES TO WS-NEW-ACC-CCY
               ACCEPT WS-NEW-ACC-CCY
               IF WS-NEW-ACC-CCY = SPACES
                  MOVE WS-BASE-CCY TO WS-NEW-ACC-CCY
               END-IF
               IF WS-NEW-ACC-CCY = WS-BASE-CCY
                  MOVE "Y" TO WS-CCY-OK
               ELSE
                  PERFORM CHECK-CURRENCY-RATED
                  IF WS-CCY-OK NOT = "Y"
                     DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                        WS-NEW-ACC-CCY
                  END-IF
               END-IF
           END-PERFORM.

       CHECK-CURRENCY-RATED.
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-RATES
           IF WS-FX-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-RATES
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FX-CCY = WS-NEW-ACC-CCY
                          AND FX-EFF-DATE NOT > WS-BUS-DATE
                          MOVE "Y" TO WS-CCY-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-STATUS NOT = "35"
              CLOSE FX-RATES
           END-IF.

       ACCEPT-AND-VALIDATE-PIN.
           MOVE "N" TO WS-PIN-OK
           PERFORM UNTIL WS-PIN-OK = "Y"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           IF WS-NEW-ACC-CCY = WS-BASE-CCY
              STRING "OPENING DEPOSIT: + " WS-NEW-ACC-BALAN " BAHT"
                     DELIMITED BY SIZE
                     INTO SLIP-REC
           ELSE
              STRING "OPENING DEPOSIT: + " WS-NEW-ACC-BALAN " "
                     WS-NEW-ACC-CCY
                     DELIMITED BY SIZE
                     INTO SLIP-REC
           END-IF
           WRITE SLIP-REC
           MOVE "   *** THANK YOU ***" TO SLIP-REC
           WRITE SLIP-REC

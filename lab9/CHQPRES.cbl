       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQPRES.

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
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT CHEQUE-BOOKS ASSIGN TO "CHEQUE_BOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT CHEQUE-STOPS ASSIGN TO "CHEQUE_STOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT CHEQUE-PAID ASSIGN TO "CHEQUE_PAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT CHEQUE-INWARD ASSIGN TO "CHEQUE_INWARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-STATUS.
           SELECT CHEQUE-RETURNS ASSIGN TO "CHEQUE_RETURNS_OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT PRESENT-REPORT
               ASSIGN TO "CHEQUE_PRESENTMENT_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ALERT-PREFS ASSIGN TO "ALERT_PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CUST-ID
               FILE STATUS IS WS-AP-STATUS.
           SELECT ALERT-OUTBOX ASSIGN TO "ALERT_OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO "LEGAL_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

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

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD CHEQUE-BOOKS.
       01 CHEQUE-BOOK-REC.
          05 CB-ACC-NO       PIC X(10).
          05 CB-FIRST-NO     PIC 9(7).
          05 CB-LAST-NO      PIC 9(7).
          05 CB-ISSUE-DATE   PIC 9(8).
          05 CB-OPERATOR     PIC X(10).
          05 CB-STATUS       PIC X(1).
             88 CB-ACTIVE    VALUE "A".
             88 CB-CANCELLED VALUE "C".

       FD CHEQUE-STOPS.
       01 CHEQUE-STOP-REC.
          05 CS-ACC-NO       PIC X(10).
          05 CS-FROM-NO      PIC 9(7).
          05 CS-TO-NO        PIC 9(7).
          05 CS-DATE         PIC 9(8).
          05 CS-TIME         PIC 9(6).
          05 CS-OPERATOR     PIC X(10).
          05 CS-REASON       PIC X(20).
          05 CS-STATUS       PIC X(1).
             88 CS-ACTIVE    VALUE "A".
             88 CS-LIFTED    VALUE "X".
          05 CS-LIFT-OP      PIC X(10).
          05 CS-LIFT-DATE    PIC 9(8).

       FD CHEQUE-PAID.
       01 CHEQUE-PAID-REC.
          05 CP-ACC-NO       PIC X(10).
          05 CP-CHQ-NO       PIC 9(7).
          05 CP-AMOUNT       PIC 9(8)V99.
          05 CP-DATE         PIC 9(8).
          05 CP-REF-NO       PIC 9(10).
          05 CP-ITEM-REF     PIC X(12).

       FD CHEQUE-INWARD.
       01 CHEQUE-INWARD-REC.
          05 CI-ACC-NO       PIC X(10).
          05 CI-CHQ-NO       PIC 9(7).
          05 CI-AMOUNT       PIC 9(8)V99.
          05 CI-BANK-CODE    PIC X(3).
          05 CI-ITEM-REF     PIC X(12).

       FD CHEQUE-RETURNS.
       01 CHEQUE-RETURN-REC.
          05 CR-ITEM-REF     PIC X(12).
          05 CR-BANK-CODE    PIC X(3).
          05 CR-ACC-NO       PIC X(10).
          05 CR-CHQ-NO       PIC 9(7).
          05 CR-AMOUNT       PIC 9(8)V99.
          05 CR-DATE         PIC 9(8).
          05 CR-REASON       PIC X(2).
          05 CR-REASON-TEXT  PIC X(30).

       FD PRESENT-REPORT.
       01 PRESENT-REPORT-REC PIC X(100).

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

       FD ALERT-PREFS.
       01 ALERT-PREF-REC.
          05 AP-CUST-ID      PIC X(10).
          05 AP-OPT-LARGE    PIC X(1).
          05 AP-OPT-LOWBAL   PIC X(1).
          05 AP-OPT-SECURITY PIC X(1).
          05 AP-OPT-SO       PIC X(1).
          05 AP-OPT-CHEQUE   PIC X(1).
          05 AP-OPT-FRAUD    PIC X(1).
          05 AP-LARGE-LIMIT  PIC 9(8)V99.
          05 AP-LOW-LEVEL    PIC 9(8)V99.
          05 AP-UPD-DATE     PIC 9(8).
          05 AP-UPD-OPER     PIC X(10).

       FD ALERT-OUTBOX.
       01 ALERT-OUTBOX-REC.
          05 AO-DATE         PIC 9(8).
          05 AO-TIME         PIC 9(6).
          05 AO-ALERT-TYPE   PIC X(2).
             88 AO-LARGE-WD    VALUE "LW".
             88 AO-LARGE-TRF   VALUE "LT".
             88 AO-LOW-BALANCE VALUE "LB".
             88 AO-CARD-LOCKED VALUE "CL".
             88 AO-SO-FAILED   VALUE "SO".
             88 AO-CHQ-RETURN  VALUE "CR".
             88 AO-FRAUD-FLAG  VALUE "FR".
          05 AO-CUST-ID      PIC X(10).
          05 AO-ACC-NO       PIC X(10).
          05 AO-PHONE        PIC X(10).
          05 AO-AMOUNT       PIC 9(8)V99.
          05 AO-MESSAGE      PIC X(60).
          05 AO-STATUS       PIC X(1).
             88 AO-PENDING     VALUE "P".
             88 AO-SENT        VALUE "S".

       FD LEGAL-HOLDS.
       01 LEGAL-HOLD-REC.
          05 LH-HOLD-NO      PIC 9(6).
          05 LH-ACC-NO       PIC X(10).
          05 LH-AMOUNT       PIC 9(8)V99.
          05 LH-TYPE         PIC X(1).
             88 LH-GARNISHEE   VALUE "G".
             88 LH-LIEN        VALUE "L".
             88 LH-OTHER       VALUE "O".
          05 LH-REASON       PIC X(30).
          05 LH-REFERENCE    PIC X(20).
          05 LH-START        PIC 9(8).
          05 LH-EXPIRY       PIC 9(8).
          05 LH-STATE        PIC X(1).
             88 LH-PENDING     VALUE "P".
             88 LH-ACTIVE      VALUE "A".
             88 LH-REL-PENDING VALUE "Q".
             88 LH-RELEASED    VALUE "R".
             88 LH-EXPIRED     VALUE "E".
             88 LH-REJECTED    VALUE "X".
          05 LH-MAKER        PIC X(10).
          05 LH-CHECKER      PIC X(10).
          05 LH-END-DATE     PIC 9(8).
          05 LH-REL-BY       PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TRCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-CB-STATUS        PIC XX VALUE SPACES.
       01 WS-CS-STATUS        PIC XX VALUE SPACES.
       01 WS-CP-STATUS        PIC XX VALUE SPACES.
       01 WS-CI-STATUS        PIC XX VALUE SPACES.
       01 WS-CR-STATUS        PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-REF-NO           PIC 9(10) VALUE 0.
       01 WS-NET-BALANCE      PIC S9(9)V99 VALUE 0.
       01 WS-FOUND            PIC X VALUE "N".
       01 WS-RET-CODE         PIC X(2) VALUE SPACES.
       01 WS-RET-TEXT         PIC X(30) VALUE SPACES.
       01 WS-SCAN-EOF         PIC X VALUE "N".
       01 WS-CP-SAVE          PIC X(57) VALUE SPACES.
       01 WS-PAID-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAID-AMOUNT      PIC 9(10)V99 VALUE 0.
       01 WS-RETURN-COUNT     PIC 9(5) VALUE 0.
       01 WS-RETURN-AMOUNT    PIC 9(10)V99 VALUE 0.
       01 WS-AMOUNT-DIS       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-MV-CMD           PIC X(80) VALUE SPACES.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-AP-STATUS        PIC XX VALUE SPACES.
       01 WS-AO-STATUS        PIC XX VALUE SPACES.
       01 WS-AL-CUST-ID       PIC X(10) VALUE SPACES.
       01 WS-AL-ACC-NO        PIC X(10) VALUE SPACES.
       01 WS-AL-PHONE         PIC X(10) VALUE SPACES.
       01 WS-AL-TYPE          PIC X(2) VALUE SPACES.
       01 WS-AL-AMOUNT        PIC 9(8)V99 VALUE 0.
       01 WS-AL-MESSAGE       PIC X(60) VALUE SPACES.
       01 WS-AL-OPT-IN        PIC X VALUE "Y".
       01 WS-LH-STATUS        PIC XX VALUE SPACES.
       01 WS-LH-EOF           PIC X VALUE "N".
       01 WS-LH-TOTAL         PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           OPEN INPUT CHEQUE-INWARD
           IF WS-CI-STATUS = "35"
              DISPLAY "NO INWARD CHEQUES TO PROCESS."
              STOP RUN
           END-IF
           OPEN I-O ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              CLOSE CHEQUE-INWARD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PRESENT-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INWARD CHEQUE PRESENTMENT - BUSINESS DATE "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PRESENT-REPORT-REC
           WRITE PRESENT-REPORT-REC
           OPEN EXTEND CHEQUE-RETURNS
           IF WS-CR-STATUS = "35"
              OPEN OUTPUT CHEQUE-RETURNS
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CHEQUE-INWARD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM PRESENT-ONE-CHEQUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           CLOSE CHEQUE-INWARD
           CLOSE CHEQUE-RETURNS
           MOVE WS-PAID-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHEQUES PAID " WS-PAID-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PRESENT-REPORT-REC
           WRITE PRESENT-REPORT-REC
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHEQUES RETURNED " WS-RETURN-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PRESENT-REPORT-REC
           WRITE PRESENT-REPORT-REC
           CLOSE PRESENT-REPORT
           MOVE SPACES TO WS-MV-CMD
           STRING "mv CHEQUE_INWARD.DAT CHEQUE_INWARD_"
                  WS-BUS-DATE ".DONE"
                  DELIMITED BY SIZE INTO WS-MV-CMD
           CALL "SYSTEM" USING WS-MV-CMD
           DISPLAY "CHEQUE PRESENTMENT PROCESSED."
           DISPLAY "CHEQUES PAID: " WS-PAID-COUNT
           DISPLAY "CHEQUES RETURNED: " WS-RETURN-COUNT
           STOP RUN.

       PRESENT-ONE-CHEQUE.
           MOVE SPACES TO WS-RET-CODE
           MOVE SPACES TO WS-RET-TEXT
           MOVE SPACES TO WS-AL-CUST-ID
           MOVE CI-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   MOVE "05" TO WS-RET-CODE
                   MOVE "ACCOUNT NOT FOUND" TO WS-RET-TEXT
               NOT INVALID KEY
                   MOVE ACC-CUST-ID TO WS-AL-CUST-ID
                   IF NOT ACC-ACTIVE
                      MOVE "05" TO WS-RET-CODE
                      MOVE "ACCOUNT NOT ACTIVE" TO WS-RET-TEXT
                   END-IF
           END-READ
           IF WS-RET-CODE = SPACES
              PERFORM CHECK-CHEQUE-ISSUED
              IF WS-FOUND = "N"
                 MOVE "03" TO WS-RET-CODE
                 MOVE "CHEQUE NOT ISSUED" TO WS-RET-TEXT
              END-IF
           END-IF
           IF WS-RET-CODE = SPACES
              PERFORM CHECK-CHEQUE-PAID
              IF WS-FOUND = "Y"
                 MOVE "04" TO WS-RET-CODE
                 MOVE "ALREADY PAID" TO WS-RET-TEXT
              END-IF
           END-IF
           IF WS-RET-CODE = SPACES
              PERFORM CHECK-CHEQUE-STOPPED
              IF WS-FOUND = "Y"
                 MOVE "02" TO WS-RET-CODE
                 MOVE "PAYMENT STOPPED BY DRAWER" TO WS-RET-TEXT
              END-IF
           END-IF
           IF WS-RET-CODE = SPACES
              COMPUTE WS-NET-BALANCE =
                 ACC-BALANCE - ACC-OD-USED - CI-AMOUNT
              PERFORM SUM-LEGAL-HOLDS
              IF WS-NET-BALANCE + ACC-OD-LIMIT < 0
                 MOVE "01" TO WS-RET-CODE
                 MOVE "INSUFFICIENT FUNDS" TO WS-RET-TEXT
              ELSE
                 IF WS-NET-BALANCE + ACC-OD-LIMIT - WS-LH-TOTAL < 0
                    MOVE "06" TO WS-RET-CODE
                    MOVE "FUNDS HELD" TO WS-RET-TEXT
                 END-IF
              END-IF
           END-IF
           IF WS-RET-CODE = SPACES
              PERFORM PAY-CHEQUE
           ELSE
              PERFORM RETURN-CHEQUE
           END-IF.

       SUM-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-TOTAL
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-LH-EOF
              PERFORM UNTIL WS-LH-EOF = "Y"
                  READ LEGAL-HOLDS
                      AT END MOVE "Y" TO WS-LH-EOF
                      NOT AT END
                          IF LH-ACC-NO = CI-ACC-NO
                             AND (LH-ACTIVE OR LH-REL-PENDING)
                             AND LH-START NOT > WS-BUS-DATE
                             AND (LH-EXPIRY = 0
                                  OR LH-EXPIRY NOT < WS-BUS-DATE)
                             ADD LH-AMOUNT TO WS-LH-TOTAL
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
           END-IF.

       CHECK-CHEQUE-ISSUED.
           MOVE "N" TO WS-FOUND
           OPEN INPUT CHEQUE-BOOKS
           IF WS-CB-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SCAN-EOF
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ CHEQUE-BOOKS
                      AT END MOVE "Y" TO WS-SCAN-EOF
                      NOT AT END
                          IF CB-ACTIVE AND CB-ACC-NO = CI-ACC-NO
                             AND CI-CHQ-NO >= CB-FIRST-NO
                             AND CI-CHQ-NO <= CB-LAST-NO
                             MOVE "Y" TO WS-FOUND
                             MOVE "Y" TO WS-SCAN-EOF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-BOOKS
           END-IF.

       CHECK-CHEQUE-PAID.
           MOVE "N" TO WS-FOUND
           OPEN INPUT CHEQUE-PAID
           IF WS-CP-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SCAN-EOF
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ CHEQUE-PAID
                      AT END MOVE "Y" TO WS-SCAN-EOF
                      NOT AT END
                          IF CP-ACC-NO = CI-ACC-NO
                             AND CP-CHQ-NO = CI-CHQ-NO
                             MOVE "Y" TO WS-FOUND
                             MOVE "Y" TO WS-SCAN-EOF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-PAID
           END-IF.

       CHECK-CHEQUE-STOPPED.
           MOVE "N" TO WS-FOUND
           OPEN INPUT CHEQUE-STOPS
           IF WS-CS-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-SCAN-EOF
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ CHEQUE-STOPS
                      AT END MOVE "Y" TO WS-SCAN-EOF
                      NOT AT END
                          IF CS-ACTIVE AND CS-ACC-NO = CI-ACC-NO
                             AND CI-CHQ-NO >= CS-FROM-NO
                             AND CI-CHQ-NO <= CS-TO-NO
                             MOVE "Y" TO WS-FOUND
                             MOVE "Y" TO WS-SCAN-EOF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-STOPS
           END-IF.

       PAY-CHEQUE.
           IF WS-NET-BALANCE < 0
              MOVE 0 TO ACC-BALANCE
              COMPUTE ACC-OD-USED = 0 - WS-NET-BALANCE
           ELSE
              MOVE WS-NET-BALANCE TO ACC-BALANCE
              MOVE 0 TO ACC-OD-USED
           END-IF
           REWRITE ACCOUNT-REC
               INVALID KEY
                   DISPLAY "ERROR DEBITING " ACC-NO
                   MOVE "05" TO WS-RET-CODE
                   MOVE "ACCOUNT UPDATE FAILED" TO WS-RET-TEXT
           END-REWRITE
           IF WS-RET-CODE NOT = SPACES
              PERFORM RETURN-CHEQUE
           ELSE
              PERFORM GET-NEXT-REF-NO
              PERFORM WRITE-CHEQUE-TRANSLOG
              MOVE CI-ACC-NO TO CP-ACC-NO
              MOVE CI-CHQ-NO TO CP-CHQ-NO
              MOVE CI-AMOUNT TO CP-AMOUNT
              MOVE WS-BUS-DATE TO CP-DATE
              MOVE WS-REF-NO TO CP-REF-NO
              MOVE CI-ITEM-REF TO CP-ITEM-REF
              PERFORM WRITE-CHEQUE-PAID
              ADD 1 TO WS-PAID-COUNT
              ADD CI-AMOUNT TO WS-PAID-AMOUNT
              MOVE CI-AMOUNT TO WS-AMOUNT-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "PAID     " CI-ITEM-REF " ACC " CI-ACC-NO
                     " CHQ " CI-CHQ-NO " AMOUNT " WS-AMOUNT-DIS
                     " REF " WS-REF-NO
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PRESENT-REPORT-REC
              WRITE PRESENT-REPORT-REC
           END-IF.

       RETURN-CHEQUE.
           MOVE CI-ITEM-REF TO CR-ITEM-REF
           MOVE CI-BANK-CODE TO CR-BANK-CODE
           MOVE CI-ACC-NO TO CR-ACC-NO
           MOVE CI-CHQ-NO TO CR-CHQ-NO
           MOVE CI-AMOUNT TO CR-AMOUNT
           MOVE WS-BUS-DATE TO CR-DATE
           MOVE WS-RET-CODE TO CR-REASON
           MOVE WS-RET-TEXT TO CR-REASON-TEXT
           WRITE CHEQUE-RETURN-REC
           ADD 1 TO WS-RETURN-COUNT
           ADD CI-AMOUNT TO WS-RETURN-AMOUNT
           MOVE CI-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNED " CI-ITEM-REF " ACC " CI-ACC-NO
                  " CHQ " CI-CHQ-NO " AMOUNT " WS-AMOUNT-DIS
                  " " WS-RET-CODE " " WS-RET-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PRESENT-REPORT-REC
           WRITE PRESENT-REPORT-REC
           IF WS-AL-CUST-ID NOT = SPACES
              MOVE CI-ACC-NO TO WS-AL-ACC-NO
              MOVE "CR" TO WS-AL-TYPE
              MOVE CI-AMOUNT TO WS-AL-AMOUNT
              MOVE SPACES TO WS-AL-MESSAGE
              STRING "CHEQUE " CI-CHQ-NO " RETURNED - " WS-RET-TEXT
                     DELIMITED BY SIZE INTO WS-AL-MESSAGE
              PERFORM RAISE-CUSTOMER-ALERT
           END-IF.

       WRITE-CHEQUE-PAID.
           MOVE CHEQUE-PAID-REC TO WS-CP-SAVE
           OPEN EXTEND CHEQUE-PAID
           IF WS-CP-STATUS = "35"
              OPEN OUTPUT CHEQUE-PAID
           END-IF
           MOVE WS-CP-SAVE TO CHEQUE-PAID-REC
           WRITE CHEQUE-PAID-REC
           CLOSE CHEQUE-PAID.

       WRITE-CHEQUE-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              OPEN OUTPUT TRANSLOG
           END-IF
           MOVE WS-REF-NO TO TRANS-REF-NO
           MOVE CI-ACC-NO TO TRANS-ACC-NO
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE "C" TO TRANS-TYPE
           MOVE CI-AMOUNT TO TRANS-AMOUNT
           MOVE ACC-BALANCE TO TRANS-BALANCE
           MOVE CI-CHQ-NO TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

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
           END-IF.

       RAISE-CUSTOMER-ALERT.
           PERFORM LOAD-ALERT-CONTACT
           IF WS-AL-PHONE NOT = SPACES AND WS-AL-OPT-IN = "Y"
              PERFORM WRITE-ALERT-OUTBOX
           END-IF.

       LOAD-ALERT-CONTACT.
           MOVE SPACES TO WS-AL-PHONE
           MOVE "Y" TO WS-AL-OPT-IN
           IF WS-AL-CUST-ID NOT = SPACES
              OPEN INPUT CUST-MASTER
              IF WS-CUST-STATUS = "35"
                 CONTINUE
              ELSE
                 MOVE WS-AL-CUST-ID TO CUST-ID
                 READ CUST-MASTER
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE CUST-PHONE TO WS-AL-PHONE
                 END-READ
                 CLOSE CUST-MASTER
              END-IF
              OPEN INPUT ALERT-PREFS
              IF WS-AP-STATUS = "35"
                 CONTINUE
              ELSE
                 MOVE WS-AL-CUST-ID TO AP-CUST-ID
                 READ ALERT-PREFS
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         IF AP-OPT-CHEQUE = "N"
                            MOVE "N" TO WS-AL-OPT-IN
                         END-IF
                 END-READ
                 CLOSE ALERT-PREFS
              END-IF
           END-IF.

       WRITE-ALERT-OUTBOX.
           OPEN EXTEND ALERT-OUTBOX
           IF WS-AO-STATUS = "35"
              OPEN OUTPUT ALERT-OUTBOX
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AO-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AO-TIME
           MOVE WS-AL-TYPE TO AO-ALERT-TYPE
           MOVE WS-AL-CUST-ID TO AO-CUST-ID
           MOVE WS-AL-ACC-NO TO AO-ACC-NO
           MOVE WS-AL-PHONE TO AO-PHONE
           MOVE WS-AL-AMOUNT TO AO-AMOUNT
           MOVE WS-AL-MESSAGE TO AO-MESSAGE
           SET AO-PENDING TO TRUE
           WRITE ALERT-OUTBOX-REC
           CLOSE ALERT-OUTBOX.

       END PROGRAM CHQPRES.

               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-KEY
               FILE STATUS IS WS-PAR-STATUS.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUST-CHG-HIST ASSIGN TO "CUST_CHG_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT FRAUD-REVIEW ASSIGN TO "FRAUD_REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRAUD-REPORT ASSIGN TO "FRAUD_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-PREFS ASSIGN TO "ALERT_PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CUST-ID
               FILE STATUS IS WS-AP-STATUS.
           SELECT ALERT-OUTBOX ASSIGN TO "ALERT_OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TRANSLOG.
       01 TRANSLOG-REC.
          05 PAR-KEY      PIC X(12).
          05 PAR-VALUE    PIC 9(8)V99.

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

       FD CUST-CHG-HIST.
       01 CUST-CHG-REC.
          05 CH-DATE     PIC 9(8).
          05 CH-TIME     PIC 9(6).
          05 CH-OPERATOR PIC X(10).
          05 CH-APPROVER PIC X(10).
          05 CH-CUST-ID  PIC X(10).
          05 CH-FIELD    PIC X(10).
          05 CH-OLD-VAL  PIC X(40).
          05 CH-NEW-VAL  PIC X(40).
          05 CH-STATUS   PIC X(1).
             88 CH-APPLIED  VALUE "A".
             88 CH-PENDING  VALUE "P".
             88 CH-REJECTED VALUE "R".

       FD FRAUD-REVIEW.
       01 FRAUD-REVIEW-REC.
          05 FR-ACC-NO    PIC X(10).
       FD FRAUD-REPORT.
       01 FRAUD-REPORT-REC PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-AUTO-LOCK        PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-CHG-STATUS       PIC XX VALUE SPACES.
       01 WS-OLD-RISK         PIC X VALUE SPACES.
       01 WS-RISK-RAISED      PIC 9(3) VALUE 0.
       01 WS-AP-STATUS        PIC XX VALUE SPACES.
       01 WS-AO-STATUS        PIC XX VALUE SPACES.
       01 WS-AL-CUST-ID       PIC X(10) VALUE SPACES.
       01 WS-AL-ACC-NO        PIC X(10) VALUE SPACES.
       01 WS-AL-PHONE         PIC X(10) VALUE SPACES.
       01 WS-AL-TYPE          PIC X(2) VALUE SPACES.
       01 WS-AL-AMOUNT        PIC 9(8)V99 VALUE 0.
       01 WS-AL-MESSAGE       PIC X(60) VALUE SPACES.
       01 WS-AL-OPT-IN        PIC X VALUE "Y".
       01 WS-ALERT-SENT       PIC 9(3) VALUE 0.

       01 WS-VELOCITY-LIMIT   PIC 9(3) VALUE 5.
       01 WS-DAILY-WD-LIMIT   PIC 9(8)V99 VALUE 20000.00.
           PERFORM SCAN-NEAR-LIMIT-PATTERN
           PERFORM SCAN-EMPTYING-TRANSFERS
           PERFORM SCAN-FAILED-PIN-PATTERN
           PERFORM SCAN-NEW-PAYEE-PATTERN
           PERFORM WRITE-FRAUD-OUTPUT
           PERFORM RAISE-FLAGGED-RISK
           IF WS-AUTO-LOCK = "Y"
              PERFORM LOCK-FLAGGED-ACCOUNTS
           END-IF
           PERFORM SEND-FRAUD-ALERTS
           DISPLAY "FRAUD MONITORING COMPLETE. ACCOUNTS FLAGGED: "
              WS-FLAG-COUNT
           DISPLAY "CUSTOMERS RAISED TO HIGH RISK: " WS-RISK-RAISED
           STOP RUN.

       LOAD-ATM-PARAMS.
               END-IF
           END-PERFORM.

       SCAN-NEW-PAYEE-PATTERN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SECURITY-LOG
           IF WS-SEC-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SECURITY-LOG
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SEC-EVENT = "PAYEE-ADD"
                          PERFORM CHECK-PAYEE-THEN-DRAIN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SEC-STATUS NOT = "35"
              CLOSE SECURITY-LOG
           END-IF.

       CHECK-PAYEE-THEN-DRAIN.
           PERFORM VARYING WS-TX-JDX FROM 1 BY 1
                 UNTIL WS-TX-JDX > WS-TX-COUNT
               IF WS-TX-ACC(WS-TX-JDX) = SEC-ACC-NO
                  AND WS-TX-TYPE(WS-TX-JDX) = "T"
                  AND WS-TX-DATE(WS-TX-JDX) = SEC-DATE
                  AND WS-TX-TIME(WS-TX-JDX) > SEC-TIME
                  AND WS-TX-BALANCE(WS-TX-JDX) <= WS-MIN-BALANCE
                  MOVE SEC-ACC-NO TO FR-ACC-NO
                  MOVE "NEW-PAYEE-DRAIN" TO FR-PATTERN
                  PERFORM FLAG-ACCOUNT
               END-IF
           END-PERFORM.

       FLAG-ACCOUNT.
           MOVE "N" TO WS-FLAG-FOUND
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
           CLOSE FRAUD-REVIEW
           CLOSE FRAUD-REPORT.

       RAISE-FLAGGED-RISK.
           OPEN I-O CUST-MASTER
           IF WS-CUST-STATUS = "35"
              CONTINUE
           ELSE
              OPEN INPUT ACCOUNTS
              PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                    UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
                  MOVE WS-FLAG-ACC(WS-FLAG-IDX) TO ACC-NO
                  READ ACCOUNTS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE ACC-CUST-ID TO CUST-ID
                          READ CUST-MASTER
                              INVALID KEY CONTINUE
                              NOT INVALID KEY
                                  PERFORM RAISE-CUSTOMER-RISK
                          END-READ
                  END-READ
              END-PERFORM
              CLOSE ACCOUNTS
              CLOSE CUST-MASTER
           END-IF.

       RAISE-CUSTOMER-RISK.
           IF NOT CUST-RISK-HIGH
              MOVE CUST-RISK TO WS-OLD-RISK
              SET CUST-RISK-HIGH TO TRUE
              REWRITE CUSTOMER-REC
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RISK-RAISED
                      PERFORM WRITE-RISK-CHANGE
              END-REWRITE
           END-IF.

       WRITE-RISK-CHANGE.
           OPEN EXTEND CUST-CHG-HIST
           IF WS-CHG-STATUS = "35"
              OPEN OUTPUT CUST-CHG-HIST
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CH-TIME
           MOVE "FRAUD" TO CH-OPERATOR
           MOVE "FRAUD" TO CH-APPROVER
           MOVE CUST-ID TO CH-CUST-ID
           MOVE "RISK" TO CH-FIELD
           MOVE WS-OLD-RISK TO CH-OLD-VAL
           MOVE CUST-RISK TO CH-NEW-VAL
           SET CH-APPLIED TO TRUE
           WRITE CUST-CHG-REC
           CLOSE CUST-CHG-HIST.

       LOCK-FLAGGED-ACCOUNTS.
           OPEN I-O ACCOUNTS
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
           END-PERFORM
           CLOSE ACCOUNTS.

       SEND-FRAUD-ALERTS.
           MOVE 0 TO WS-ALERT-SENT
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                 UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               MOVE "N" TO WS-FLAG-FOUND
               PERFORM VARYING WS-TX-JDX FROM 1 BY 1
                     UNTIL WS-TX-JDX >= WS-FLAG-IDX
                   IF WS-FLAG-ACC(WS-TX-JDX) = WS-FLAG-ACC(WS-FLAG-IDX)
                      MOVE "Y" TO WS-FLAG-FOUND
                   END-IF
               END-PERFORM
               IF WS-FLAG-FOUND = "N"
                  PERFORM RAISE-FRAUD-ALERT
               END-IF
           END-PERFORM
           DISPLAY "CUSTOMER ALERTS QUEUED: " WS-ALERT-SENT.

       RAISE-FRAUD-ALERT.
           MOVE SPACES TO WS-AL-CUST-ID
           OPEN INPUT ACCOUNTS
           MOVE WS-FLAG-ACC(WS-FLAG-IDX) TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ACC-CUST-ID TO WS-AL-CUST-ID
           END-READ
           CLOSE ACCOUNTS
           MOVE WS-FLAG-ACC(WS-FLAG-IDX) TO WS-AL-ACC-NO
           MOVE "FR" TO WS-AL-TYPE
           MOVE 0 TO WS-AL-AMOUNT
           IF WS-AUTO-LOCK = "Y"
              MOVE "UNUSUAL ACTIVITY - ACCOUNT ON HOLD, CALL THE BANK"
                 TO WS-AL-MESSAGE
           ELSE
              MOVE "UNUSUAL ACTIVITY ON YOUR ACCOUNT, CALL THE BANK"
                 TO WS-AL-MESSAGE
           END-IF
           PERFORM LOAD-ALERT-CONTACT
           IF WS-AL-PHONE NOT = SPACES AND WS-AL-OPT-IN = "Y"
              PERFORM WRITE-ALERT-OUTBOX
              ADD 1 TO WS-ALERT-SENT
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
                         IF AP-OPT-FRAUD = "N"
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

       END PROGRAM FRAUD.

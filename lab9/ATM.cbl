               RECORD KEY IS CARD-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT BILLER-MASTER ASSIGN TO "BILLER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-CODE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-BL-STATUS.
           SELECT BILL-PAYMENTS ASSIGN TO "BILL_PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT OUTWARD-CLEARING ASSIGN TO "OUTWARD_CLEARING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-TRANS ASSIGN TO "FX_TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXT-STATUS.
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
           SELECT PAYEES ASSIGN TO "PAYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT PAYEES-NEW ASSIGN TO "PAYEES_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-HOLDS ASSIGN TO "LEGAL_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD SLIP.
       01 SLIP-REC PIC X(80).
             88 CARD-LOCKED    VALUE "L".
             88 CARD-CANCELLED VALUE "X".

       FD BILLER-MASTER.
       01 BILLER-REC.
          05 BL-CODE         PIC X(6).
          05 BL-NAME         PIC X(30).
          05 BL-SETTLE-ACC   PIC X(10).
          05 BL-REF-FORMAT   PIC X(20).
          05 BL-STATUS       PIC X(1).
             88 BL-ACTIVE      VALUE "A".
             88 BL-INACTIVE    VALUE "X".

       FD BILL-PAYMENTS.
       01 BILL-PAYMENT-REC.
          05 BP-REF-NO       PIC 9(10).
          05 BP-ACC-NO       PIC X(10).
          05 BP-BILLER       PIC X(6).
          05 BP-BILL-REF     PIC X(20).
          05 BP-AMOUNT       PIC 9(8)V99.
          05 BP-DATE         PIC 9(8).
          05 BP-TIME         PIC 9(6).
          05 BP-STATUS       PIC X(1).
             88 BP-PENDING     VALUE "P".
             88 BP-SETTLED     VALUE "S".

       FD OUTWARD-CLEARING.
       01 OUTWARD-CLEARING-REC.
          05 OC-REF-NO       PIC 9(10).
          05 OC-ACC-NO       PIC X(10).
          05 OC-BANK-CODE    PIC X(3).
          05 OC-DEST-ACC     PIC X(15).
          05 OC-DEST-NAME    PIC X(20).
          05 OC-AMOUNT       PIC 9(8)V99.
          05 OC-FEE          PIC 9(8)V99.
          05 OC-DATE         PIC 9(8).
          05 OC-TIME         PIC 9(6).
          05 OC-BATCH-DATE   PIC 9(8).
          05 OC-STATUS       PIC X(1).
             88 OC-QUEUED      VALUE "Q".
             88 OC-SENT        VALUE "S".
             88 OC-RETURNED    VALUE "R".

       FD FX-RATES.
       01 FX-RATE-REC.
          05 FX-CCY         PIC X(3).
          05 FX-EFF-DATE    PIC 9(8).
          05 FX-BUY-RATE    PIC 9(4)V9(6).
          05 FX-SELL-RATE   PIC 9(4)V9(6).
          05 FX-OPERATOR    PIC X(10).
          05 FX-ENTRY-DATE  PIC 9(8).
          05 FX-ENTRY-TIME  PIC 9(6).

       FD FX-TRANS.
       01 FX-TRANS-REC.
          05 FXT-REF-NO      PIC 9(10).
          05 FXT-DATE        PIC 9(8).
          05 FXT-TIME        PIC 9(6).
          05 FXT-FROM-ACC    PIC X(10).
          05 FXT-FROM-CCY    PIC X(3).
          05 FXT-FROM-AMOUNT PIC 9(8)V99.
          05 FXT-TO-ACC      PIC X(10).
          05 FXT-TO-CCY      PIC X(3).
          05 FXT-TO-AMOUNT   PIC 9(8)V99.
          05 FXT-RATE        PIC 9(4)V9(6).
          05 FXT-BASE-AMOUNT PIC 9(10)V99.
          05 FXT-FEE         PIC 9(8)V99.

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

       FD PAYEES.
       01 PAYEE-REC.
          05 PY-ACC-NO       PIC X(10).
          05 PY-PAYEE-ACC    PIC X(10).
          05 PY-NICKNAME     PIC X(20).
          05 PY-ADD-DATE     PIC 9(8).
          05 PY-ADD-TIME     PIC 9(6).
          05 PY-COOL-END     PIC 9(8).
          05 PY-COOL-USED    PIC 9(8)V99.
          05 PY-CHANNEL      PIC X(1).
             88 PY-BY-ATM      VALUE "A".
             88 PY-BY-BRANCH   VALUE "B".
          05 PY-OPERATOR     PIC X(10).
          05 PY-STATUS       PIC X(1).
             88 PY-ACTIVE      VALUE "A".
             88 PY-DELETED     VALUE "X".

       FD PAYEES-NEW.
       01 PAYEES-NEW-REC PIC X(84).

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
       01 SLIP-STATUS PIC XX VALUE SPACES.
       01 WS-ACC-NO        PIC X(10).
       01 WS-CUR-PERIOD    PIC 9(6) VALUE 0.
       01 WS-BUSDT-STATUS  PIC XX VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-LH-STATUS     PIC XX VALUE SPACES.
       01 WS-LH-EOF        PIC X VALUE "N".
       01 WS-LH-TOTAL      PIC 9(8)V99 VALUE 0.
       01 WS-LH-COUNT      PIC 9(4) VALUE 0.
       01 WS-HELD-TOTAL    PIC 9(8)V99 VALUE 0.
       01 WS-CHQ-CLEAR-INT PIC 9(8) VALUE 0.
       01 WS-CHQ-HOLD-DAYS PIC 9(2) VALUE 3.
       01 WS-BL-STATUS     PIC XX VALUE SPACES.
       01 WS-BP-STATUS     PIC XX VALUE SPACES.
       01 WS-BILL-CODE     PIC X(6) VALUE SPACES.
       01 WS-BILL-NAME     PIC X(30) VALUE SPACES.
       01 WS-BILL-REF      PIC X(20) VALUE SPACES.
       01 WS-BILL-FORMAT   PIC X(20) VALUE SPACES.
       01 WS-BILL-FOUND    PIC X VALUE "N".
       01 WS-BILL-REF-OK   PIC X VALUE "N".
       01 WS-BILL-SHOWN    PIC 9(3) VALUE 0.
       01 WS-BILL-IDX      PIC 9(2) VALUE 0.
       01 WS-BILL-MASK-CH  PIC X VALUE SPACE.
       01 WS-BILL-REF-CH   PIC X VALUE SPACE.
       01 WS-OC-STATUS     PIC XX VALUE SPACES.
       01 WS-TRF-CHOICE    PIC 9 VALUE 0.
       01 WS-IBT-FEE       PIC 9(8)V99 VALUE 25.00.
       01 WS-IBT-BANK      PIC X(3) VALUE SPACES.
       01 WS-IBT-ACC       PIC X(15) VALUE SPACES.
       01 WS-IBT-NAME      PIC X(20) VALUE SPACES.
       01 WS-BASE-CCY      PIC X(3) VALUE "THB".
       01 WS-ACC-CCY       PIC X(3) VALUE "THB".
       01 WS-DES-CCY       PIC X(3) VALUE "THB".
       01 WS-FX-STATUS     PIC XX VALUE SPACES.
       01 WS-FXT-STATUS    PIC XX VALUE SPACES.
       01 WS-FX-EOF        PIC X VALUE "N".
       01 WS-FX-XFER       PIC X VALUE "N".
       01 WS-FX-OK         PIC X VALUE "N".
       01 WS-FX-CCY        PIC X(3) VALUE SPACES.
       01 WS-FX-FOUND      PIC X VALUE "N".
       01 WS-FX-EFF-DATE   PIC 9(8) VALUE 0.
       01 WS-FX-BUY        PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-SELL       PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-BASE-AMT   PIC 9(10)V99 VALUE 0.
       01 WS-FX-RATE       PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-RATE-DIS   PIC ZZZ9.999999.
       01 WS-TRF-FEE       PIC 9(8)V99 VALUE 0.
       01 WS-DES-CREDIT    PIC 9(8)V99 VALUE 0.
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-AP-STATUS     PIC XX VALUE SPACES.
       01 WS-AO-STATUS     PIC XX VALUE SPACES.
       01 WS-ACC-CUST-ID   PIC X(10) VALUE SPACES.
       01 WS-AL-DEF-LARGE  PIC 9(8)V99 VALUE 10000.00.
       01 WS-AL-DEF-LOWBAL PIC 9(8)V99 VALUE 1000.00.
       01 WS-AL-CUST-ID    PIC X(10) VALUE SPACES.
       01 WS-AL-ACC-NO     PIC X(10) VALUE SPACES.
       01 WS-AL-PHONE      PIC X(10) VALUE SPACES.
       01 WS-AL-TYPE       PIC X(2) VALUE SPACES.
       01 WS-AL-AMOUNT     PIC 9(8)V99 VALUE 0.
       01 WS-AL-MESSAGE    PIC X(60) VALUE SPACES.
       01 WS-AL-OPT-LARGE  PIC X VALUE "Y".
       01 WS-AL-OPT-LOWBAL PIC X VALUE "Y".
       01 WS-AL-OPT-SECURITY PIC X VALUE "Y".
       01 WS-AL-LARGE-LIMIT PIC 9(8)V99 VALUE 0.
       01 WS-AL-LOW-LEVEL  PIC 9(8)V99 VALUE 0.
       01 WS-AL-PRE-NET    PIC S9(9)V99 VALUE 0.
       01 WS-PY-STATUS     PIC XX VALUE SPACES.
       01 WS-PY-CHOICE     PIC 9 VALUE 0.
       01 WS-PY-SEQ        PIC 9(3) VALUE 0.
       01 WS-PY-PICK       PIC 9(3) VALUE 0.
       01 WS-PY-SHOWN      PIC 9(3) VALUE 0.
       01 WS-PY-FOUND      PIC X VALUE "N".
       01 WS-PY-OK         PIC X VALUE "N".
       01 WS-PY-COOLING    PIC X VALUE "N".
       01 WS-PY-ANSWER     PIC X VALUE SPACES.
       01 WS-PY-NICKNAME   PIC X(20) VALUE SPACES.
       01 WS-PY-TODAY      PIC 9(8) VALUE 0.
       01 WS-PY-COOL-DAYS  PIC 9(3) VALUE 1.
       01 WS-PY-COOL-CAP   PIC 9(8)V99 VALUE 5000.00.
       01 WS-PY-COOL-LEFT  PIC 9(8)V99 VALUE 0.
       01 WS-PY-COOL-END   PIC 9(8) VALUE 0.
       01 WS-PY-COOL-INT   PIC 9(8) VALUE 0.
       01 WS-DES-CUST-ID   PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
              DISPLAY "5. MINI STATEMENT"
              DISPLAY "6. STANDING ORDERS"
              DISPLAY "7. CHEQUE DEPOSIT"
              DISPLAY "8. BILL PAYMENT"
              DISPLAY "9. EXIT"
              ACCEPT CHOICE
              EVALUATE CHOICE
                 WHEN 1 PERFORM CHECK-BALANCE
                 WHEN 2
                    IF WS-ACC-CCY = WS-BASE-CCY
                       PERFORM DEPOSIT
                    ELSE
                       PERFORM REFUSE-FOREIGN-CCY
                    END-IF
                 WHEN 3
                    IF WS-ACC-CCY = WS-BASE-CCY
                       PERFORM WITHDRAW
                    ELSE
                       PERFORM REFUSE-FOREIGN-CCY
                    END-IF
                 WHEN 4 PERFORM TRANSFER-MENU
                 WHEN 5 PERFORM MINI-STATEMENT
                 WHEN 6 PERFORM STANDING-ORDER-MENU
                 WHEN 7
                    IF WS-ACC-CCY = WS-BASE-CCY
                       PERFORM CHEQUE-DEPOSIT
                    ELSE
                       PERFORM REFUSE-FOREIGN-CCY
                    END-IF
                 WHEN 8
                    IF WS-ACC-CCY = WS-BASE-CCY
                       PERFORM BILL-PAYMENT
                    ELSE
                       PERFORM REFUSE-FOREIGN-CCY
                    END-IF
                 WHEN 9 DISPLAY "GOODBYE!"
                 WHEN OTHER DISPLAY "INVALID OPTION"
              END-EVALUATE
               NOT INVALID KEY
                   MOVE PAR-VALUE TO WS-LOCKOUT-THRESHOLD
           END-READ
           MOVE "IBT-FEE" TO PAR-KEY
           READ ATM-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PAR-VALUE TO WS-IBT-FEE
           END-READ
           MOVE "ALERT-LARGE" TO PAR-KEY
           READ ATM-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PAR-VALUE TO WS-AL-DEF-LARGE
           END-READ
           MOVE "ALERT-LOWBAL" TO PAR-KEY
           READ ATM-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PAR-VALUE TO WS-AL-DEF-LOWBAL
           END-READ
           MOVE "PAYEE-COOL" TO PAR-KEY
           READ ATM-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PAR-VALUE TO WS-PY-COOL-DAYS
           END-READ
           MOVE "PAYEE-CAP" TO PAR-KEY
           READ ATM-PARAMS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PAR-VALUE TO WS-PY-COOL-CAP
           END-READ
           CLOSE ATM-PARAMS
           IF WS-LOCKOUT-THRESHOLD = 0
              MOVE 3 TO WS-LOCKOUT-THRESHOLD
           MOVE "WHT-RATE" TO PAR-KEY
           MOVE 0.1500 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "MNT-FEE-STD" TO PAR-KEY
           MOVE 50.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "MNT-FEE-PRM" TO PAR-KEY
           MOVE 100.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "FEE-WAIVE-AV" TO PAR-KEY
           MOVE 10000.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "FREE-ATM-WD" TO PAR-KEY
           MOVE 4 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "XS-WD-FEE" TO PAR-KEY
           MOVE 10.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "IBT-FEE" TO PAR-KEY
           MOVE 25.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "ALERT-LARGE" TO PAR-KEY
           MOVE 10000.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "ALERT-LOWBAL" TO PAR-KEY
           MOVE 1000.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "PAYEE-COOL" TO PAR-KEY
           MOVE 1 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "PAYEE-CAP" TO PAR-KEY
           MOVE 5000.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "TILL-VAR-LMT" TO PAR-KEY
           MOVE 100.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           MOVE "RETAIN-YEARS" TO PAR-KEY
           MOVE 7.00 TO PAR-VALUE
           WRITE ATM-PARAM-REC
           CLOSE ATM-PARAMS.

       GET-BUSINESS-DATE.
                             REWRITE CARD-REC
                             MOVE "LOCKOUT" TO WS-SEC-EVENT
                             PERFORM WRITE-SECURITY-LOG
                             PERFORM RAISE-CARD-LOCK-ALERT
                          DISPLAY "TOO MANY FAILED ATTEMPTS. LOCKED."
                          ELSE
                             REWRITE CARD-REC
                    MOVE "Y" TO FOUND-FLAG
                    MOVE ACC-NAME TO WS-ACC-NAME
                    MOVE ACC-BALANCE TO WS-ACC-BALANCE
                    MOVE ACC-CUST-ID TO WS-ACC-CUST-ID
                    IF ACC-CURRENCY = SPACES
                       MOVE WS-BASE-CCY TO WS-ACC-CCY
                    ELSE
                       MOVE ACC-CURRENCY TO WS-ACC-CCY
                    END-IF
                    IF ACC-TIER-PRM
                       MOVE WS-WD-LIMIT-PRM
                          TO WS-DAILY-WD-LIMIT
           WRITE SECURITY-LOG-REC
           CLOSE SECURITY-LOG.

       RAISE-CARD-LOCK-ALERT.
           MOVE SPACES TO WS-AL-CUST-ID
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ACC-CUST-ID TO WS-AL-CUST-ID
           END-READ
           CLOSE ACCOUNTS
           MOVE WS-ACC-NO TO WS-AL-ACC-NO
           PERFORM LOAD-ALERT-CONTACT
           IF WS-AL-PHONE NOT = SPACES
              AND WS-AL-OPT-SECURITY = "Y"
              MOVE "CL" TO WS-AL-TYPE
              MOVE 0 TO WS-AL-AMOUNT
              MOVE SPACES TO WS-AL-MESSAGE
              STRING "CARD " WS-CARD-NO " LOCKED AFTER FAILED PIN "
                     "ATTEMPTS"
                     DELIMITED BY SIZE INTO WS-AL-MESSAGE
              PERFORM WRITE-ALERT-OUTBOX
           END-IF.

       CHECK-DEBIT-ALERTS.
           MOVE WS-ACC-CUST-ID TO WS-AL-CUST-ID
           MOVE WS-ACC-NO TO WS-AL-ACC-NO
           PERFORM LOAD-ALERT-CONTACT
           IF WS-AL-PHONE NOT = SPACES
              IF WS-AL-OPT-LARGE = "Y"
                 AND AMOUNT > WS-AL-LARGE-LIMIT
                 AND TRANS-TYPE NOT = "P"
                 MOVE AMOUNT TO WS-AL-AMOUNT
                 IF TRANS-TYPE = "W"
                    MOVE "LW" TO WS-AL-TYPE
                    MOVE "ATM WITHDRAWAL ABOVE YOUR ALERT LIMIT"
                       TO WS-AL-MESSAGE
                 ELSE
                    MOVE "LT" TO WS-AL-TYPE
                    MOVE "ATM TRANSFER ABOVE YOUR ALERT LIMIT"
                       TO WS-AL-MESSAGE
                 END-IF
                 PERFORM WRITE-ALERT-OUTBOX
              END-IF
              IF WS-AL-OPT-LOWBAL = "Y"
                 AND WS-AL-PRE-NET NOT < WS-AL-LOW-LEVEL
                 AND WS-NET-BALANCE < WS-AL-LOW-LEVEL
                 MOVE "LB" TO WS-AL-TYPE
                 MOVE WS-ACC-BALANCE TO WS-AL-AMOUNT
                 MOVE "BALANCE HAS FALLEN BELOW YOUR LOW-BALANCE LEVEL"
                    TO WS-AL-MESSAGE
                 PERFORM WRITE-ALERT-OUTBOX
              END-IF
           END-IF.

       LOAD-ALERT-CONTACT.
           MOVE SPACES TO WS-AL-PHONE
           MOVE "Y" TO WS-AL-OPT-LARGE
           MOVE "Y" TO WS-AL-OPT-LOWBAL
           MOVE "Y" TO WS-AL-OPT-SECURITY
           MOVE WS-AL-DEF-LARGE TO WS-AL-LARGE-LIMIT
           MOVE WS-AL-DEF-LOWBAL TO WS-AL-LOW-LEVEL
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
                     NOT INVALID KEY PERFORM APPLY-ALERT-PREFS
                 END-READ
                 CLOSE ALERT-PREFS
              END-IF
           END-IF.

       APPLY-ALERT-PREFS.
           IF AP-OPT-LARGE = "N"
              MOVE "N" TO WS-AL-OPT-LARGE
           END-IF
           IF AP-OPT-LOWBAL = "N"
              MOVE "N" TO WS-AL-OPT-LOWBAL
           END-IF
           IF AP-OPT-SECURITY = "N"
              MOVE "N" TO WS-AL-OPT-SECURITY
           END-IF
           IF AP-LARGE-LIMIT NUMERIC AND AP-LARGE-LIMIT > 0
              MOVE AP-LARGE-LIMIT TO WS-AL-LARGE-LIMIT
           END-IF
           IF AP-LOW-LEVEL NUMERIC AND AP-LOW-LEVEL > 0
              MOVE AP-LOW-LEVEL TO WS-AL-LOW-LEVEL
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


       REFUSE-FOREIGN-CCY.
           DISPLAY "THIS SERVICE IS ONLY AVAILABLE ON " WS-BASE-CCY
              " ACCOUNTS."
           DISPLAY "YOUR ACCOUNT IS HELD IN " WS-ACC-CCY ".".

       CHECK-BALANCE.
           PERFORM SLIP-CHECK
           DISPLAY "CURRENT BALANCE: " WS-ACC-BALANCE
           IF WS-ACC-CCY NOT = WS-BASE-CCY
              DISPLAY "ACCOUNT CURRENCY: " WS-ACC-CCY
           END-IF
           PERFORM SUM-HELD-FUNDS
           IF WS-HELD-TOTAL > 0
              DISPLAY "UNCLEARED CHEQUE FUNDS ON HOLD: "
                 WS-HELD-TOTAL
           END-IF
           PERFORM SUM-LEGAL-HOLDS
           IF WS-LH-TOTAL > 0
              DISPLAY "FUNDS UNDER LEGAL HOLD: " WS-LH-TOTAL
           END-IF
           PERFORM SHOW-OVERDRAFT-POSITION.

       SHOW-OVERDRAFT-POSITION.
              CLOSE CHEQUE-HOLDS
           END-IF.

       SUM-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-TOTAL
           MOVE 0 TO WS-LH-COUNT
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-LH-EOF
              PERFORM UNTIL WS-LH-EOF = "Y"
                  READ LEGAL-HOLDS
                      AT END MOVE "Y" TO WS-LH-EOF
                      NOT AT END
                          IF LH-ACC-NO = WS-ACC-NO
                             PERFORM NOTE-LEGAL-HOLD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
           END-IF.

       NOTE-LEGAL-HOLD.
           IF LH-PENDING OR LH-ACTIVE OR LH-REL-PENDING
              ADD 1 TO WS-LH-COUNT
           END-IF
           IF (LH-ACTIVE OR LH-REL-PENDING)
              AND LH-START NOT > WS-BUS-DATE
              AND (LH-EXPIRY = 0 OR LH-EXPIRY NOT < WS-BUS-DATE)
              ADD LH-AMOUNT TO WS-LH-TOTAL
           END-IF.

       CHEQUE-DEPOSIT.
           DISPLAY "ENTER CHEQUE AMOUNT: "
           ACCEPT AMOUNT

                    MOVE "W" TO TRANS-TYPE
                    PERFORM WRITE-TRANSLOG
                    PERFORM CHECK-DEBIT-ALERTS

                    DISPLAY "NEW BALANCE: " WS-ACC-BALANCE
                 ELSE
           END-READ
           CLOSE DAILY-WD-CTL.

       TRANSFER-MENU.
           DISPLAY "1. TRANSFER WITHIN THIS BANK"
           DISPLAY "2. TRANSFER TO ANOTHER BANK"
           DISPLAY "3. MANAGE MY PAYEES"
           DISPLAY "9. BACK"
           ACCEPT WS-TRF-CHOICE
           EVALUATE WS-TRF-CHOICE
              WHEN 1 PERFORM TRANSFER
              WHEN 2
                 IF WS-ACC-CCY = WS-BASE-CCY
                    PERFORM INTERBANK-TRANSFER
                 ELSE
                    PERFORM REFUSE-FOREIGN-CCY
                 END-IF
              WHEN 3 PERFORM PAYEE-MENU
              WHEN 9 CONTINUE
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       TRANSFER.
           PERFORM SELECT-TRANSFER-PAYEE
           IF WS-PY-OK = "Y"
              DISPLAY "ENTER AMOUNT TO TRANSFER: "
              ACCEPT AMOUNT
              IF WS-PY-COOLING = "Y" AND AMOUNT > WS-PY-COOL-LEFT
                 DISPLAY "NEW PAYEE - TRANSFERS ARE LIMITED UNTIL "
                    WS-PY-COOL-END
                 DISPLAY "AMOUNT STILL AVAILABLE TO THIS PAYEE: "
                    WS-PY-COOL-LEFT
                 DISPLAY "TRANSFER NOT APPLIED."
              ELSE
                 PERFORM TRANSFER-TO-PAYEE
              END-IF
           END-IF.

       TRANSFER-TO-PAYEE.
           PERFORM VALIDATE-DESTINATION-ACCOUNT
           IF DES-ACC-FOUND = "Y"
              PERFORM PRICE-TRANSFER
           END-IF
           IF DES-ACC-FOUND = "Y" AND WS-FX-OK = "Y"
              PERFORM GET-NEXT-REF-NO
              MOVE "P" TO WS-TJ-WRITE-STATUS
              PERFORM WRITE-TRANSFER-JOURNAL
              COMPUTE WS-ACC-DELTA = 0 - AMOUNT - WS-TRF-FEE
              MOVE WS-MIN-BALANCE TO WS-MIN-ALLOWED-BALANCE
              PERFORM UPDATE-ACCOUNT
              IF WS-UPDATE-OK = "Y"
                 IF WS-FX-XFER = "Y"
                    PERFORM WRITE-FX-TRANS
                 END-IF
                 MOVE "D" TO WS-TJ-WRITE-STATUS
                 PERFORM WRITE-TRANSFER-JOURNAL
                 PERFORM UPDATE-DESTINATION-ACCOUNT
                 MOVE "C" TO WS-TJ-WRITE-STATUS
                 PERFORM WRITE-TRANSFER-JOURNAL
                 IF WS-FX-XFER = "Y"
                       OR WS-ACC-CCY NOT = WS-BASE-CCY
                    PERFORM SLIP-FX-TRANSFER
                 ELSE
                    PERFORM SLIP-TRANSFER
                 END-IF
                 MOVE "T" TO TRANS-TYPE
                 PERFORM WRITE-TRANSLOG
                 PERFORM CHECK-DEBIT-ALERTS
                 IF WS-PY-COOLING = "Y"
                    PERFORM RECORD-PAYEE-COOL-USE
                 END-IF
                 DISPLAY "TRANSFER SUCCESSFUL."
                 IF WS-FX-XFER = "Y"
                    DISPLAY "CREDITED: " WS-DES-CREDIT " " WS-DES-CCY
                    MOVE WS-FX-RATE TO WS-FX-RATE-DIS
                    DISPLAY "EXCHANGE RATE: " WS-FX-RATE-DIS
                 END-IF
                 DISPLAY "TRANSFER FEE CHARGED: " WS-TRF-FEE
                 DISPLAY "NEW BALANCE: " WS-ACC-BALANCE
              ELSE
                 MOVE "V" TO WS-TJ-WRITE-STATUS
                 DISPLAY "TRANSFER NOT APPLIED. NO FEE CHARGED."
              END-IF
           ELSE
              IF DES-ACC-FOUND = "N"
                 DISPLAY "DESTINATION ACCOUNT NOT FOUND!"
              END-IF
           END-IF.

       SELECT-TRANSFER-PAYEE.
           MOVE "N" TO WS-PY-OK
           MOVE "N" TO WS-PY-COOLING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PY-TODAY
           PERFORM LIST-MY-PAYEES
           DISPLAY "ENTER PAYEE LINE NUMBER, OR 0 TO ENTER AN "
              "ACCOUNT NUMBER: "
           ACCEPT WS-PY-PICK
           IF WS-PY-PICK > 0
              PERFORM FIND-PAYEE-BY-LINE
              IF WS-PY-FOUND = "Y"
                 MOVE "Y" TO WS-PY-OK
              ELSE
                 DISPLAY "INVALID PAYEE SELECTION."
              END-IF
           ELSE
              DISPLAY "ENTER DESTINATION ACCOUNT TO TRANSFER: "
              ACCEPT WS-DES-ACC-NO
              PERFORM FIND-PAYEE-BY-ACC
              IF WS-PY-FOUND = "Y"
                 MOVE "Y" TO WS-PY-OK
              ELSE
                 PERFORM VALIDATE-DESTINATION-ACCOUNT
                 IF DES-ACC-FOUND = "N"
                    DISPLAY "DESTINATION ACCOUNT NOT FOUND!"
                 ELSE
                 IF WS-DES-ACC-NO = WS-ACC-NO
                    OR (WS-DES-CUST-ID = WS-ACC-CUST-ID
                       AND WS-ACC-CUST-ID NOT = SPACES)
                    MOVE "Y" TO WS-PY-OK
                 ELSE
                    DISPLAY "THIS ACCOUNT IS NOT ONE OF YOUR "
                       "REGISTERED PAYEES."
                    DISPLAY "REGISTER IT NOW? TRANSFERS WILL BE "
                       "LIMITED TO " WS-PY-COOL-CAP
                    DISPLAY "FOR " WS-PY-COOL-DAYS " DAY(S). (Y/N): "
                    ACCEPT WS-PY-ANSWER
                    IF WS-PY-ANSWER = "Y"
                       DISPLAY "ENTER A NAME FOR THIS PAYEE: "
                       ACCEPT WS-PY-NICKNAME
                       PERFORM WRITE-NEW-PAYEE
                       MOVE "Y" TO WS-PY-OK
                    ELSE
                       DISPLAY "TRANSFER CANCELLED."
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       PAYEE-MENU.
           DISPLAY "1. REGISTER A NEW PAYEE"
           DISPLAY "2. LIST MY PAYEES"
           DISPLAY "3. DELETE A PAYEE"
           DISPLAY "9. BACK"
           ACCEPT WS-PY-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PY-TODAY
           EVALUATE WS-PY-CHOICE
              WHEN 1 PERFORM ADD-ATM-PAYEE
              WHEN 2 PERFORM LIST-MY-PAYEES
              WHEN 3 PERFORM DELETE-ATM-PAYEE
              WHEN 9 CONTINUE
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       ADD-ATM-PAYEE.
           DISPLAY "ENTER PAYEE ACCOUNT NO: "
           ACCEPT WS-DES-ACC-NO
           PERFORM FIND-PAYEE-BY-ACC
           IF WS-PY-FOUND = "Y"
              DISPLAY "ACCOUNT IS ALREADY A REGISTERED PAYEE."
           ELSE
           IF WS-DES-ACC-NO = WS-ACC-NO
              DISPLAY "YOU CANNOT REGISTER YOUR OWN ACCOUNT."
           ELSE
              PERFORM VALIDATE-DESTINATION-ACCOUNT
              IF DES-ACC-FOUND = "N"
                 DISPLAY "ACCOUNT NOT FOUND!"
              ELSE
                 DISPLAY "ENTER A NAME FOR THIS PAYEE: "
                 ACCEPT WS-PY-NICKNAME
                 PERFORM WRITE-NEW-PAYEE
                 DISPLAY "PAYEE REGISTERED."
                 IF WS-PY-COOLING = "Y"
                    DISPLAY "UNTIL " WS-PY-COOL-END
                       " TRANSFERS TO THIS PAYEE ARE LIMITED TO "
                       WS-PY-COOL-CAP
                 END-IF
              END-IF
           END-IF
           END-IF.

       WRITE-NEW-PAYEE.
           COMPUTE WS-PY-COOL-INT =
              FUNCTION INTEGER-OF-DATE(WS-PY-TODAY) + WS-PY-COOL-DAYS
           COMPUTE WS-PY-COOL-END =
              FUNCTION DATE-OF-INTEGER(WS-PY-COOL-INT)
           MOVE WS-ACC-NO TO PY-ACC-NO
           MOVE WS-DES-ACC-NO TO PY-PAYEE-ACC
           MOVE WS-PY-NICKNAME TO PY-NICKNAME
           MOVE WS-PY-TODAY TO PY-ADD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ADD-TIME
           MOVE WS-PY-COOL-END TO PY-COOL-END
           MOVE 0 TO PY-COOL-USED
           SET PY-BY-ATM TO TRUE
           MOVE WS-CARD-NO TO PY-OPERATOR
           SET PY-ACTIVE TO TRUE
           OPEN EXTEND PAYEES
           IF WS-PY-STATUS = "35"
              OPEN OUTPUT PAYEES
           END-IF
           WRITE PAYEE-REC
           CLOSE PAYEES
           MOVE "PAYEE-ADD" TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-LOG
           MOVE "N" TO WS-PY-COOLING
           MOVE 0 TO WS-PY-COOL-LEFT
           IF WS-PY-TODAY < WS-PY-COOL-END
              MOVE "Y" TO WS-PY-COOLING
              MOVE WS-PY-COOL-CAP TO WS-PY-COOL-LEFT
           END-IF.

       LIST-MY-PAYEES.
           MOVE 0 TO WS-PY-SEQ
           MOVE 0 TO WS-PY-SHOWN
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAYEES
           IF WS-PY-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PAYEES
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PY-SEQ
                       IF PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                          ADD 1 TO WS-PY-SHOWN
                          IF WS-PY-TODAY < PY-COOL-END
                             DISPLAY WS-PY-SEQ " " PY-PAYEE-ACC " "
                                PY-NICKNAME " (NEW UNTIL "
                                PY-COOL-END ")"
                          ELSE
                             DISPLAY WS-PY-SEQ " " PY-PAYEE-ACC " "
                                PY-NICKNAME
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PY-STATUS NOT = "35"
              CLOSE PAYEES
           END-IF
           IF WS-PY-SHOWN = 0
              DISPLAY "NO REGISTERED PAYEES."
           END-IF.

       FIND-PAYEE-BY-LINE.
           MOVE "N" TO WS-PY-FOUND
           MOVE 0 TO WS-PY-SEQ
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAYEES
           IF WS-PY-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PAYEES
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PY-SEQ
                       IF WS-PY-SEQ = WS-PY-PICK
                          AND PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                          MOVE "Y" TO WS-PY-FOUND
                          MOVE PY-PAYEE-ACC TO WS-DES-ACC-NO
                          PERFORM NOTE-PAYEE-COOLING
                          MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PY-STATUS NOT = "35"
              CLOSE PAYEES
           END-IF.

       FIND-PAYEE-BY-ACC.
           MOVE "N" TO WS-PY-FOUND
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAYEES
           IF WS-PY-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PAYEES
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                          AND PY-PAYEE-ACC = WS-DES-ACC-NO
                          MOVE "Y" TO WS-PY-FOUND
                          PERFORM NOTE-PAYEE-COOLING
                          MOVE "Y" TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PY-STATUS NOT = "35"
              CLOSE PAYEES
           END-IF.

       NOTE-PAYEE-COOLING.
           MOVE "N" TO WS-PY-COOLING
           MOVE 0 TO WS-PY-COOL-LEFT
           IF WS-PY-TODAY < PY-COOL-END
              MOVE "Y" TO WS-PY-COOLING
              MOVE PY-COOL-END TO WS-PY-COOL-END
              IF PY-COOL-USED < WS-PY-COOL-CAP
                 COMPUTE WS-PY-COOL-LEFT =
                    WS-PY-COOL-CAP - PY-COOL-USED
              END-IF
           END-IF.

       RECORD-PAYEE-COOL-USE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PAYEES
           IF WS-PY-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT PAYEES-NEW
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ PAYEES
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                             AND PY-PAYEE-ACC = WS-DES-ACC-NO
                             ADD AMOUNT TO PY-COOL-USED
                          END-IF
                          WRITE PAYEES-NEW-REC FROM PAYEE-REC
                  END-READ
              END-PERFORM
              CLOSE PAYEES
              CLOSE PAYEES-NEW
              CALL "SYSTEM" USING "mv PAYEES_NEW.tmp PAYEES.DAT"
           END-IF.

       DELETE-ATM-PAYEE.
           PERFORM LIST-MY-PAYEES
           IF WS-PY-SHOWN > 0
              DISPLAY "ENTER PAYEE LINE NUMBER TO DELETE: "
              ACCEPT WS-PY-PICK
              MOVE "N" TO WS-PY-FOUND
              MOVE 0 TO WS-PY-SEQ
              MOVE "N" TO EOF-FLAG
              OPEN INPUT PAYEES
              OPEN OUTPUT PAYEES-NEW
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ PAYEES
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          ADD 1 TO WS-PY-SEQ
                          IF WS-PY-SEQ = WS-PY-PICK
                             AND PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                             SET PY-DELETED TO TRUE
                             MOVE "Y" TO WS-PY-FOUND
                          END-IF
                          WRITE PAYEES-NEW-REC FROM PAYEE-REC
                  END-READ
              END-PERFORM
              CLOSE PAYEES
              CLOSE PAYEES-NEW
              CALL "SYSTEM" USING "mv PAYEES_NEW.tmp PAYEES.DAT"
              IF WS-PY-FOUND = "Y"
                 MOVE "PAYEE-DEL" TO WS-SEC-EVENT
                 PERFORM WRITE-SECURITY-LOG
                 DISPLAY "PAYEE DELETED."
              ELSE
                 DISPLAY "INVALID PAYEE SELECTION."
              END-IF
           END-IF.

       PRICE-TRANSFER.
           MOVE "Y" TO WS-FX-OK
           MOVE "N" TO WS-FX-XFER
           MOVE WS-TRANSFER-FEE TO WS-TRF-FEE
           MOVE AMOUNT TO WS-DES-CREDIT
           MOVE 1 TO WS-FX-RATE
           MOVE AMOUNT TO WS-FX-BASE-AMT
           IF WS-ACC-CCY NOT = WS-BASE-CCY
              MOVE WS-ACC-CCY TO WS-FX-CCY
              PERFORM LOAD-FX-RATE
              IF WS-FX-FOUND = "N"
                 MOVE "N" TO WS-FX-OK
              ELSE
                 COMPUTE WS-FX-BASE-AMT ROUNDED =
                    AMOUNT * WS-FX-BUY
                 COMPUTE WS-TRF-FEE ROUNDED =
                    WS-TRANSFER-FEE / WS-FX-BUY
              END-IF
           END-IF
           IF WS-FX-OK = "Y" AND WS-ACC-CCY NOT = WS-DES-CCY
              MOVE "Y" TO WS-FX-XFER
              IF WS-DES-CCY = WS-BASE-CCY
                 MOVE WS-FX-BASE-AMT TO WS-DES-CREDIT
              ELSE
                 MOVE WS-DES-CCY TO WS-FX-CCY
                 PERFORM LOAD-FX-RATE
                 IF WS-FX-FOUND = "N"
                    MOVE "N" TO WS-FX-OK
                 ELSE
                    COMPUTE WS-DES-CREDIT ROUNDED =
                       WS-FX-BASE-AMT / WS-FX-SELL
                 END-IF
              END-IF
              IF WS-FX-OK = "Y" AND AMOUNT > 0
                 COMPUTE WS-FX-RATE ROUNDED =
                    WS-DES-CREDIT / AMOUNT
                 MOVE WS-FX-RATE TO WS-FX-RATE-DIS
                 DISPLAY "CONVERTING " AMOUNT " " WS-ACC-CCY
                    " TO " WS-DES-CREDIT " " WS-DES-CCY
                 DISPLAY "RATE " WS-FX-RATE-DIS
              END-IF
           END-IF
           MOVE WS-FX-RATE TO WS-FX-RATE-DIS
           IF WS-FX-OK = "N"
              DISPLAY "NO EXCHANGE RATE AVAILABLE FOR "
                 WS-FX-CCY ". TRANSFER NOT APPLIED."
           END-IF.

       LOAD-FX-RATE.
           MOVE "N" TO WS-FX-FOUND
           MOVE 0 TO WS-FX-EFF-DATE
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
                          MOVE FX-SELL-RATE TO WS-FX-SELL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-STATUS NOT = "35"
              CLOSE FX-RATES
           END-IF.

       WRITE-FX-TRANS.
           OPEN EXTEND FX-TRANS
           IF WS-FXT-STATUS = "35"
              OPEN OUTPUT FX-TRANS
           END-IF
           MOVE WS-REF-NO TO FXT-REF-NO
           MOVE WS-BUS-DATE TO FXT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO FXT-TIME
           MOVE WS-ACC-NO TO FXT-FROM-ACC
           MOVE WS-ACC-CCY TO FXT-FROM-CCY
           MOVE AMOUNT TO FXT-FROM-AMOUNT
           MOVE WS-DES-ACC-NO TO FXT-TO-ACC
           MOVE WS-DES-CCY TO FXT-TO-CCY
           MOVE WS-DES-CREDIT TO FXT-TO-AMOUNT
           MOVE WS-FX-RATE TO FXT-RATE
           MOVE WS-FX-BASE-AMT TO FXT-BASE-AMOUNT
           MOVE WS-TRF-FEE TO FXT-FEE
           WRITE FX-TRANS-REC
           CLOSE FX-TRANS.

       FIND-FX-TRANS.
           MOVE AMOUNT TO WS-DES-CREDIT
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-TRANS
           IF WS-FXT-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-TRANS
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FXT-REF-NO = WS-REF-NO
                          MOVE FXT-TO-AMOUNT TO WS-DES-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXT-STATUS NOT = "35"
              CLOSE FX-TRANS
           END-IF.

       INTERBANK-TRANSFER.
           DISPLAY "ENTER DESTINATION BANK CODE (3 DIGITS): "
           ACCEPT WS-IBT-BANK
           IF WS-IBT-BANK NOT NUMERIC OR WS-IBT-BANK = "000"
              DISPLAY "INVALID BANK CODE."
           ELSE
              DISPLAY "ENTER DESTINATION ACCOUNT NO: "
              ACCEPT WS-IBT-ACC
              DISPLAY "ENTER BENEFICIARY NAME: "
              ACCEPT WS-IBT-NAME
              DISPLAY "ENTER AMOUNT TO TRANSFER: "
              ACCEPT AMOUNT
              IF WS-IBT-ACC = SPACES OR AMOUNT = 0
                 DISPLAY "NOTHING TRANSFERRED."
              ELSE
                 PERFORM GET-NEXT-REF-NO
                 COMPUTE WS-ACC-DELTA = 0 - AMOUNT - WS-IBT-FEE
                 MOVE WS-MIN-BALANCE TO WS-MIN-ALLOWED-BALANCE
                 PERFORM UPDATE-ACCOUNT
                 IF WS-UPDATE-OK = "Y"
                    PERFORM QUEUE-OUTWARD-CLEARING
                    PERFORM SLIP-INTERBANK-TRANSFER
                    MOVE "G" TO TRANS-TYPE
                    PERFORM WRITE-TRANSLOG
                    PERFORM CHECK-DEBIT-ALERTS
                    DISPLAY "INTERBANK TRANSFER ACCEPTED FOR CLEARING."
                    DISPLAY "TRANSFER FEE CHARGED: " WS-IBT-FEE
                    DISPLAY "NEW BALANCE: " WS-ACC-BALANCE
                 ELSE
                    DISPLAY "INSUFFICIENT FUNDS OR BELOW MINIMUM "
                       "BALANCE!"
                    DISPLAY "TRANSFER NOT APPLIED. NO FEE CHARGED."
                 END-IF
              END-IF
           END-IF.

       QUEUE-OUTWARD-CLEARING.
           OPEN EXTEND OUTWARD-CLEARING
           IF WS-OC-STATUS = "35"
              OPEN OUTPUT OUTWARD-CLEARING
           END-IF
           MOVE WS-REF-NO TO OC-REF-NO
           MOVE WS-ACC-NO TO OC-ACC-NO
           MOVE WS-IBT-BANK TO OC-BANK-CODE
           MOVE WS-IBT-ACC TO OC-DEST-ACC
           MOVE WS-IBT-NAME TO OC-DEST-NAME
           MOVE AMOUNT TO OC-AMOUNT
           MOVE WS-IBT-FEE TO OC-FEE
           MOVE WS-BUS-DATE TO OC-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO OC-TIME
           MOVE 0 TO OC-BATCH-DATE
           SET OC-QUEUED TO TRUE
           WRITE OUTWARD-CLEARING-REC
           CLOSE OUTWARD-CLEARING.

       BILL-PAYMENT.
           PERFORM LIST-ACTIVE-BILLERS
           IF WS-BILL-SHOWN = 0
              DISPLAY "NO BILLERS AVAILABLE."
           ELSE
              DISPLAY "ENTER BILLER CODE: "
              ACCEPT WS-BILL-CODE
              PERFORM READ-BILLER
              IF WS-BILL-FOUND = "N"
                 DISPLAY "BILLER NOT FOUND OR NOT ACTIVE."
              ELSE
                 DISPLAY "PAYING: " WS-BILL-NAME
                 DISPLAY "ENTER BILL REFERENCE: "
                 ACCEPT WS-BILL-REF
                 PERFORM VALIDATE-BILL-REFERENCE
                 IF WS-BILL-REF-OK = "N"
                    DISPLAY "BILL REFERENCE DOES NOT MATCH FORMAT "
                       WS-BILL-FORMAT
                 ELSE
                    DISPLAY "ENTER AMOUNT TO PAY: "
                    ACCEPT AMOUNT
                    IF AMOUNT = 0
                       DISPLAY "NOTHING PAID."
                    ELSE
                       PERFORM GET-NEXT-REF-NO
                       COMPUTE WS-ACC-DELTA = 0 - AMOUNT
                       MOVE WS-MIN-BALANCE TO WS-MIN-ALLOWED-BALANCE
                       PERFORM UPDATE-ACCOUNT
                       IF WS-UPDATE-OK = "Y"
                          PERFORM WRITE-BILL-PAYMENT
                          PERFORM SLIP-BILL-PAYMENT
                          MOVE "P" TO TRANS-TYPE
                          PERFORM WRITE-TRANSLOG
                          PERFORM CHECK-DEBIT-ALERTS
                          DISPLAY "BILL PAYMENT SUCCESSFUL."
                          DISPLAY "NEW BALANCE: " WS-ACC-BALANCE
                       ELSE
                          DISPLAY "INSUFFICIENT FUNDS OR BELOW MINIMUM "
                             "BALANCE!"
                          DISPLAY "BILL PAYMENT NOT APPLIED."
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LIST-ACTIVE-BILLERS.
           MOVE 0 TO WS-BILL-SHOWN
           OPEN INPUT BILLER-MASTER
           IF WS-BL-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ BILLER-MASTER NEXT RECORD
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF BL-ACTIVE
                             ADD 1 TO WS-BILL-SHOWN
                             DISPLAY BL-CODE " " BL-NAME
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BILLER-MASTER
           END-IF.

       READ-BILLER.
           MOVE "N" TO WS-BILL-FOUND
           OPEN INPUT BILLER-MASTER
           IF WS-BL-STATUS = "35"
              CONTINUE
           ELSE
              MOVE WS-BILL-CODE TO BL-CODE
              READ BILLER-MASTER
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF BL-ACTIVE
                         MOVE "Y" TO WS-BILL-FOUND
                         MOVE BL-NAME TO WS-BILL-NAME
                         MOVE BL-REF-FORMAT TO WS-BILL-FORMAT
                      END-IF
              END-READ
              CLOSE BILLER-MASTER
           END-IF.

       VALIDATE-BILL-REFERENCE.
           MOVE "Y" TO WS-BILL-REF-OK
           IF WS-BILL-REF = SPACES
              MOVE "N" TO WS-BILL-REF-OK
           END-IF
           IF WS-BILL-FORMAT NOT = SPACES
              PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                    UNTIL WS-BILL-IDX > 20
                  MOVE WS-BILL-FORMAT(WS-BILL-IDX:1) TO WS-BILL-MASK-CH
                  MOVE WS-BILL-REF(WS-BILL-IDX:1) TO WS-BILL-REF-CH
                  EVALUATE WS-BILL-MASK-CH
                     WHEN "9"
                        IF WS-BILL-REF-CH NOT NUMERIC
                           MOVE "N" TO WS-BILL-REF-OK
                        END-IF
                     WHEN "A"
                        IF WS-BILL-REF-CH NOT ALPHABETIC
                           OR WS-BILL-REF-CH = SPACE
                           MOVE "N" TO WS-BILL-REF-OK
                        END-IF
                     WHEN "X"
                        IF WS-BILL-REF-CH = SPACE
                           MOVE "N" TO WS-BILL-REF-OK
                        END-IF
                     WHEN OTHER
                        IF WS-BILL-REF-CH NOT = SPACE
                           MOVE "N" TO WS-BILL-REF-OK
                        END-IF
                  END-EVALUATE
              END-PERFORM
           END-IF.

       WRITE-BILL-PAYMENT.
           OPEN EXTEND BILL-PAYMENTS
           IF WS-BP-STATUS = "35"
              OPEN OUTPUT BILL-PAYMENTS
           END-IF
           MOVE WS-REF-NO TO BP-REF-NO
           MOVE WS-ACC-NO TO BP-ACC-NO
           MOVE WS-BILL-CODE TO BP-BILLER
           MOVE WS-BILL-REF TO BP-BILL-REF
           MOVE AMOUNT TO BP-AMOUNT
           MOVE WS-BUS-DATE TO BP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO BP-TIME
           SET BP-PENDING TO TRUE
           WRITE BILL-PAYMENT-REC
           CLOSE BILL-PAYMENTS.

       STANDING-ORDER-MENU.
           DISPLAY "1. CREATE STANDING ORDER"
           DISPLAY "2. LIST MY STANDING ORDERS"
           PERFORM VALIDATE-DESTINATION-ACCOUNT
           IF DES-ACC-FOUND = "N"
              DISPLAY "DESTINATION ACCOUNT NOT FOUND!"
           ELSE
           IF WS-DES-CCY NOT = WS-ACC-CCY
              DISPLAY "STANDING ORDERS MUST BE BETWEEN ACCOUNTS "
                 "IN THE SAME CURRENCY."
           ELSE
              MOVE WS-ACC-NO TO SO-FROM-ACC
              MOVE WS-DES-ACC-NO TO SO-TO-ACC
              WRITE STANDING-ORDER-REC
              CLOSE STANDING-ORDERS
              DISPLAY "STANDING ORDER CREATED."
           END-IF
           END-IF.

       LIST-STANDING-ORDERS.
           MOVE WS-ACC-NO TO TJ-FROM-ACC
           MOVE WS-DES-ACC-NO TO TJ-TO-ACC
           MOVE AMOUNT TO TJ-AMOUNT
           MOVE WS-TRF-FEE TO TJ-FEE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TJ-TIME
           MOVE WS-TJ-WRITE-STATUS TO TJ-STATUS
           MOVE WS-TJR-FROM(WS-TJR-IDX) TO WS-ACC-NO
           MOVE WS-TJR-TO(WS-TJR-IDX) TO WS-DES-ACC-NO
           MOVE WS-TJR-AMOUNT(WS-TJR-IDX) TO AMOUNT
           MOVE WS-TJR-FEE(WS-TJR-IDX) TO WS-TRF-FEE
           PERFORM FIND-LAST-LOGGED-BALANCE
           PERFORM READ-SOURCE-BALANCE
           COMPUTE WS-LLB-EXPECTED = WS-LLB-BALANCE
           MOVE WS-TJR-FROM(WS-TJR-IDX) TO WS-ACC-NO
           MOVE WS-TJR-TO(WS-TJR-IDX) TO WS-DES-ACC-NO
           MOVE WS-TJR-AMOUNT(WS-TJR-IDX) TO AMOUNT
           MOVE WS-TJR-FEE(WS-TJR-IDX) TO WS-TRF-FEE
           PERFORM FIND-FX-TRANS
           PERFORM UPDATE-DESTINATION-ACCOUNT
           PERFORM READ-SOURCE-BALANCE
           MOVE "T" TO TRANS-TYPE
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO DES-ACC-FOUND
                   MOVE ACC-CUST-ID TO WS-DES-CUST-ID
                   IF ACC-CURRENCY = SPACES
                      MOVE WS-BASE-CCY TO WS-DES-CCY
                   ELSE
                      MOVE ACC-CURRENCY TO WS-DES-CCY
                   END-IF
           END-READ
           CLOSE ACCOUNTS.

       UPDATE-ACCOUNT.
           MOVE "N" TO WS-UPDATE-OK
           IF WS-ACC-DELTA < 0
              PERFORM SUM-LEGAL-HOLDS
           ELSE
              MOVE 0 TO WS-LH-TOTAL
           END-IF
           OPEN I-O ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT UPDATE ERROR"
               NOT INVALID KEY
                   COMPUTE WS-AL-PRE-NET = ACC-BALANCE - ACC-OD-USED
                   COMPUTE WS-NET-BALANCE = ACC-BALANCE
                      - ACC-OD-USED + WS-ACC-DELTA
                   IF (ACC-OD-LIMIT = 0
                         AND WS-NET-BALANCE - WS-LH-TOTAL
                            < WS-MIN-ALLOWED-BALANCE)
                      OR (ACC-OD-LIMIT > 0
                         AND WS-NET-BALANCE + ACC-OD-LIMIT
                            - WS-LH-TOTAL < 0)
                      MOVE ACC-BALANCE TO WS-ACC-BALANCE
                      IF WS-LH-TOTAL > 0
                         DISPLAY "FUNDS UNDER LEGAL HOLD: "
                            WS-LH-TOTAL
                      END-IF
                   ELSE
                      IF WS-NET-BALANCE < 0
                         MOVE 0 TO ACC-BALANCE
               INVALID KEY
                   DISPLAY "DESTINATION UPDATE ERROR"
               NOT INVALID KEY
                   MOVE WS-DES-CREDIT TO WS-CREDIT-AMOUNT
                   PERFORM APPLY-CREDIT-TO-ACCOUNT
                   REWRITE ACCOUNT-REC
                       INVALID KEY DISPLAY "DESTINATION UPDATE ERROR"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "TRANSFER FEE: - " WS-TRF-FEE " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "REMAINING BALANCE: " WS-ACC-BALANCE " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           PERFORM WRITE-SLIP-FOOTER
           CLOSE SLIP.

       SLIP-FX-TRANSFER.
           OPEN EXTEND SLIP
           PERFORM WRITE-SLIP-HEADER
           STRING "REF NO: " WS-REF-NO
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "FROM ACCOUNT NO: " WS-ACC-NO
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "TO ACCOUNT NO: " WS-DES-ACC-NO
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           MOVE "TRANSACTION: FOREIGN CURRENCY TRANSFER" TO SLIP-REC
           WRITE SLIP-REC
           STRING "AMOUNT: - " AMOUNT " " WS-ACC-CCY
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "CREDITED: + " WS-DES-CREDIT " " WS-DES-CCY
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "EXCHANGE RATE: " WS-FX-RATE-DIS
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "TRANSFER FEE: - " WS-TRF-FEE " " WS-ACC-CCY
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "REMAINING BALANCE: " WS-ACC-BALANCE " " WS-ACC-CCY
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           PERFORM WRITE-SLIP-FOOTER
           CLOSE SLIP.

       SLIP-BILL-PAYMENT.
           OPEN EXTEND SLIP
           PERFORM WRITE-SLIP-HEADER
           STRING "REF NO: " WS-REF-NO
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           MOVE "TRANSACTION: BILL PAYMENT" TO SLIP-REC
           WRITE SLIP-REC
           STRING "BILLER: " WS-BILL-CODE " " WS-BILL-NAME
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "BILL REFERENCE: " WS-BILL-REF
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "AMOUNT: - " AMOUNT " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "REMAINING BALANCE: " WS-ACC-BALANCE " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           PERFORM WRITE-SLIP-FOOTER
           CLOSE SLIP.

       SLIP-INTERBANK-TRANSFER.
           OPEN EXTEND SLIP
           PERFORM WRITE-SLIP-HEADER
           STRING "REF NO: " WS-REF-NO
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           MOVE "TRANSACTION: INTERBANK TRANSFER" TO SLIP-REC
           WRITE SLIP-REC
           STRING "TO BANK: " WS-IBT-BANK " ACCOUNT NO: " WS-IBT-ACC
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "BENEFICIARY: " WS-IBT-NAME
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "AMOUNT: - " AMOUNT " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC
           STRING "TRANSFER FEE: - " WS-IBT-FEE " BAHT"
                  DELIMITED BY SIZE
                  INTO SLIP-REC
           WRITE SLIP-REC

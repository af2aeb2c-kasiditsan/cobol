               RECORD KEY IS OP-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-OP-STATUS.
           SELECT BILLER-MASTER ASSIGN TO "BILLER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-CODE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-BL-STATUS.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RETAIL-LOANS ASSIGN TO "RETAIL_LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOAN_SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-TRANS ASSIGN TO "FX_TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXT-STATUS.
           SELECT CHEQUE-BOOKS ASSIGN TO "CHEQUE_BOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT CHEQUE-STOPS ASSIGN TO "CHEQUE_STOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT CHEQUE-PAID ASSIGN TO "CHEQUE_PAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT CHQ-STOP-NEW ASSIGN TO "CHEQUE_STOPS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHQ-BOOK-CTL ASSIGN TO "CHQ_BOOK_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBCTL-STATUS.
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
           SELECT TELLER-SESSIONS ASSIGN TO "TELLER_SESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT TS-NEW ASSIGN TO "TELLER_SESSIONS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELLER-JRNL ASSIGN TO "TELLER_JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLJ-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO "LEGAL_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT LH-NEW ASSIGN TO "LEGAL_HOLDS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-HOLD-CTL ASSIGN TO "LEGAL_HOLD_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LHCTL-STATUS.
           SELECT CLOSED-ACCT-ARCH ASSIGN TO "CLOSED_ACCT_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAA-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD SECURITY-LOG.
       01 SECURITY-LOG-REC.
          05 OP-PERM-CLOSE  PIC X(1).
          05 OP-PERM-MAINT  PIC X(1).

       FD BILLER-MASTER.
       01 BILLER-REC.
          05 BL-CODE         PIC X(6).
          05 BL-NAME         PIC X(30).
          05 BL-SETTLE-ACC   PIC X(10).
          05 BL-REF-FORMAT   PIC X(20).
          05 BL-STATUS       PIC X(1).
             88 BL-ACTIVE      VALUE "A".
             88 BL-INACTIVE    VALUE "X".

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

       FD CHQ-STOP-NEW.
       01 CHQ-STOP-NEW-REC PIC X(87).

       FD CHQ-BOOK-CTL.
       01 CHQ-BOOK-CTL-REC PIC 9(7).

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

       FD RETAIL-LOANS.
       01 RETAIL-LOAN-REC.
          05 RL-LOAN-NO      PIC 9(10).
          05 RL-CUST-ID      PIC X(10).
          05 RL-ACC-NO       PIC X(10).
          05 RL-PRINCIPAL    PIC 9(8)V99.
          05 RL-RATE         PIC 9V9(4).
          05 RL-TERM-MONTHS  PIC 9(3).
          05 RL-INSTALMENT   PIC 9(8)V99.
          05 RL-OPEN-DATE    PIC 9(8).
          05 RL-OUTSTANDING  PIC 9(8)V99.
          05 RL-ARREARS      PIC 9(8)V99.
          05 RL-ARREARS-DAYS PIC 9(4).
          05 RL-STATUS       PIC X(1).
             88 RL-ACTIVE      VALUE "A".
             88 RL-PAID-OFF    VALUE "P".

       FD LOAN-SCHEDULE.
       01 LOAN-SCHEDULE-REC.
          05 LS-LOAN-NO      PIC 9(10).
          05 LS-INST-NO      PIC 9(3).
          05 LS-ACC-NO       PIC X(10).
          05 LS-DUE-DATE     PIC 9(8).
          05 LS-PRINCIPAL    PIC 9(8)V99.
          05 LS-INTEREST     PIC 9(8)V99.
          05 LS-AMOUNT-DUE   PIC 9(8)V99.
          05 LS-AMOUNT-PAID  PIC 9(8)V99.
          05 LS-PAID-DATE    PIC 9(8).
          05 LS-STATUS       PIC X(1).
             88 LS-DUE         VALUE "D".
             88 LS-PAID        VALUE "P".
             88 LS-SHORT       VALUE "S".

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

       FD TELLER-SESSIONS.
       01 TELLER-SESSION-REC.
          05 TS-TELLER       PIC X(10).
          05 TS-OPEN-DATE    PIC 9(8).
          05 TS-OPEN-TIME    PIC 9(6).
          05 TS-CLOSE-DATE   PIC 9(8).
          05 TS-CLOSE-TIME   PIC 9(6).
          05 TS-STATE        PIC X(1).
             88 TS-OPEN        VALUE "O".
             88 TS-CLOSED      VALUE "C".
          05 TS-OPEN-NOTES   PIC 9(5) OCCURS 5 TIMES.
          05 TS-OPEN-COINS   PIC 9(6)V99.
          05 TS-OPEN-TOTAL   PIC 9(8)V99.
          05 TS-CASH-IN      PIC 9(8)V99.
          05 TS-CASH-OUT     PIC 9(8)V99.
          05 TS-IN-COUNT     PIC 9(4).
          05 TS-OUT-COUNT    PIC 9(4).
          05 TS-CNT-NOTES    PIC 9(5) OCCURS 5 TIMES.
          05 TS-CNT-COINS    PIC 9(6)V99.
          05 TS-EXPECTED     PIC 9(8)V99.
          05 TS-COUNTED      PIC 9(8)V99.
          05 TS-VARIANCE     PIC 9(8)V99.
          05 TS-VAR-SIGN     PIC X(1).
             88 TS-BALANCED    VALUE "B".
             88 TS-OVER        VALUE "O".
             88 TS-SHORT       VALUE "S".
          05 TS-SUPERVISOR   PIC X(10).

       FD TS-NEW.
       01 TS-NEW-REC PIC X(184).

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

       FD LH-NEW.
       01 LH-NEW-REC PIC X(132).

       FD LEGAL-HOLD-CTL.
       01 LEGAL-HOLD-CTL-REC PIC 9(6).

       FD CLOSED-ACCT-ARCH.
       01 CLOSED-ACCT-ARCH-REC.
          05 CAA-ACC-NO      PIC X(10).
          05 CAA-NAME        PIC X(20).
          05 CAA-CUST-ID     PIC X(10).
          05 CAA-TIER        PIC X(1).
          05 CAA-CURRENCY    PIC X(3).
          05 CAA-OD-LIMIT    PIC 9(8)V99.
          05 CAA-WHT-EXEMPT  PIC X(1).
          05 CAA-CLOSE-DATE  PIC 9(8).
          05 CAA-ARCH-DATE   PIC 9(8).
          05 CAA-CARDS       PIC 9(3).
          05 CAA-SOS         PIC 9(3).
          05 CAA-CHQS        PIC 9(3).
          05 CAA-LINKS       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS      PIC XX VALUE SPACES.
       01 WS-OP-PASSWORD    PIC X(10) VALUE SPACES.
       01 WS-TR-EOF        PIC X VALUE "N".
       01 WS-CHQ-REF       PIC 9(10) VALUE 0.
       01 WS-CHQ-FOUND     PIC X VALUE "N".
       01 WS-BL-STATUS     PIC XX VALUE SPACES.
       01 WS-BL-CODE       PIC X(6) VALUE SPACES.
       01 WS-BL-ACC-OK     PIC X VALUE "N".
       01 WS-CUST-STATUS   PIC XX VALUE SPACES.
       01 WS-RL-STATUS     PIC XX VALUE SPACES.
       01 WS-LS-STATUS     PIC XX VALUE SPACES.
       01 WS-FX-STATUS     PIC XX VALUE SPACES.
       01 WS-FX-EOF        PIC X VALUE "N".
       01 WS-FX-CCY        PIC X(3) VALUE SPACES.
       01 WS-FX-TODAY      PIC 9(8) VALUE 0.
       01 WS-FX-EFF-DATE   PIC 9(8) VALUE 0.
       01 WS-FX-BUY        PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-SELL       PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-CUR-DATE   PIC 9(8) VALUE 0.
       01 WS-FX-CUR-BUY    PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-CUR-SELL   PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-RATE-DIS   PIC ZZZ9.999999.
       01 WS-FXT-STATUS    PIC XX VALUE SPACES.
       01 WS-TJF-FX        PIC X VALUE "N".
       01 WS-TJF-DEST-AMT  PIC 9(8)V99 VALUE 0.
       01 WS-TJF-FX-FEE    PIC 9(8)V99 VALUE 0.
       01 WS-LN-OK         PIC X VALUE "N".
       01 WS-LN-CUST       PIC X(10) VALUE SPACES.
       01 WS-LN-PRINCIPAL  PIC 9(8)V99 VALUE 0.
       01 WS-LN-RATE       PIC 9V9(4) VALUE 0.
       01 WS-LN-MONTHS     PIC 9(3) VALUE 0.
       01 WS-LN-MRATE      PIC 9V9(8) VALUE 0.
       01 WS-LN-INSTALMENT PIC 9(8)V99 VALUE 0.
       01 WS-LN-BAL        PIC 9(8)V99 VALUE 0.
       01 WS-LN-INT        PIC 9(8)V99 VALUE 0.
       01 WS-LN-PRIN       PIC 9(8)V99 VALUE 0.
       01 WS-LN-IDX        PIC 9(3) VALUE 0.
       01 WS-LN-OPEN-DATE  PIC 9(8) VALUE 0.
       01 WS-LN-YEAR       PIC 9(4) VALUE 0.
       01 WS-LN-MONTH      PIC 9(2) VALUE 0.
       01 WS-LN-DAY        PIC 9(2) VALUE 0.
       01 WS-CB-STATUS     PIC XX VALUE SPACES.
       01 WS-CS-STATUS     PIC XX VALUE SPACES.
       01 WS-CP-STATUS     PIC XX VALUE SPACES.
       01 WS-CBCTL-STATUS  PIC XX VALUE SPACES.
       01 WS-CB-CHOICE     PIC 9 VALUE 0.
       01 WS-CB-EOF        PIC X VALUE "N".
       01 WS-CB-OK         PIC X VALUE "N".
       01 WS-CB-LEAVES     PIC 9(3) VALUE 0.
       01 WS-CB-LAST-NO    PIC 9(7) VALUE 0.
       01 WS-CB-FIRST      PIC 9(7) VALUE 0.
       01 WS-CB-LAST       PIC 9(7) VALUE 0.
       01 WS-CB-FROM       PIC 9(7) VALUE 0.
       01 WS-CB-TO         PIC 9(7) VALUE 0.
       01 WS-CB-PAID       PIC 9(4) VALUE 0.
       01 WS-CB-SEQ        PIC 9(3) VALUE 0.
       01 WS-CB-PICK       PIC 9(3) VALUE 0.
       01 WS-CB-SHOWN      PIC 9(3) VALUE 0.
       01 WS-AP-STATUS     PIC XX VALUE SPACES.
       01 WS-AO-STATUS     PIC XX VALUE SPACES.
       01 WS-AL-CUST-ID    PIC X(10) VALUE SPACES.
       01 WS-AL-ACC-NO     PIC X(10) VALUE SPACES.
       01 WS-AL-PHONE      PIC X(10) VALUE SPACES.
       01 WS-AL-TYPE       PIC X(2) VALUE SPACES.
       01 WS-AL-AMOUNT     PIC 9(8)V99 VALUE 0.
       01 WS-AL-MESSAGE    PIC X(60) VALUE SPACES.
       01 WS-AL-OPT-IN     PIC X VALUE "Y".
       01 WS-PY-STATUS     PIC XX VALUE SPACES.
       01 WS-PY-CHOICE     PIC 9 VALUE 0.
       01 WS-PY-SEQ        PIC 9(3) VALUE 0.
       01 WS-PY-PICK       PIC 9(3) VALUE 0.
       01 WS-PY-SHOWN      PIC 9(3) VALUE 0.
       01 WS-PY-FOUND      PIC X VALUE "N".
       01 WS-PY-EOF        PIC X VALUE "N".
       01 WS-PY-PAYEE-ACC  PIC X(10) VALUE SPACES.
       01 WS-PY-NICKNAME   PIC X(20) VALUE SPACES.
       01 WS-PY-TODAY      PIC 9(8) VALUE 0.
       01 WS-PY-COOL-DAYS  PIC 9(3) VALUE 1.
       01 WS-PY-COOL-INT   PIC 9(8) VALUE 0.
       01 WS-PY-COOL-END   PIC 9(8) VALUE 0.
       01 WS-TS-STATUS     PIC XX VALUE SPACES.
       01 WS-TLJ-STATUS    PIC XX VALUE SPACES.
       01 WS-TS-CHOICE     PIC 9 VALUE 0.
       01 WS-TS-FOUND      PIC X VALUE "N".
       01 WS-TS-EOF        PIC X VALUE "N".
       01 WS-TS-OK         PIC X VALUE "N".
       01 WS-TS-SIGNED     PIC X VALUE "N".
       01 WS-TS-ANSWER     PIC X VALUE "N".
       01 WS-TS-ACTION     PIC X VALUE "P".
       01 WS-TS-TRANS-TYPE PIC X VALUE "D".
       01 WS-TS-TODAY      PIC 9(8) VALUE 0.
       01 WS-TS-OPEN-DATE  PIC 9(8) VALUE 0.
       01 WS-TS-OPEN-TIME  PIC 9(6) VALUE 0.
       01 WS-TS-IDX        PIC 9 VALUE 0.
       01 WS-TS-DENOM-TABLE.
          05 WS-TS-DENOM   PIC 9(4) OCCURS 5 TIMES.
       01 WS-TS-COUNT-TABLE.
          05 WS-TS-NOTES   PIC 9(5) OCCURS 5 TIMES.
       01 WS-TS-COINS      PIC 9(6)V99 VALUE 0.
       01 WS-TS-TOTAL      PIC 9(8)V99 VALUE 0.
       01 WS-TS-AMOUNT     PIC 9(8)V99 VALUE 0.
       01 WS-TS-OPEN-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-TS-CASH-IN    PIC 9(8)V99 VALUE 0.
       01 WS-TS-CASH-OUT   PIC 9(8)V99 VALUE 0.
       01 WS-TS-IN-COUNT   PIC 9(4) VALUE 0.
       01 WS-TS-OUT-COUNT  PIC 9(4) VALUE 0.
       01 WS-TS-EXPECTED   PIC 9(8)V99 VALUE 0.
       01 WS-TS-COUNTED    PIC 9(8)V99 VALUE 0.
       01 WS-TS-VARIANCE   PIC 9(8)V99 VALUE 0.
       01 WS-TS-VAR-SIGN   PIC X VALUE "B".
       01 WS-TS-VAR-WORD   PIC X(5) VALUE SPACES.
       01 WS-TS-VAR-LIMIT  PIC 9(8)V99 VALUE 100.
       01 WS-TS-NET        PIC S9(9)V99 VALUE 0.
       01 WS-TS-SUPER      PIC X(10) VALUE SPACES.
       01 WS-TS-SUPER-PW   PIC X(10) VALUE SPACES.
       01 WS-LH-STATUS     PIC XX VALUE SPACES.
       01 WS-LH-EOF        PIC X VALUE "N".
       01 WS-LH-TOTAL      PIC 9(8)V99 VALUE 0.
       01 WS-LH-COUNT      PIC 9(4) VALUE 0.
       01 WS-LHCTL-STATUS  PIC XX VALUE SPACES.
       01 WS-CAA-STATUS    PIC XX VALUE SPACES.
       01 WS-TR-ON-FILE    PIC X VALUE "N".
       01 WS-LH-CHOICE     PIC 9 VALUE 0.
       01 WS-LH-HOLD-NO    PIC 9(6) VALUE 0.
       01 WS-LH-PICK       PIC 9(6) VALUE 0.
       01 WS-LH-FOUND      PIC X VALUE "N".
       01 WS-LH-ANSWER     PIC X VALUE SPACES.
       01 WS-LH-ACTION     PIC X VALUE SPACES.
       01 WS-LH-NEW-STATE  PIC X VALUE SPACES.
       01 WS-LH-SHOWN      PIC 9(4) VALUE 0.
       01 WS-LH-TODAY      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
              DISPLAY "18. TRANSACTION RESEARCH"
              DISPLAY "19. MAINTAIN OPERATORS"
              DISPLAY "20. DISPUTE CASES"
              DISPLAY "21. MAINTAIN BILLERS"
              DISPLAY "22. ORIGINATE RETAIL LOAN"
              DISPLAY "23. MAINTAIN EXCHANGE RATES"
              DISPLAY "24. CHEQUE BOOKS AND STOP PAYMENTS"
              DISPLAY "25. REGISTERED PAYEES"
              DISPLAY "26. TELLER CASH DRAWER"
              DISPLAY "27. LEGAL HOLDS AND LIENS"
              DISPLAY "9. EXIT"
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE
                          "MAINTENANCE."
                    END-IF
                 WHEN 20 PERFORM DISPUTE-CASE-MENU
                 WHEN 21
                    IF WS-OP-PERM-PARAMS = "Y"
                       PERFORM MAINTAIN-BILLERS
                    ELSE
                       DISPLAY "NOT AUTHORISED FOR BILLER "
                          "MAINTENANCE."
                    END-IF
                 WHEN 22
                    IF WS-OP-PERM-OPEN = "Y"
                       PERFORM ORIGINATE-LOAN
                    ELSE
                       DISPLAY "NOT AUTHORISED FOR LOAN ORIGINATION."
                    END-IF
                 WHEN 23
                    IF WS-OP-PERM-PARAMS = "Y"
                       PERFORM MAINTAIN-FX-RATES
                    ELSE
                       DISPLAY "NOT AUTHORISED FOR EXCHANGE RATE "
                          "MAINTENANCE."
                    END-IF
                 WHEN 24 PERFORM CHEQUE-BOOK-MENU
                 WHEN 25 PERFORM PAYEE-MENU
                 WHEN 26 PERFORM TELLER-MENU
                 WHEN 27 PERFORM LEGAL-HOLD-MENU
                 WHEN 9 DISPLAY "GOODBYE!"
                 WHEN OTHER DISPLAY "INVALID OPTION"
              END-EVALUATE
                   DISPLAY "ACCOUNT NO : " ACC-NO
                   DISPLAY "NAME       : " ACC-NAME
                   DISPLAY "BALANCE    : " ACC-BALANCE
                   IF ACC-CURRENCY = SPACES
                      DISPLAY "CURRENCY   : THB"
                   ELSE
                      DISPLAY "CURRENCY   : " ACC-CURRENCY
                   END-IF
                   DISPLAY "STATUS     : " ACC-STATUS
                   DISPLAY "FAIL COUNT : " ACC-FAIL-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LH-TODAY
                   PERFORM SUM-LEGAL-HOLDS
                   IF WS-LH-TOTAL > 0
                      DISPLAY "LEGAL HOLDS: " WS-LH-TOTAL
                   END-IF
                   MOVE SPACES TO WS-REASON
                   MOVE "VIEW" TO WS-CA-ACTION
                   PERFORM WRITE-CONSOLE-AUDIT
              DISPLAY "UNCLEARED CHEQUE FUNDS ARE ON HOLD."
              MOVE "N" TO WS-CLOSE-OK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LH-TODAY
           PERFORM SUM-LEGAL-HOLDS
           IF WS-LH-COUNT > 0
              DISPLAY "LEGAL HOLDS OR LIENS ARE RECORDED ON THIS "
                 "ACCOUNT. AMOUNT HELD TODAY: " WS-LH-TOTAL
              MOVE "N" TO WS-CLOSE-OK
           END-IF
           MOVE "N" TO WS-TD-FOUND
           OPEN INPUT TERM-DEPOSITS
           IF WS-TD-STATUS = "35"
                 "TRANSFER CANNOT BE REVERSED."
              MOVE "Y" TO WS-REV-BLOCKED
           ELSE
              PERFORM FIND-FX-TRANS
              PERFORM READ-DEST-BALANCE
              IF WS-DEST-BALANCE < WS-TJF-DEST-AMT
                 DISPLAY "DESTINATION ACCOUNT CANNOT COVER THE "
                    "REVERSAL. NOT REVERSED."
                 MOVE "Y" TO WS-REV-BLOCKED
              ELSE
                 IF WS-TJF-FX = "Y"
                    MOVE WS-TJF-FX-FEE TO WS-TRANSFER-FEE
                 ELSE
                    PERFORM LOAD-TRANSFER-FEE
                 END-IF
                 COMPUTE WS-REV-DELTA =
                    WS-ORIG-AMOUNT + WS-TRANSFER-FEE
              END-IF
              CLOSE TRANSFER-JRNL
           END-IF.

       FIND-FX-TRANS.
           MOVE "N" TO WS-TJF-FX
           MOVE WS-ORIG-AMOUNT TO WS-TJF-DEST-AMT
           MOVE 0 TO WS-TJF-FX-FEE
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-TRANS
           IF WS-FXT-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-TRANS
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FXT-REF-NO = WS-REV-REF
                          MOVE "Y" TO WS-TJF-FX
                          MOVE FXT-TO-AMOUNT TO WS-TJF-DEST-AMT
                          MOVE FXT-FEE TO WS-TJF-FX-FEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXT-STATUS NOT = "35"
              CLOSE FX-TRANS
           END-IF
           IF WS-TJF-FX = "Y"
              DISPLAY "CROSS-CURRENCY TRANSFER - DESTINATION DEBIT "
                 WS-TJF-DEST-AMT " AT ORIGINAL RATE."
           END-IF.

       READ-DEST-BALANCE.
           MOVE 0 TO WS-DEST-BALANCE
           OPEN INPUT ACCOUNTS
                   DISPLAY "DESTINATION DEBIT ERROR FOR "
                      WS-TJF-TO-ACC
               NOT INVALID KEY
                   SUBTRACT WS-TJF-DEST-AMT FROM ACC-BALANCE
                   REWRITE ACCOUNT-REC
                       INVALID KEY
                           DISPLAY "DESTINATION DEBIT ERROR"
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE "R" TO TRANS-TYPE
           MOVE WS-TJF-DEST-AMT TO TRANS-AMOUNT
           MOVE WS-DEST-BALANCE TO TRANS-BALANCE
           MOVE WS-REV-REF TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
                   MOVE TD-ACC-NO TO WS-ACC-NO
                   PERFORM GET-NEXT-REF-NO
                   MOVE "M" TO WS-TD-TRANS-TYPE
                   MOVE TD-PRINCIPAL TO WS-ORIG-AMOUNT
                   PERFORM WRITE-TD-TRANSLOG
                   IF WS-TD-INTEREST > 0
                      PERFORM GET-NEXT-REF-NO
                      MOVE "J" TO WS-TD-TRANS-TYPE
                      MOVE WS-TD-INTEREST TO WS-ORIG-AMOUNT
                      PERFORM WRITE-TD-TRANSLOG
                   END-IF
                   DISPLAY "EARLY WITHDRAWAL PAID: " WS-TD-PAYOUT
                      " (PENALTY RATE APPLIED)"
                   MOVE "TD-EARLY" TO WS-CA-ACTION
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       ORIGINATE-LOAN.
           DISPLAY "ENTER REPAYMENT ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           DISPLAY "ENTER LOAN AMOUNT: "
           ACCEPT WS-LN-PRINCIPAL
           DISPLAY "ENTER TERM IN MONTHS: "
           ACCEPT WS-LN-MONTHS
           DISPLAY "ENTER ANNUAL RATE (E.G. 0.0750): "
           ACCEPT WS-LN-RATE
           MOVE "N" TO WS-LN-OK
           IF WS-LN-PRINCIPAL = 0 OR WS-LN-MONTHS = 0
              DISPLAY "LOAN AMOUNT AND TERM ARE REQUIRED."
           ELSE
              PERFORM CHECK-LOAN-BORROWER
           END-IF
           IF WS-LN-OK = "Y"
              PERFORM DISBURSE-LOAN
           END-IF
           IF WS-LN-OK = "Y"
              PERFORM GET-NEXT-REF-NO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LN-OPEN-DATE
              PERFORM COMPUTE-LOAN-INSTALMENT
              PERFORM WRITE-LOAN-MASTER
              PERFORM BUILD-LOAN-SCHEDULE
              MOVE "L" TO WS-TD-TRANS-TYPE
              MOVE WS-LN-PRINCIPAL TO WS-ORIG-AMOUNT
              PERFORM WRITE-TD-TRANSLOG
              DISPLAY "LOAN DISBURSED. LOAN NO: " WS-NEW-REF
              DISPLAY "MONTHLY INSTALMENT: " WS-LN-INSTALMENT
                 " FOR " WS-LN-MONTHS " MONTHS"
              MOVE SPACES TO WS-REASON
              STRING "LOAN " WS-NEW-REF
                     DELIMITED BY SIZE INTO WS-REASON
              MOVE "LOAN-OPEN" TO WS-CA-ACTION
              PERFORM WRITE-CONSOLE-AUDIT
           END-IF.

       CHECK-LOAN-BORROWER.
           MOVE SPACES TO WS-LN-CUST
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   IF NOT ACC-ACTIVE
                      DISPLAY "ACCOUNT IS NOT ACTIVE."
                   ELSE
                   IF ACC-CURRENCY NOT = SPACES
                         AND ACC-CURRENCY NOT = "THB"
                      DISPLAY "LOANS ARE ONLY REPAID FROM THB "
                         "ACCOUNTS."
                   ELSE
                      MOVE ACC-CUST-ID TO WS-LN-CUST
                   END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNTS
           IF WS-LN-CUST NOT = SPACES
              OPEN INPUT CUST-MASTER
              IF WS-CUST-STATUS = "35"
                 DISPLAY "NO CUSTOMER MASTER ON FILE."
              ELSE
                 MOVE WS-LN-CUST TO CUST-ID
                 READ CUST-MASTER
                     INVALID KEY
                         DISPLAY "ACCOUNT HOLDER NOT ON CUSTOMER "
                            "MASTER."
                     NOT INVALID KEY
                         DISPLAY "BORROWER: " CUST-NAME
                         MOVE "Y" TO WS-LN-OK
                 END-READ
                 CLOSE CUST-MASTER
              END-IF
           END-IF.

       DISBURSE-LOAN.
           MOVE "N" TO WS-LN-OK
           OPEN I-O ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   MOVE WS-LN-PRINCIPAL TO WS-CREDIT-AMOUNT
                   PERFORM APPLY-CREDIT-TO-ACCOUNT
                   REWRITE ACCOUNT-REC
                       INVALID KEY
                           DISPLAY "LOAN DISBURSEMENT ERROR"
                       NOT INVALID KEY
                           MOVE ACC-BALANCE TO WS-NEW-BALANCE
                           MOVE "Y" TO WS-LN-OK
                   END-REWRITE
           END-READ
           CLOSE ACCOUNTS.

       COMPUTE-LOAN-INSTALMENT.
           COMPUTE WS-LN-MRATE ROUNDED = WS-LN-RATE / 12
           IF WS-LN-MRATE = 0
              COMPUTE WS-LN-INSTALMENT ROUNDED =
                 WS-LN-PRINCIPAL / WS-LN-MONTHS
           ELSE
              COMPUTE WS-LN-INSTALMENT ROUNDED =
                 WS-LN-PRINCIPAL * WS-LN-MRATE
                 / (1 - (1 + WS-LN-MRATE) ** (0 - WS-LN-MONTHS))
           END-IF.

       WRITE-LOAN-MASTER.
           MOVE WS-NEW-REF TO RL-LOAN-NO
           MOVE WS-LN-CUST TO RL-CUST-ID
           MOVE WS-ACC-NO TO RL-ACC-NO
           MOVE WS-LN-PRINCIPAL TO RL-PRINCIPAL
           MOVE WS-LN-RATE TO RL-RATE
           MOVE WS-LN-MONTHS TO RL-TERM-MONTHS
           MOVE WS-LN-INSTALMENT TO RL-INSTALMENT
           MOVE WS-LN-OPEN-DATE TO RL-OPEN-DATE
           MOVE WS-LN-PRINCIPAL TO RL-OUTSTANDING
           MOVE 0 TO RL-ARREARS
           MOVE 0 TO RL-ARREARS-DAYS
           SET RL-ACTIVE TO TRUE
           OPEN EXTEND RETAIL-LOANS
           IF WS-RL-STATUS = "35"
              OPEN OUTPUT RETAIL-LOANS
           END-IF
           WRITE RETAIL-LOAN-REC
           CLOSE RETAIL-LOANS.

       BUILD-LOAN-SCHEDULE.
           MOVE WS-LN-PRINCIPAL TO WS-LN-BAL
           MOVE WS-LN-OPEN-DATE(1:4) TO WS-LN-YEAR
           MOVE WS-LN-OPEN-DATE(5:2) TO WS-LN-MONTH
           MOVE WS-LN-OPEN-DATE(7:2) TO WS-LN-DAY
           IF WS-LN-DAY > 28
              MOVE 28 TO WS-LN-DAY
           END-IF
           OPEN EXTEND LOAN-SCHEDULE
           IF WS-LS-STATUS = "35"
              OPEN OUTPUT LOAN-SCHEDULE
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                 UNTIL WS-LN-IDX > WS-LN-MONTHS
               ADD 1 TO WS-LN-MONTH
               IF WS-LN-MONTH > 12
                  MOVE 1 TO WS-LN-MONTH
                  ADD 1 TO WS-LN-YEAR
               END-IF
               COMPUTE WS-LN-INT ROUNDED = WS-LN-BAL * WS-LN-MRATE
               IF WS-LN-IDX = WS-LN-MONTHS
                  OR WS-LN-INSTALMENT - WS-LN-INT > WS-LN-BAL
                  MOVE WS-LN-BAL TO WS-LN-PRIN
               ELSE
                  COMPUTE WS-LN-PRIN = WS-LN-INSTALMENT - WS-LN-INT
               END-IF
               SUBTRACT WS-LN-PRIN FROM WS-LN-BAL
               MOVE WS-NEW-REF TO LS-LOAN-NO
               MOVE WS-LN-IDX TO LS-INST-NO
               MOVE WS-ACC-NO TO LS-ACC-NO
               COMPUTE LS-DUE-DATE = WS-LN-YEAR * 10000
                  + WS-LN-MONTH * 100 + WS-LN-DAY
               MOVE WS-LN-PRIN TO LS-PRINCIPAL
               MOVE WS-LN-INT TO LS-INTEREST
               COMPUTE LS-AMOUNT-DUE = WS-LN-PRIN + WS-LN-INT
               MOVE 0 TO LS-AMOUNT-PAID
               MOVE 0 TO LS-PAID-DATE
               SET LS-DUE TO TRUE
               WRITE LOAN-SCHEDULE-REC
           END-PERFORM
           CLOSE LOAN-SCHEDULE.

       RETURN-CHEQUE.
           DISPLAY "ENTER CHEQUE DEPOSIT REF NO: "
           ACCEPT WS-CHQ-REF
                             SET CH-RETURNED TO TRUE
                             MOVE "Y" TO WS-CHQ-FOUND
                             MOVE CH-ACC-NO TO WS-ACC-NO
                             MOVE CH-AMOUNT TO WS-AL-AMOUNT
                          END-IF
                          WRITE CHQ-NEW-REC FROM CHEQUE-HOLD-REC
                  END-READ
                    "WERE RELEASED."
                 MOVE "CHQ-RETURN" TO WS-CA-ACTION
                 PERFORM WRITE-CONSOLE-AUDIT
                 PERFORM RAISE-RETURN-ALERT
              ELSE
                 DISPLAY "NO HELD CHEQUE WITH THAT REF NO."
              END-IF
           END-IF.

       RAISE-RETURN-ALERT.
           MOVE SPACES TO WS-AL-CUST-ID
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ACC-CUST-ID TO WS-AL-CUST-ID
           END-READ
           CLOSE ACCOUNTS
           MOVE WS-ACC-NO TO WS-AL-ACC-NO
           MOVE "CR" TO WS-AL-TYPE
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "DEPOSITED CHEQUE REF " WS-CHQ-REF " RETURNED UNPAID"
                  DELIMITED BY SIZE INTO WS-AL-MESSAGE
           PERFORM RAISE-CUSTOMER-ALERT.

       ISSUE-CARD.
           DISPLAY "ENTER LINKED ACCOUNT NO: "
           ACCEPT WS-ACC-NO
                    TO RESEARCH-REPORT-REC
                 WRITE RESEARCH-REPORT-REC
              END-IF
              IF WS-TR-MODE = 2
                 PERFORM CHECK-ARCHIVED-ACCOUNT
              END-IF
              MOVE 0 TO WS-TR-HITS
              PERFORM SCAN-ALL-FOR-RESEARCH
              DISPLAY "TRANSACTIONS MATCHED: " WS-TR-HITS
              PERFORM WRITE-CONSOLE-AUDIT
           END-IF.

       CHECK-ARCHIVED-ACCOUNT.
           MOVE "N" TO WS-TR-ON-FILE
           OPEN INPUT ACCOUNTS
           MOVE WS-TR-ACC TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-TR-ON-FILE
           END-READ
           CLOSE ACCOUNTS
           IF WS-TR-ON-FILE = "N"
              OPEN INPUT CLOSED-ACCT-ARCH
              IF WS-CAA-STATUS = "35"
                 CONTINUE
              ELSE
                 MOVE "N" TO WS-TR-EOF
                 PERFORM UNTIL WS-TR-EOF = "Y"
                     READ CLOSED-ACCT-ARCH
                         AT END MOVE "Y" TO WS-TR-EOF
                         NOT AT END
                             IF CAA-ACC-NO = WS-TR-ACC
                                PERFORM SHOW-ARCHIVED-ACCOUNT
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CLOSED-ACCT-ARCH
              END-IF
           END-IF.

       SHOW-ARCHIVED-ACCOUNT.
           MOVE "Y" TO WS-TR-ON-FILE
           DISPLAY "ACCOUNT " CAA-ACC-NO " " CAA-NAME
              " IS ARCHIVED (CLOSED " CAA-CLOSE-DATE
              " ARCHIVED " CAA-ARCH-DATE ")"
           DISPLAY "    CUSTOMER " CAA-CUST-ID
              " CURRENCY " CAA-CURRENCY
              " CARDS " CAA-CARDS " STANDING ORDERS " CAA-SOS
           IF WS-TR-RPT = "Y"
              MOVE SPACES TO WS-TR-LINE
              STRING "ARCHIVED ACCOUNT " CAA-ACC-NO " " CAA-NAME
                     " CUSTOMER " CAA-CUST-ID
                     " CLOSED " CAA-CLOSE-DATE
                     " ARCHIVED " CAA-ARCH-DATE
                     DELIMITED BY SIZE INTO WS-TR-LINE
              MOVE WS-TR-LINE TO RESEARCH-REPORT-REC
              WRITE RESEARCH-REPORT-REC
           END-IF.

       SCAN-ALL-FOR-RESEARCH.
           OPEN INPUT TLARCH-CTL
           IF WS-TLCTL-STATUS = "35"
           END-READ
           CLOSE OPERATOR-MASTER.

       MAINTAIN-BILLERS.
           DISPLAY "ENTER BILLER CODE TO MAINTAIN: "
           ACCEPT WS-BL-CODE
           OPEN I-O BILLER-MASTER
           IF WS-BL-STATUS = "35"
              CLOSE BILLER-MASTER
              OPEN OUTPUT BILLER-MASTER
              CLOSE BILLER-MASTER
              OPEN I-O BILLER-MASTER
           END-IF
           MOVE WS-BL-CODE TO BL-CODE
           READ BILLER-MASTER
               INVALID KEY
                   DISPLAY "BILLER NOT FOUND - CREATING NEW."
                   MOVE WS-BL-CODE TO BL-CODE
                   PERFORM ACCEPT-BILLER-FIELDS
                   IF WS-BL-ACC-OK = "Y"
                      WRITE BILLER-REC
                          INVALID KEY
                              DISPLAY "ERROR CREATING BILLER"
                      END-WRITE
                      DISPLAY "BILLER CREATED."
                      MOVE "BILLER-ADD" TO WS-CA-ACTION
                      PERFORM NOTE-BILLER-CHANGE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "BILLER FOUND: " BL-NAME
                   DISPLAY "SETTLEMENT ACC: " BL-SETTLE-ACC
                      " REF FORMAT: " BL-REF-FORMAT
                      " STATUS: " BL-STATUS
                   PERFORM ACCEPT-BILLER-FIELDS
                   IF WS-BL-ACC-OK = "Y"
                      REWRITE BILLER-REC
                          INVALID KEY
                              DISPLAY "ERROR UPDATING BILLER"
                      END-REWRITE
                      DISPLAY "BILLER UPDATED."
                      MOVE "BILLER-UPD" TO WS-CA-ACTION
                      PERFORM NOTE-BILLER-CHANGE
                   END-IF
           END-READ
           CLOSE BILLER-MASTER.

       ACCEPT-BILLER-FIELDS.
           DISPLAY "ENTER BILLER NAME: "
           ACCEPT BL-NAME
           DISPLAY "ENTER SETTLEMENT ACCOUNT NO: "
           ACCEPT BL-SETTLE-ACC
           DISPLAY "ENTER REFERENCE FORMAT (9=DIGIT A=LETTER "
              "X=ANY, BLANK=FREE): "
           ACCEPT BL-REF-FORMAT
           DISPLAY "STATUS (A=ACTIVE, X=INACTIVE): "
           ACCEPT BL-STATUS
           IF NOT BL-INACTIVE
              SET BL-ACTIVE TO TRUE
           END-IF
           MOVE "N" TO WS-BL-ACC-OK
           OPEN INPUT ACCOUNTS
           MOVE BL-SETTLE-ACC TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "SETTLEMENT ACCOUNT NOT FOUND. "
                      "BILLER NOT SAVED."
               NOT INVALID KEY
                   IF ACC-CLOSED
                      DISPLAY "SETTLEMENT ACCOUNT IS CLOSED. "
                         "BILLER NOT SAVED."
                   ELSE
                      MOVE "Y" TO WS-BL-ACC-OK
                   END-IF
           END-READ
           CLOSE ACCOUNTS.

       NOTE-BILLER-CHANGE.
           MOVE BL-SETTLE-ACC TO WS-ACC-NO
           MOVE SPACES TO WS-REASON
           STRING "BILLER " WS-BL-CODE
                  DELIMITED BY SIZE INTO WS-REASON
           PERFORM WRITE-CONSOLE-AUDIT.

       MAINTAIN-FX-RATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-TODAY
           DISPLAY "ENTER CURRENCY CODE (E.G. USD): "
           MOVE SPACES TO WS-FX-CCY
           ACCEPT WS-FX-CCY
           IF WS-FX-CCY = SPACES OR WS-FX-CCY = "THB"
              DISPLAY "NOT A FOREIGN CURRENCY CODE."
           ELSE
              PERFORM FIND-FX-RATE
              IF WS-FX-CUR-DATE = 0
                 DISPLAY "NO RATE IN FORCE FOR " WS-FX-CCY
              ELSE
                 MOVE WS-FX-CUR-BUY TO WS-FX-RATE-DIS
                 DISPLAY "RATE IN FORCE FROM " WS-FX-CUR-DATE
                    " BUY " WS-FX-RATE-DIS
                 MOVE WS-FX-CUR-SELL TO WS-FX-RATE-DIS
                 DISPLAY "                           SELL "
                    WS-FX-RATE-DIS
              END-IF
              DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD (0 = TODAY): "
              ACCEPT WS-FX-EFF-DATE
              IF WS-FX-EFF-DATE = 0
                 MOVE WS-FX-TODAY TO WS-FX-EFF-DATE
              END-IF
              DISPLAY "ENTER BUY RATE (THB PER UNIT): "
              ACCEPT WS-FX-BUY
              DISPLAY "ENTER SELL RATE (THB PER UNIT): "
              ACCEPT WS-FX-SELL
              IF WS-FX-EFF-DATE < WS-FX-TODAY
                 DISPLAY "EFFECTIVE DATE CANNOT BE IN THE PAST."
              ELSE
                 IF WS-FX-BUY = 0 OR WS-FX-SELL < WS-FX-BUY
                    DISPLAY "INVALID RATES - SELL MUST NOT BE "
                       "BELOW BUY."
                 ELSE
                    PERFORM WRITE-FX-RATE
                 END-IF
              END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE 0 TO WS-FX-CUR-DATE
           MOVE 0 TO WS-FX-CUR-BUY
           MOVE 0 TO WS-FX-CUR-SELL
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
                          AND FX-EFF-DATE NOT > WS-FX-TODAY
                          AND FX-EFF-DATE NOT < WS-FX-CUR-DATE
                          MOVE FX-EFF-DATE TO WS-FX-CUR-DATE
                          MOVE FX-BUY-RATE TO WS-FX-CUR-BUY
                          MOVE FX-SELL-RATE TO WS-FX-CUR-SELL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FX-STATUS NOT = "35"
              CLOSE FX-RATES
           END-IF.

       WRITE-FX-RATE.
           OPEN EXTEND FX-RATES
           IF WS-FX-STATUS = "35"
              OPEN OUTPUT FX-RATES
           END-IF
           MOVE WS-FX-CCY TO FX-CCY
           MOVE WS-FX-EFF-DATE TO FX-EFF-DATE
           MOVE WS-FX-BUY TO FX-BUY-RATE
           MOVE WS-FX-SELL TO FX-SELL-RATE
           MOVE WS-OPERATOR-ID TO FX-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-ENTRY-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO FX-ENTRY-TIME
           WRITE FX-RATE-REC
           CLOSE FX-RATES
           DISPLAY "EXCHANGE RATE RECORDED."
           MOVE SPACES TO WS-ACC-NO
           MOVE SPACES TO WS-REASON
           STRING "FX " WS-FX-CCY " " WS-FX-EFF-DATE
                  DELIMITED BY SIZE INTO WS-REASON
           MOVE "FX-RATE" TO WS-CA-ACTION
           PERFORM WRITE-CONSOLE-AUDIT.

       ACCEPT-OPERATOR-FIELDS.
           DISPLAY "ENTER PASSWORD: "
           ACCEPT OP-PASSWORD
              CLOSE OPERATOR-MASTER
           END-IF.

       CHEQUE-BOOK-MENU.
           DISPLAY "1. ISSUE CHEQUE BOOK"
           DISPLAY "2. STOP PAYMENT (SINGLE CHEQUE OR RANGE)"
           DISPLAY "3. LIFT STOP PAYMENT"
           DISPLAY "4. LIST CHEQUE BOOKS AND STOPS"
           ACCEPT WS-CB-CHOICE
           EVALUATE WS-CB-CHOICE
              WHEN 1 PERFORM ISSUE-CHEQUE-BOOK
              WHEN 2 PERFORM STOP-CHEQUE-PAYMENT
              WHEN 3 PERFORM LIFT-CHEQUE-STOP
              WHEN 4 PERFORM LIST-CHEQUE-BOOKS
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       ISSUE-CHEQUE-BOOK.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE "N" TO WS-CB-OK
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   IF NOT ACC-ACTIVE
                      DISPLAY "ACCOUNT IS NOT ACTIVE."
                   ELSE
                   IF ACC-CURRENCY NOT = SPACES
                      AND ACC-CURRENCY NOT = "THB"
                      DISPLAY "CHEQUE BOOKS ARE FOR THB ACCOUNTS ONLY."
                   ELSE
                      MOVE "Y" TO WS-CB-OK
                   END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNTS
           IF WS-CB-OK = "Y"
              DISPLAY "ENTER NUMBER OF LEAVES (10/20/50): "
              ACCEPT WS-CB-LEAVES
              IF WS-CB-LEAVES NOT = 10 AND WS-CB-LEAVES NOT = 50
                 MOVE 20 TO WS-CB-LEAVES
              END-IF
              PERFORM GET-NEXT-CHEQUE-RANGE
              OPEN EXTEND CHEQUE-BOOKS
              IF WS-CB-STATUS = "35"
                 OPEN OUTPUT CHEQUE-BOOKS
              END-IF
              MOVE WS-ACC-NO TO CB-ACC-NO
              MOVE WS-CB-FIRST TO CB-FIRST-NO
              MOVE WS-CB-LAST TO CB-LAST-NO
              MOVE FUNCTION CURRENT-DATE(1:8) TO CB-ISSUE-DATE
              MOVE WS-OPERATOR-ID TO CB-OPERATOR
              SET CB-ACTIVE TO TRUE
              WRITE CHEQUE-BOOK-REC
              CLOSE CHEQUE-BOOKS
              DISPLAY "CHEQUE BOOK ISSUED: " WS-CB-FIRST " TO "
                 WS-CB-LAST
              MOVE SPACES TO WS-REASON
              STRING WS-CB-FIRST "-" WS-CB-LAST
                     DELIMITED BY SIZE INTO WS-REASON
              MOVE "CHQ-ISSUE" TO WS-CA-ACTION
              PERFORM WRITE-CONSOLE-AUDIT
           END-IF.

       GET-NEXT-CHEQUE-RANGE.
           MOVE 0 TO WS-CB-LAST-NO
           OPEN INPUT CHQ-BOOK-CTL
           IF WS-CBCTL-STATUS = "00"
              READ CHQ-BOOK-CTL INTO WS-CB-LAST-NO
              END-READ
           END-IF
           CLOSE CHQ-BOOK-CTL
           COMPUTE WS-CB-FIRST = WS-CB-LAST-NO + 1
           COMPUTE WS-CB-LAST = WS-CB-LAST-NO + WS-CB-LEAVES
           OPEN OUTPUT CHQ-BOOK-CTL
           MOVE WS-CB-LAST TO CHQ-BOOK-CTL-REC
           WRITE CHQ-BOOK-CTL-REC
           CLOSE CHQ-BOOK-CTL.

       STOP-CHEQUE-PAYMENT.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           DISPLAY "ENTER FIRST CHEQUE NO TO STOP: "
           ACCEPT WS-CB-FROM
           DISPLAY "ENTER LAST CHEQUE NO (0 = SINGLE CHEQUE): "
           ACCEPT WS-CB-TO
           IF WS-CB-TO = 0
              MOVE WS-CB-FROM TO WS-CB-TO
           END-IF
           IF WS-CB-FROM = 0 OR WS-CB-TO < WS-CB-FROM
              DISPLAY "INVALID CHEQUE NUMBER RANGE."
           ELSE
              PERFORM FIND-ISSUED-BOOK
              IF WS-CB-OK = "N"
                 DISPLAY "CHEQUES NOT ISSUED TO THIS ACCOUNT "
                    "IN ONE BOOK."
              ELSE
                 PERFORM COUNT-PAID-IN-RANGE
                 IF WS-CB-FROM = WS-CB-TO AND WS-CB-PAID > 0
                    DISPLAY "CHEQUE ALREADY PAID. CANNOT BE STOPPED."
                 ELSE
                    IF WS-CB-PAID > 0
                       DISPLAY "NOTE: " WS-CB-PAID " CHEQUE(S) IN "
                          "THIS RANGE ALREADY PAID."
                    END-IF
                    DISPLAY "ENTER STOP REASON: "
                    MOVE SPACES TO WS-REASON
                    ACCEPT WS-REASON
                    PERFORM WRITE-CHEQUE-STOP
                 END-IF
              END-IF
           END-IF.

       FIND-ISSUED-BOOK.
           MOVE "N" TO WS-CB-OK
           OPEN INPUT CHEQUE-BOOKS
           IF WS-CB-STATUS NOT = "35"
              MOVE "N" TO WS-CB-EOF
              PERFORM UNTIL WS-CB-EOF = "Y"
                  READ CHEQUE-BOOKS
                      AT END MOVE "Y" TO WS-CB-EOF
                      NOT AT END
                          IF CB-ACC-NO = WS-ACC-NO AND CB-ACTIVE
                             AND WS-CB-FROM >= CB-FIRST-NO
                             AND WS-CB-TO <= CB-LAST-NO
                             MOVE "Y" TO WS-CB-OK
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-BOOKS
           END-IF.

       COUNT-PAID-IN-RANGE.
           MOVE 0 TO WS-CB-PAID
           OPEN INPUT CHEQUE-PAID
           IF WS-CP-STATUS NOT = "35"
              MOVE "N" TO WS-CB-EOF
              PERFORM UNTIL WS-CB-EOF = "Y"
                  READ CHEQUE-PAID
                      AT END MOVE "Y" TO WS-CB-EOF
                      NOT AT END
                          IF CP-ACC-NO = WS-ACC-NO
                             AND CP-CHQ-NO >= WS-CB-FROM
                             AND CP-CHQ-NO <= WS-CB-TO
                             ADD 1 TO WS-CB-PAID
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-PAID
           END-IF.

       WRITE-CHEQUE-STOP.
           OPEN EXTEND CHEQUE-STOPS
           IF WS-CS-STATUS = "35"
              OPEN OUTPUT CHEQUE-STOPS
           END-IF
           MOVE WS-ACC-NO TO CS-ACC-NO
           MOVE WS-CB-FROM TO CS-FROM-NO
           MOVE WS-CB-TO TO CS-TO-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CS-TIME
           MOVE WS-OPERATOR-ID TO CS-OPERATOR
           MOVE WS-REASON TO CS-REASON
           SET CS-ACTIVE TO TRUE
           MOVE SPACES TO CS-LIFT-OP
           MOVE 0 TO CS-LIFT-DATE
           WRITE CHEQUE-STOP-REC
           CLOSE CHEQUE-STOPS
           DISPLAY "STOP PAYMENT RECORDED FOR " WS-CB-FROM " TO "
              WS-CB-TO
           MOVE SPACES TO WS-REASON
           STRING WS-CB-FROM "-" WS-CB-TO
                  DELIMITED BY SIZE INTO WS-REASON
           MOVE "CHQ-STOP" TO WS-CA-ACTION
           PERFORM WRITE-CONSOLE-AUDIT.

       LIFT-CHEQUE-STOP.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE 0 TO WS-CB-SEQ
           MOVE 0 TO WS-CB-SHOWN
           OPEN INPUT CHEQUE-STOPS
           IF WS-CS-STATUS = "35"
              DISPLAY "NO STOP PAYMENTS ON FILE."
           ELSE
              MOVE "N" TO WS-CB-EOF
              PERFORM UNTIL WS-CB-EOF = "Y"
                  READ CHEQUE-STOPS
                      AT END MOVE "Y" TO WS-CB-EOF
                      NOT AT END
                          ADD 1 TO WS-CB-SEQ
                          IF CS-ACC-NO = WS-ACC-NO AND CS-ACTIVE
                             ADD 1 TO WS-CB-SHOWN
                             DISPLAY WS-CB-SEQ " " CS-FROM-NO " TO "
                                CS-TO-NO " " CS-DATE " " CS-REASON
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-STOPS
              IF WS-CB-SHOWN = 0
                 DISPLAY "NO ACTIVE STOP PAYMENTS FOR THIS ACCOUNT."
              ELSE
                 DISPLAY "ENTER LINE NUMBER TO LIFT (0 = NONE): "
                 ACCEPT WS-CB-PICK
                 IF WS-CB-PICK > 0
                    PERFORM REWRITE-CHEQUE-STOPS
                 END-IF
              END-IF
           END-IF.

       REWRITE-CHEQUE-STOPS.
           MOVE 0 TO WS-CB-SEQ
           MOVE "N" TO WS-CB-OK
           OPEN INPUT CHEQUE-STOPS
           OPEN OUTPUT CHQ-STOP-NEW
           MOVE "N" TO WS-CB-EOF
           PERFORM UNTIL WS-CB-EOF = "Y"
               READ CHEQUE-STOPS
                   AT END MOVE "Y" TO WS-CB-EOF
                   NOT AT END
                       ADD 1 TO WS-CB-SEQ
                       IF WS-CB-SEQ = WS-CB-PICK
                          AND CS-ACC-NO = WS-ACC-NO AND CS-ACTIVE
                          SET CS-LIFTED TO TRUE
                          MOVE WS-OPERATOR-ID TO CS-LIFT-OP
                          MOVE FUNCTION CURRENT-DATE(1:8)
                             TO CS-LIFT-DATE
                          MOVE CS-FROM-NO TO WS-CB-FROM
                          MOVE CS-TO-NO TO WS-CB-TO
                          MOVE "Y" TO WS-CB-OK
                       END-IF
                       WRITE CHQ-STOP-NEW-REC FROM CHEQUE-STOP-REC
               END-READ
           END-PERFORM
           CLOSE CHEQUE-STOPS
           CLOSE CHQ-STOP-NEW
           CALL "SYSTEM" USING
              "mv CHEQUE_STOPS_NEW.tmp CHEQUE_STOPS.DAT"
           IF WS-CB-OK = "Y"
              DISPLAY "STOP PAYMENT LIFTED."
              MOVE SPACES TO WS-REASON
              STRING WS-CB-FROM "-" WS-CB-TO
                     DELIMITED BY SIZE INTO WS-REASON
              MOVE "CHQ-UNSTOP" TO WS-CA-ACTION
              PERFORM WRITE-CONSOLE-AUDIT
           ELSE
              DISPLAY "INVALID LINE NUMBER."
           END-IF.

       LIST-CHEQUE-BOOKS.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE 0 TO WS-CB-SHOWN
           OPEN INPUT CHEQUE-BOOKS
           IF WS-CB-STATUS NOT = "35"
              MOVE "N" TO WS-CB-EOF
              PERFORM UNTIL WS-CB-EOF = "Y"
                  READ CHEQUE-BOOKS
                      AT END MOVE "Y" TO WS-CB-EOF
                      NOT AT END
                          IF CB-ACC-NO = WS-ACC-NO
                             ADD 1 TO WS-CB-SHOWN
                             DISPLAY "BOOK " CB-FIRST-NO " TO "
                                CB-LAST-NO " ISSUED " CB-ISSUE-DATE
                                " STATUS " CB-STATUS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-BOOKS
           END-IF
           IF WS-CB-SHOWN = 0
              DISPLAY "NO CHEQUE BOOKS ISSUED TO THIS ACCOUNT."
           END-IF
           OPEN INPUT CHEQUE-STOPS
           IF WS-CS-STATUS NOT = "35"
              MOVE "N" TO WS-CB-EOF
              PERFORM UNTIL WS-CB-EOF = "Y"
                  READ CHEQUE-STOPS
                      AT END MOVE "Y" TO WS-CB-EOF
                      NOT AT END
                          IF CS-ACC-NO = WS-ACC-NO AND CS-ACTIVE
                             DISPLAY "STOP " CS-FROM-NO " TO "
                                CS-TO-NO " " CS-DATE " " CS-REASON
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-STOPS
           END-IF.

       PAYEE-MENU.
           DISPLAY "1. REGISTER PAYEE FOR ACCOUNT"
           DISPLAY "2. LIST PAYEES FOR ACCOUNT"
           DISPLAY "3. DELETE PAYEE"
           ACCEPT WS-PY-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PY-TODAY
           EVALUATE WS-PY-CHOICE
              WHEN 1 PERFORM ADD-BRANCH-PAYEE
              WHEN 2 PERFORM LIST-ACCOUNT-PAYEES
              WHEN 3 PERFORM DELETE-BRANCH-PAYEE
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       ADD-BRANCH-PAYEE.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           DISPLAY "ENTER PAYEE ACCOUNT NO: "
           ACCEPT WS-PY-PAYEE-ACC
           MOVE "N" TO WS-PY-FOUND
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   MOVE WS-PY-PAYEE-ACC TO ACC-NO
                   READ ACCOUNTS
                       INVALID KEY
                           DISPLAY "PAYEE ACCOUNT NOT FOUND."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-PY-FOUND
                   END-READ
           END-READ
           CLOSE ACCOUNTS
           IF WS-PY-FOUND = "Y" AND WS-PY-PAYEE-ACC = WS-ACC-NO
              DISPLAY "AN ACCOUNT CANNOT BE ITS OWN PAYEE."
              MOVE "N" TO WS-PY-FOUND
           END-IF
           IF WS-PY-FOUND = "Y"
              PERFORM CHECK-PAYEE-ON-FILE
              IF WS-PY-FOUND = "Y"
                 DISPLAY "ALREADY A REGISTERED PAYEE OF THIS ACCOUNT."
              ELSE
                 DISPLAY "ENTER PAYEE NAME: "
                 ACCEPT WS-PY-NICKNAME
                 PERFORM LOAD-PAYEE-COOL-DAYS
                 PERFORM WRITE-BRANCH-PAYEE
                 DISPLAY "PAYEE REGISTERED. COOLING-OFF ENDS "
                    WS-PY-COOL-END
              END-IF
           END-IF.

       CHECK-PAYEE-ON-FILE.
           MOVE "N" TO WS-PY-FOUND
           OPEN INPUT PAYEES
           IF WS-PY-STATUS NOT = "35"
              MOVE "N" TO WS-PY-EOF
              PERFORM UNTIL WS-PY-EOF = "Y"
                  READ PAYEES
                      AT END MOVE "Y" TO WS-PY-EOF
                      NOT AT END
                          IF PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                             AND PY-PAYEE-ACC = WS-PY-PAYEE-ACC
                             MOVE "Y" TO WS-PY-FOUND
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PAYEES
           END-IF.

       LOAD-PAYEE-COOL-DAYS.
           OPEN INPUT ATM-PARAMS
           IF WS-PAR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "PAYEE-COOL" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-PY-COOL-DAYS
              END-READ
              CLOSE ATM-PARAMS
           END-IF.

       WRITE-BRANCH-PAYEE.
           COMPUTE WS-PY-COOL-INT =
              FUNCTION INTEGER-OF-DATE(WS-PY-TODAY) + WS-PY-COOL-DAYS
           MOVE WS-ACC-NO TO PY-ACC-NO
           MOVE WS-PY-PAYEE-ACC TO PY-PAYEE-ACC
           MOVE WS-PY-NICKNAME TO PY-NICKNAME
           MOVE WS-PY-TODAY TO PY-ADD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ADD-TIME
           COMPUTE WS-PY-COOL-END =
              FUNCTION DATE-OF-INTEGER(WS-PY-COOL-INT)
           MOVE WS-PY-COOL-END TO PY-COOL-END
           MOVE 0 TO PY-COOL-USED
           SET PY-BY-BRANCH TO TRUE
           MOVE WS-OPERATOR-ID TO PY-OPERATOR
           SET PY-ACTIVE TO TRUE
           OPEN EXTEND PAYEES
           IF WS-PY-STATUS = "35"
              OPEN OUTPUT PAYEES
           END-IF
           WRITE PAYEE-REC
           CLOSE PAYEES
           MOVE "PAYEE-ADD" TO WS-SEC-EVENT2
           PERFORM WRITE-CARD-SECLOG
           MOVE "PAYEE-ADD" TO WS-CA-ACTION
           MOVE WS-PY-PAYEE-ACC TO WS-REASON
           PERFORM WRITE-CONSOLE-AUDIT.

       LIST-ACCOUNT-PAYEES.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE 0 TO WS-PY-SEQ
           MOVE 0 TO WS-PY-SHOWN
           OPEN INPUT PAYEES
           IF WS-PY-STATUS NOT = "35"
              MOVE "N" TO WS-PY-EOF
              PERFORM UNTIL WS-PY-EOF = "Y"
                  READ PAYEES
                      AT END MOVE "Y" TO WS-PY-EOF
                      NOT AT END
                          ADD 1 TO WS-PY-SEQ
                          IF PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                             ADD 1 TO WS-PY-SHOWN
                             DISPLAY WS-PY-SEQ " " PY-PAYEE-ACC " "
                                PY-NICKNAME " ADDED " PY-ADD-DATE
                                " VIA " PY-CHANNEL " COOL-OFF END "
                                PY-COOL-END
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PAYEES
           END-IF
           IF WS-PY-SHOWN = 0
              DISPLAY "NO REGISTERED PAYEES FOR THIS ACCOUNT."
           END-IF.

       DELETE-BRANCH-PAYEE.
           PERFORM LIST-ACCOUNT-PAYEES
           IF WS-PY-SHOWN > 0
              DISPLAY "ENTER PAYEE LINE NUMBER TO DELETE: "
              ACCEPT WS-PY-PICK
              MOVE "N" TO WS-PY-FOUND
              MOVE 0 TO WS-PY-SEQ
              MOVE "N" TO WS-PY-EOF
              OPEN INPUT PAYEES
              OPEN OUTPUT PAYEES-NEW
              PERFORM UNTIL WS-PY-EOF = "Y"
                  READ PAYEES
                      AT END MOVE "Y" TO WS-PY-EOF
                      NOT AT END
                          ADD 1 TO WS-PY-SEQ
                          IF WS-PY-SEQ = WS-PY-PICK
                             AND PY-ACC-NO = WS-ACC-NO AND PY-ACTIVE
                             SET PY-DELETED TO TRUE
                             MOVE "Y" TO WS-PY-FOUND
                             MOVE PY-PAYEE-ACC TO WS-PY-PAYEE-ACC
                          END-IF
                          WRITE PAYEES-NEW-REC FROM PAYEE-REC
                  END-READ
              END-PERFORM
              CLOSE PAYEES
              CLOSE PAYEES-NEW
              CALL "SYSTEM" USING "mv PAYEES_NEW.tmp PAYEES.DAT"
              IF WS-PY-FOUND = "Y"
                 MOVE "PAYEE-DEL" TO WS-SEC-EVENT2
                 PERFORM WRITE-CARD-SECLOG
                 MOVE "PAYEE-DEL" TO WS-CA-ACTION
                 MOVE WS-PY-PAYEE-ACC TO WS-REASON
                 PERFORM WRITE-CONSOLE-AUDIT
                 DISPLAY "PAYEE DELETED."
              ELSE
                 DISPLAY "INVALID PAYEE SELECTION."
              END-IF
           END-IF.

       TELLER-MENU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TS-TODAY
           PERFORM LOAD-TILL-DENOMS
           PERFORM FIND-OPEN-TILL
           IF WS-TS-FOUND = "Y"
              DISPLAY "TILL OPEN FOR " WS-OPERATOR-ID " SINCE "
                 WS-TS-OPEN-DATE " " WS-TS-OPEN-TIME
           ELSE
              DISPLAY "NO TILL OPEN FOR " WS-OPERATOR-ID
           END-IF
           DISPLAY "1. OPEN TILL WITH FLOAT"
           DISPLAY "2. CASH DEPOSIT"
           DISPLAY "3. CASH WITHDRAWAL"
           DISPLAY "4. COUNT AND CLOSE TILL"
           ACCEPT WS-TS-CHOICE
           EVALUATE WS-TS-CHOICE
              WHEN 1 PERFORM OPEN-TILL-SESSION
              WHEN 2
                 MOVE "D" TO WS-TS-TRANS-TYPE
                 PERFORM TELLER-CASH-TRANSACTION
              WHEN 3
                 MOVE "W" TO WS-TS-TRANS-TYPE
                 PERFORM TELLER-CASH-TRANSACTION
              WHEN 4 PERFORM CLOSE-TILL-SESSION
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       LOAD-TILL-DENOMS.
           MOVE 1000 TO WS-TS-DENOM(1)
           MOVE 500 TO WS-TS-DENOM(2)
           MOVE 100 TO WS-TS-DENOM(3)
           MOVE 50 TO WS-TS-DENOM(4)
           MOVE 20 TO WS-TS-DENOM(5).

       FIND-OPEN-TILL.
           MOVE "N" TO WS-TS-FOUND
           OPEN INPUT TELLER-SESSIONS
           IF WS-TS-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-TS-EOF
              PERFORM UNTIL WS-TS-EOF = "Y"
                  READ TELLER-SESSIONS
                      AT END MOVE "Y" TO WS-TS-EOF
                      NOT AT END
                          IF TS-TELLER = WS-OPERATOR-ID AND TS-OPEN
                             MOVE "Y" TO WS-TS-FOUND
                             MOVE TS-OPEN-DATE TO WS-TS-OPEN-DATE
                             MOVE TS-OPEN-TIME TO WS-TS-OPEN-TIME
                             MOVE TS-OPEN-TOTAL TO WS-TS-OPEN-TOTAL
                             MOVE TS-CASH-IN TO WS-TS-CASH-IN
                             MOVE TS-CASH-OUT TO WS-TS-CASH-OUT
                             MOVE TS-IN-COUNT TO WS-TS-IN-COUNT
                             MOVE TS-OUT-COUNT TO WS-TS-OUT-COUNT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TELLER-SESSIONS
           END-IF
           IF WS-TS-FOUND = "Y"
              COMPUTE WS-TS-EXPECTED = WS-TS-OPEN-TOTAL
                 + WS-TS-CASH-IN - WS-TS-CASH-OUT
           END-IF.

       OPEN-TILL-SESSION.
           IF WS-TS-FOUND = "Y"
              DISPLAY "A TILL IS ALREADY OPEN FOR THIS TELLER."
              IF WS-TS-OPEN-DATE NOT = WS-TS-TODAY
                 DISPLAY "COUNT AND CLOSE THE TILL OF "
                    WS-TS-OPEN-DATE " FIRST."
              END-IF
           ELSE
              DISPLAY "ENTER OPENING FLOAT BY DENOMINATION."
              PERFORM ACCEPT-TILL-COUNT
              MOVE WS-TS-TOTAL TO WS-TS-OPEN-TOTAL
              DISPLAY "OPENING FLOAT: " WS-TS-OPEN-TOTAL
              DISPLAY "CONFIRM OPENING FLOAT? (Y/N): "
              ACCEPT WS-TS-ANSWER
              IF WS-TS-ANSWER = "Y"
                 PERFORM WRITE-NEW-TILL-SESSION
                 MOVE SPACES TO WS-ACC-NO
                 MOVE SPACES TO WS-REASON
                 STRING "FLOAT " WS-TS-OPEN-TOTAL
                        DELIMITED BY SIZE INTO WS-REASON
                 MOVE "TILL-OPEN" TO WS-CA-ACTION
                 PERFORM WRITE-CONSOLE-AUDIT
                 DISPLAY "TILL OPENED."
              ELSE
                 DISPLAY "TILL NOT OPENED."
              END-IF
           END-IF.

       ACCEPT-TILL-COUNT.
           MOVE 0 TO WS-TS-TOTAL
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 5
               DISPLAY "NOTES OF " WS-TS-DENOM(WS-TS-IDX) ": "
               ACCEPT WS-TS-NOTES(WS-TS-IDX)
               COMPUTE WS-TS-TOTAL = WS-TS-TOTAL
                  + WS-TS-NOTES(WS-TS-IDX) * WS-TS-DENOM(WS-TS-IDX)
           END-PERFORM
           DISPLAY "VALUE OF COINS: "
           ACCEPT WS-TS-COINS
           ADD WS-TS-COINS TO WS-TS-TOTAL.

       WRITE-NEW-TILL-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TS-OPEN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TS-OPEN-TIME
           OPEN EXTEND TELLER-SESSIONS
           IF WS-TS-STATUS = "35"
              OPEN OUTPUT TELLER-SESSIONS
           END-IF
           MOVE WS-OPERATOR-ID TO TS-TELLER
           MOVE WS-TS-OPEN-DATE TO TS-OPEN-DATE
           MOVE WS-TS-OPEN-TIME TO TS-OPEN-TIME
           MOVE 0 TO TS-CLOSE-DATE
           MOVE 0 TO TS-CLOSE-TIME
           SET TS-OPEN TO TRUE
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 5
               MOVE WS-TS-NOTES(WS-TS-IDX) TO TS-OPEN-NOTES(WS-TS-IDX)
               MOVE 0 TO TS-CNT-NOTES(WS-TS-IDX)
           END-PERFORM
           MOVE WS-TS-COINS TO TS-OPEN-COINS
           MOVE WS-TS-OPEN-TOTAL TO TS-OPEN-TOTAL
           MOVE 0 TO TS-CASH-IN
           MOVE 0 TO TS-CASH-OUT
           MOVE 0 TO TS-IN-COUNT
           MOVE 0 TO TS-OUT-COUNT
           MOVE 0 TO TS-CNT-COINS
           MOVE 0 TO TS-EXPECTED
           MOVE 0 TO TS-COUNTED
           MOVE 0 TO TS-VARIANCE
           MOVE SPACES TO TS-VAR-SIGN
           MOVE SPACES TO TS-SUPERVISOR
           WRITE TELLER-SESSION-REC
           CLOSE TELLER-SESSIONS
           MOVE "Y" TO WS-TS-FOUND.

       TELLER-CASH-TRANSACTION.
           IF WS-TS-FOUND = "N"
              DISPLAY "NO OPEN TILL. OPEN THE TILL FIRST."
           ELSE
              IF WS-TS-OPEN-DATE NOT = WS-TS-TODAY
                 DISPLAY "THE TILL OF " WS-TS-OPEN-DATE
                    " MUST BE COUNTED AND CLOSED FIRST."
              ELSE
                 DISPLAY "ENTER ACCOUNT NO: "
                 ACCEPT WS-ACC-NO
                 DISPLAY "ENTER CASH AMOUNT: "
                 ACCEPT WS-TS-AMOUNT
                 IF WS-TS-AMOUNT = 0
                    DISPLAY "INVALID AMOUNT."
                 ELSE
                    IF WS-TS-TRANS-TYPE = "W"
                       AND WS-TS-AMOUNT > WS-TS-EXPECTED
                       DISPLAY "NOT ENOUGH CASH IN THE TILL."
                    ELSE
                       PERFORM POST-TELLER-CASH
                    END-IF
                 END-IF
              END-IF
           END-IF.

       POST-TELLER-CASH.
           MOVE "N" TO WS-TS-OK
           OPEN I-O ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   IF NOT ACC-ACTIVE
                      DISPLAY "ACCOUNT IS NOT ACTIVE. STATUS: "
                         ACC-STATUS
                   ELSE
                      IF ACC-CURRENCY NOT = SPACES
                         AND ACC-CURRENCY NOT = "THB"
                         DISPLAY "CASH SERVICES ARE FOR THB "
                            "ACCOUNTS ONLY."
                      ELSE
                         IF WS-TS-TRANS-TYPE = "D"
                            MOVE WS-TS-AMOUNT TO WS-CREDIT-AMOUNT
                            PERFORM APPLY-CREDIT-TO-ACCOUNT
                            MOVE "Y" TO WS-TS-OK
                         ELSE
                            PERFORM DEBIT-TELLER-WITHDRAWAL
                         END-IF
                      END-IF
                   END-IF
                   IF WS-TS-OK = "Y"
                      REWRITE ACCOUNT-REC
                          INVALID KEY
                              DISPLAY "ACCOUNT UPDATE ERROR"
                              MOVE "N" TO WS-TS-OK
                      END-REWRITE
                      MOVE ACC-BALANCE TO WS-NEW-BALANCE
                      IF ACC-OD-USED > 0
                         DISPLAY "ACCOUNT IS OVERDRAWN BY "
                            ACC-OD-USED
                      END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNTS
           IF WS-TS-OK = "Y"
              PERFORM GET-NEXT-REF-NO
              PERFORM WRITE-TELLER-TRANSLOG
              PERFORM WRITE-TELLER-JRNL
              IF WS-TS-TRANS-TYPE = "D"
                 ADD WS-TS-AMOUNT TO WS-TS-CASH-IN
                 ADD 1 TO WS-TS-IN-COUNT
                 MOVE "CASH-DEP" TO WS-CA-ACTION
              ELSE
                 ADD WS-TS-AMOUNT TO WS-TS-CASH-OUT
                 ADD 1 TO WS-TS-OUT-COUNT
                 MOVE "CASH-WDL" TO WS-CA-ACTION
              END-IF
              MOVE "P" TO WS-TS-ACTION
              PERFORM REWRITE-TILL-SESSIONS
              MOVE SPACES TO WS-REASON
              STRING "REF " WS-NEW-REF
                     DELIMITED BY SIZE INTO WS-REASON
              PERFORM WRITE-CONSOLE-AUDIT
              DISPLAY "POSTED. REF " WS-NEW-REF
                 " NEW BALANCE: " WS-NEW-BALANCE
           END-IF.

       DEBIT-TELLER-WITHDRAWAL.
           MOVE WS-TS-TODAY TO WS-LH-TODAY
           PERFORM SUM-LEGAL-HOLDS
           COMPUTE WS-TS-NET = ACC-BALANCE - ACC-OD-USED
              - WS-TS-AMOUNT
           IF WS-TS-NET + ACC-OD-LIMIT - WS-LH-TOTAL < 0
              DISPLAY "INSUFFICIENT FUNDS!"
              IF WS-LH-TOTAL > 0
                 DISPLAY "FUNDS UNDER LEGAL HOLD: " WS-LH-TOTAL
              END-IF
           ELSE
              IF WS-TS-NET < 0
                 MOVE 0 TO ACC-BALANCE
                 COMPUTE ACC-OD-USED = 0 - WS-TS-NET
              ELSE
                 MOVE WS-TS-NET TO ACC-BALANCE
                 MOVE 0 TO ACC-OD-USED
              END-IF
              MOVE "Y" TO WS-TS-OK
           END-IF.

       WRITE-TELLER-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              OPEN OUTPUT TRANSLOG
           END-IF
           MOVE WS-NEW-REF TO TRANS-REF-NO
           MOVE WS-ACC-NO TO TRANS-ACC-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE WS-TS-TRANS-TYPE TO TRANS-TYPE
           MOVE WS-TS-AMOUNT TO TRANS-AMOUNT
           MOVE WS-NEW-BALANCE TO TRANS-BALANCE
           MOVE 0 TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       WRITE-TELLER-JRNL.
           OPEN EXTEND TELLER-JRNL
           IF WS-TLJ-STATUS = "35"
              OPEN OUTPUT TELLER-JRNL
           END-IF
           MOVE WS-NEW-REF TO TLJ-REF-NO
           MOVE WS-OPERATOR-ID TO TLJ-TELLER
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLJ-TIME
           MOVE WS-ACC-NO TO TLJ-ACC-NO
           MOVE WS-TS-TRANS-TYPE TO TLJ-TYPE
           MOVE WS-TS-AMOUNT TO TLJ-AMOUNT
           MOVE WS-TS-OPEN-DATE TO TLJ-SESS-DATE
           MOVE WS-TS-OPEN-TIME TO TLJ-SESS-TIME
           WRITE TELLER-JRNL-REC
           CLOSE TELLER-JRNL.

       REWRITE-TILL-SESSIONS.
           MOVE "N" TO WS-TS-EOF
           OPEN INPUT TELLER-SESSIONS
           OPEN OUTPUT TS-NEW
           PERFORM UNTIL WS-TS-EOF = "Y"
               READ TELLER-SESSIONS
                   AT END MOVE "Y" TO WS-TS-EOF
                   NOT AT END
                       IF TS-TELLER = WS-OPERATOR-ID AND TS-OPEN
                          AND TS-OPEN-DATE = WS-TS-OPEN-DATE
                          AND TS-OPEN-TIME = WS-TS-OPEN-TIME
                          MOVE WS-TS-CASH-IN TO TS-CASH-IN
                          MOVE WS-TS-CASH-OUT TO TS-CASH-OUT
                          MOVE WS-TS-IN-COUNT TO TS-IN-COUNT
                          MOVE WS-TS-OUT-COUNT TO TS-OUT-COUNT
                          IF WS-TS-ACTION = "C"
                             PERFORM NOTE-TILL-CLOSE
                          END-IF
                       END-IF
                       WRITE TS-NEW-REC FROM TELLER-SESSION-REC
               END-READ
           END-PERFORM
           CLOSE TELLER-SESSIONS
           CLOSE TS-NEW
           CALL "SYSTEM" USING
              "mv TELLER_SESSIONS_NEW.tmp TELLER_SESSIONS.DAT".

       NOTE-TILL-CLOSE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TS-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TS-CLOSE-TIME
           SET TS-CLOSED TO TRUE
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 5
               MOVE WS-TS-NOTES(WS-TS-IDX) TO TS-CNT-NOTES(WS-TS-IDX)
           END-PERFORM
           MOVE WS-TS-COINS TO TS-CNT-COINS
           MOVE WS-TS-EXPECTED TO TS-EXPECTED
           MOVE WS-TS-COUNTED TO TS-COUNTED
           MOVE WS-TS-VARIANCE TO TS-VARIANCE
           MOVE WS-TS-VAR-SIGN TO TS-VAR-SIGN
           MOVE WS-TS-SUPER TO TS-SUPERVISOR.

       CLOSE-TILL-SESSION.
           IF WS-TS-FOUND = "N"
              DISPLAY "NO OPEN TILL TO CLOSE."
           ELSE
              DISPLAY "ENTER PHYSICAL CASH COUNT BY DENOMINATION."
              PERFORM ACCEPT-TILL-COUNT
              MOVE WS-TS-TOTAL TO WS-TS-COUNTED
              IF WS-TS-COUNTED > WS-TS-EXPECTED
                 COMPUTE WS-TS-VARIANCE =
                    WS-TS-COUNTED - WS-TS-EXPECTED
                 MOVE "O" TO WS-TS-VAR-SIGN
                 MOVE "OVER" TO WS-TS-VAR-WORD
              ELSE
                 COMPUTE WS-TS-VARIANCE =
                    WS-TS-EXPECTED - WS-TS-COUNTED
                 IF WS-TS-VARIANCE = 0
                    MOVE "B" TO WS-TS-VAR-SIGN
                    MOVE "NIL" TO WS-TS-VAR-WORD
                 ELSE
                    MOVE "S" TO WS-TS-VAR-SIGN
                    MOVE "SHORT" TO WS-TS-VAR-WORD
                 END-IF
              END-IF
              DISPLAY "OPENING FLOAT  : " WS-TS-OPEN-TOTAL
              DISPLAY "CASH IN        : " WS-TS-CASH-IN
                 " (" WS-TS-IN-COUNT ")"
              DISPLAY "CASH OUT       : " WS-TS-CASH-OUT
                 " (" WS-TS-OUT-COUNT ")"
              DISPLAY "EXPECTED DRAWER: " WS-TS-EXPECTED
              DISPLAY "COUNTED DRAWER : " WS-TS-COUNTED
              IF WS-TS-VARIANCE = 0
                 DISPLAY "TILL BALANCED."
              ELSE
                 DISPLAY "TILL " WS-TS-VAR-WORD " BY " WS-TS-VARIANCE
              END-IF
              MOVE SPACES TO WS-TS-SUPER
              MOVE "Y" TO WS-TS-SIGNED
              PERFORM LOAD-TILL-VAR-LIMIT
              IF WS-TS-VARIANCE > WS-TS-VAR-LIMIT
                 DISPLAY "VARIANCE ABOVE " WS-TS-VAR-LIMIT
                    ". SUPERVISOR SIGN-OFF REQUIRED."
                 PERFORM SUPERVISOR-SIGN-OFF
              END-IF
              IF WS-TS-SIGNED = "Y"
                 MOVE "C" TO WS-TS-ACTION
                 PERFORM REWRITE-TILL-SESSIONS
                 MOVE SPACES TO WS-ACC-NO
                 MOVE SPACES TO WS-REASON
                 STRING WS-TS-VAR-WORD " " WS-TS-VARIANCE
                        DELIMITED BY SIZE INTO WS-REASON
                 MOVE "TILL-CLOSE" TO WS-CA-ACTION
                 PERFORM WRITE-CONSOLE-AUDIT
                 IF WS-TS-SUPER NOT = SPACES
                    MOVE WS-TS-SUPER TO WS-REASON
                    MOVE "TILL-SIGNOFF" TO WS-CA-ACTION
                    PERFORM WRITE-CONSOLE-AUDIT
                 END-IF
                 MOVE "N" TO WS-TS-FOUND
                 DISPLAY "TILL CLOSED."
              ELSE
                 DISPLAY "TILL REMAINS OPEN. RECOUNT OR OBTAIN "
                    "SUPERVISOR SIGN-OFF."
              END-IF
           END-IF.

       LOAD-TILL-VAR-LIMIT.
           OPEN INPUT ATM-PARAMS
           IF WS-PAR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "TILL-VAR-LMT" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-TS-VAR-LIMIT
              END-READ
              CLOSE ATM-PARAMS
           END-IF.

       SUPERVISOR-SIGN-OFF.
           MOVE "N" TO WS-TS-SIGNED
           DISPLAY "SUPERVISOR ID: "
           ACCEPT WS-TS-SUPER
           DISPLAY "SUPERVISOR PASSWORD: "
           ACCEPT WS-TS-SUPER-PW
           IF WS-TS-SUPER = WS-OPERATOR-ID
              DISPLAY "SUPERVISOR MUST BE A DIFFERENT OPERATOR."
           ELSE
              OPEN INPUT OPERATOR-MASTER
              MOVE WS-TS-SUPER TO OP-ID
              READ OPERATOR-MASTER
                  INVALID KEY
                      DISPLAY "INVALID SUPERVISOR OR PASSWORD."
                  NOT INVALID KEY
                      IF OP-ACTIVE AND OP-PASSWORD = WS-TS-SUPER-PW
                         AND OP-PERM-MAINT = "Y"
                         MOVE "Y" TO WS-TS-SIGNED
                         DISPLAY "SIGNED OFF BY " WS-TS-SUPER
                      ELSE
                         DISPLAY "SUPERVISOR SIGN-OFF REFUSED."
                      END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-TS-SIGNED = "N"
              MOVE SPACES TO WS-TS-SUPER
           END-IF.

       LEGAL-HOLD-MENU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LH-TODAY
           DISPLAY "1. PLACE HOLD OR LIEN"
           DISPLAY "2. REQUEST RELEASE OF HOLD"
           DISPLAY "3. APPROVE PENDING HOLD ACTIONS"
           DISPLAY "4. LIST HOLDS FOR ACCOUNT"
           ACCEPT WS-LH-CHOICE
           EVALUATE WS-LH-CHOICE
              WHEN 1 PERFORM PLACE-LEGAL-HOLD
              WHEN 2 PERFORM REQUEST-HOLD-RELEASE
              WHEN 3 PERFORM APPROVE-HOLD-ACTION
              WHEN 4 PERFORM LIST-ACCOUNT-HOLDS
              WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       GET-NEXT-HOLD-NO.
           MOVE 0 TO WS-LH-HOLD-NO
           OPEN INPUT LEGAL-HOLD-CTL
           IF WS-LHCTL-STATUS = "00"
              READ LEGAL-HOLD-CTL INTO WS-LH-HOLD-NO
              END-READ
           END-IF
           CLOSE LEGAL-HOLD-CTL
           ADD 1 TO WS-LH-HOLD-NO
           OPEN OUTPUT LEGAL-HOLD-CTL
           MOVE WS-LH-HOLD-NO TO LEGAL-HOLD-CTL-REC
           WRITE LEGAL-HOLD-CTL-REC
           CLOSE LEGAL-HOLD-CTL.

       PLACE-LEGAL-HOLD.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE "N" TO WS-LH-FOUND
           OPEN INPUT ACCOUNTS
           MOVE WS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   IF ACC-CLOSED
                      DISPLAY "ACCOUNT IS CLOSED."
                   ELSE
                      MOVE "Y" TO WS-LH-FOUND
                   END-IF
           END-READ
           CLOSE ACCOUNTS
           IF WS-LH-FOUND = "Y"
              DISPLAY "ENTER HOLD AMOUNT: "
              ACCEPT LH-AMOUNT
              DISPLAY "HOLD TYPE (G=GARNISHEE ORDER, L=LIEN, "
                 "O=OTHER): "
              ACCEPT LH-TYPE
              DISPLAY "ENTER REASON: "
              ACCEPT LH-REASON
              DISPLAY "ENTER ORDER / COLLATERAL REFERENCE: "
              ACCEPT LH-REFERENCE
              DISPLAY "START DATE YYYYMMDD (0 = TODAY): "
              ACCEPT LH-START
              DISPLAY "EXPIRY DATE YYYYMMDD (0 = UNTIL RELEASED): "
              ACCEPT LH-EXPIRY
              IF LH-START = 0
                 MOVE WS-LH-TODAY TO LH-START
              END-IF
              IF LH-AMOUNT = 0
                 OR NOT (LH-GARNISHEE OR LH-LIEN OR LH-OTHER)
                 OR (LH-EXPIRY NOT = 0 AND LH-EXPIRY < LH-START)
                 DISPLAY "INVALID HOLD DETAILS. HOLD NOT RECORDED."
              ELSE
                 PERFORM WRITE-LEGAL-HOLD
              END-IF
           END-IF.

       WRITE-LEGAL-HOLD.
           PERFORM GET-NEXT-HOLD-NO
           MOVE WS-LH-HOLD-NO TO LH-HOLD-NO
           MOVE WS-ACC-NO TO LH-ACC-NO
           SET LH-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO LH-MAKER
           MOVE SPACES TO LH-CHECKER
           MOVE 0 TO LH-END-DATE
           MOVE SPACES TO LH-REL-BY
           OPEN EXTEND LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              OPEN OUTPUT LEGAL-HOLDS
           END-IF
           WRITE LEGAL-HOLD-REC
           CLOSE LEGAL-HOLDS
           DISPLAY "HOLD " WS-LH-HOLD-NO " RECORDED. A SECOND "
              "OPERATOR MUST APPROVE IT."
           MOVE SPACES TO WS-REASON
           STRING "HOLD " WS-LH-HOLD-NO
                  DELIMITED BY SIZE INTO WS-REASON
           MOVE "HOLD-PLACE" TO WS-CA-ACTION
           PERFORM WRITE-CONSOLE-AUDIT.

       REQUEST-HOLD-RELEASE.
           DISPLAY "ENTER HOLD NO TO RELEASE: "
           ACCEPT WS-LH-PICK
           MOVE "R" TO WS-LH-ACTION
           PERFORM REWRITE-LEGAL-HOLDS
           IF WS-LH-FOUND = "Y"
              DISPLAY "RELEASE REQUESTED. A SECOND OPERATOR MUST "
                 "APPROVE IT."
              MOVE SPACES TO WS-REASON
              STRING "HOLD " WS-LH-PICK
                     DELIMITED BY SIZE INTO WS-REASON
              MOVE "HOLD-RELREQ" TO WS-CA-ACTION
              PERFORM WRITE-CONSOLE-AUDIT
           ELSE
              DISPLAY "NO ACTIVE HOLD WITH THAT NUMBER."
           END-IF.

       APPROVE-HOLD-ACTION.
           PERFORM LIST-PENDING-HOLDS
           IF WS-LH-SHOWN > 0
              DISPLAY "ENTER HOLD NO: "
              ACCEPT WS-LH-PICK
              DISPLAY "APPROVE OR REJECT (A/J): "
              ACCEPT WS-LH-ANSWER
              IF WS-LH-ANSWER NOT = "A" AND WS-LH-ANSWER NOT = "J"
                 DISPLAY "INVALID DECISION. NOTHING CHANGED."
              ELSE
                 MOVE WS-LH-ANSWER TO WS-LH-ACTION
                 PERFORM REWRITE-LEGAL-HOLDS
                 IF WS-LH-FOUND = "Y"
                    DISPLAY "HOLD " WS-LH-PICK " NOW " WS-LH-NEW-STATE
                    MOVE SPACES TO WS-REASON
                    STRING "HOLD " WS-LH-PICK " " WS-LH-NEW-STATE
                           DELIMITED BY SIZE INTO WS-REASON
                    MOVE "HOLD-APPROVE" TO WS-CA-ACTION
                    PERFORM WRITE-CONSOLE-AUDIT
                 ELSE
                    DISPLAY "NO PENDING ACTION ON THAT HOLD FOR "
                       "THIS OPERATOR TO APPROVE."
                 END-IF
              END-IF
           END-IF.

       LIST-PENDING-HOLDS.
           MOVE 0 TO WS-LH-SHOWN
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-LH-EOF
              PERFORM UNTIL WS-LH-EOF = "Y"
                  READ LEGAL-HOLDS
                      AT END MOVE "Y" TO WS-LH-EOF
                      NOT AT END
                          IF LH-PENDING OR LH-REL-PENDING
                             ADD 1 TO WS-LH-SHOWN
                             PERFORM SHOW-LEGAL-HOLD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
           END-IF
           IF WS-LH-SHOWN = 0
              DISPLAY "NO HOLD ACTIONS AWAITING APPROVAL."
           END-IF.

       SHOW-LEGAL-HOLD.
           DISPLAY LH-HOLD-NO " " LH-ACC-NO " " LH-TYPE " "
              LH-AMOUNT " " LH-START "-" LH-EXPIRY " " LH-STATE
              " " LH-REFERENCE
           DISPLAY "       " LH-REASON " BY " LH-MAKER
              " " LH-CHECKER.

       REWRITE-LEGAL-HOLDS.
           MOVE "N" TO WS-LH-FOUND
           MOVE "N" TO WS-LH-EOF
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              MOVE "Y" TO WS-LH-EOF
           ELSE
              OPEN OUTPUT LH-NEW
           END-IF
           PERFORM UNTIL WS-LH-EOF = "Y"
               READ LEGAL-HOLDS
                   AT END MOVE "Y" TO WS-LH-EOF
                   NOT AT END
                       IF LH-HOLD-NO = WS-LH-PICK
                          PERFORM APPLY-HOLD-ACTION
                       END-IF
                       WRITE LH-NEW-REC FROM LEGAL-HOLD-REC
               END-READ
           END-PERFORM
           IF WS-LH-STATUS NOT = "35"
              CLOSE LEGAL-HOLDS
              CLOSE LH-NEW
              CALL "SYSTEM" USING
                 "mv LEGAL_HOLDS_NEW.tmp LEGAL_HOLDS.DAT"
           END-IF.

       APPLY-HOLD-ACTION.
           EVALUATE TRUE
              WHEN WS-LH-ACTION = "R" AND LH-ACTIVE
                 SET LH-REL-PENDING TO TRUE
                 MOVE WS-OPERATOR-ID TO LH-REL-BY
                 MOVE LH-ACC-NO TO WS-ACC-NO
                 MOVE "Y" TO WS-LH-FOUND
              WHEN WS-LH-ACTION = "A" AND LH-PENDING
                 AND LH-MAKER NOT = WS-OPERATOR-ID
                 SET LH-ACTIVE TO TRUE
                 MOVE WS-OPERATOR-ID TO LH-CHECKER
                 MOVE "Y" TO WS-LH-FOUND
              WHEN WS-LH-ACTION = "J" AND LH-PENDING
                 AND LH-MAKER NOT = WS-OPERATOR-ID
                 SET LH-REJECTED TO TRUE
                 MOVE WS-OPERATOR-ID TO LH-CHECKER
                 MOVE WS-LH-TODAY TO LH-END-DATE
                 MOVE "Y" TO WS-LH-FOUND
              WHEN WS-LH-ACTION = "A" AND LH-REL-PENDING
                 AND LH-REL-BY NOT = WS-OPERATOR-ID
                 SET LH-RELEASED TO TRUE
                 MOVE WS-OPERATOR-ID TO LH-CHECKER
                 MOVE WS-LH-TODAY TO LH-END-DATE
                 MOVE "Y" TO WS-LH-FOUND
              WHEN WS-LH-ACTION = "J" AND LH-REL-PENDING
                 AND LH-REL-BY NOT = WS-OPERATOR-ID
                 SET LH-ACTIVE TO TRUE
                 MOVE SPACES TO LH-REL-BY
                 MOVE "Y" TO WS-LH-FOUND
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-LH-FOUND = "Y"
              MOVE LH-STATE TO WS-LH-NEW-STATE
              MOVE LH-ACC-NO TO WS-ACC-NO
           END-IF.

       LIST-ACCOUNT-HOLDS.
           DISPLAY "ENTER ACCOUNT NO: "
           ACCEPT WS-ACC-NO
           MOVE 0 TO WS-LH-SHOWN
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
                             ADD 1 TO WS-LH-SHOWN
                             PERFORM SHOW-LEGAL-HOLD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
           END-IF
           IF WS-LH-SHOWN = 0
              DISPLAY "NO HOLDS RECORDED FOR THIS ACCOUNT."
           ELSE
              PERFORM SUM-LEGAL-HOLDS
              DISPLAY "AMOUNT HELD TODAY: " WS-LH-TOTAL
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
              AND LH-START NOT > WS-LH-TODAY
              AND (LH-EXPIRY = 0 OR LH-EXPIRY NOT < WS-LH-TODAY)
              ADD LH-AMOUNT TO WS-LH-TOTAL
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

       END PROGRAM BRANCH.

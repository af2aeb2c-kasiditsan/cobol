           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TRANSFER-JRNL ASSIGN TO "TRANSFER_JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-DENOM
               FILE STATUS IS WS-CI-STATUS.
           SELECT TELLER-SESSIONS ASSIGN TO "TELLER_SESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO "LEGAL_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT LH-NEW ASSIGN TO "LEGAL_HOLDS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REPORT ASSIGN TO "LEGAL_HOLDS_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATM-PARAMS ASSIGN TO "ATM_PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT BAL-SNAPSHOT ASSIGN TO "BAL_SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT BILLER-MASTER ASSIGN TO "BILLER_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-CODE
               FILE STATUS IS WS-BL-STATUS.
           SELECT BILL-PAYMENTS ASSIGN TO "BILL_PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT BP-NEW ASSIGN TO "BILL_PAYMENTS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILL-SETTLE ASSIGN TO WS-SETTLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTWARD-CLEARING ASSIGN TO "OUTWARD_CLEARING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT OC-NEW ASSIGN TO "OUTWARD_CLEARING_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARING-OUT ASSIGN TO WS-CLEARING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETAIL-LOANS ASSIGN TO "RETAIL_LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RL-NEW ASSIGN TO "RETAIL_LOANS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOAN_SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT LS-NEW ASSIGN TO "LOAN_SCHEDULE_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-TRANS ASSIGN TO "FX_TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXT-STATUS.
           SELECT FX-POSITION-REPORT ASSIGN TO
               "FX_POSITION_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-CHART ASSIGN TO "BANK_GL_CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.
           SELECT GL-MAP ASSIGN TO "BANK_GL_MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "BANK_GL_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT GL-BALANCES ASSIGN TO "BANK_GL_BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TRANSLOG.
       01 TRANSLOG-REC.
          05 CI-DENOM      PIC 9(4).
          05 CI-NOTE-COUNT PIC 9(6).

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

       FD HOLD-REPORT.
       01 HOLD-REPORT-REC PIC X(100).

       FD ATM-PARAMS.
       01 ATM-PARAM-REC.
          05 PAR-KEY      PIC X(12).
          05 SN-BALANCE PIC 9(8)V99.
          05 SN-OD-USED PIC 9(8)V99.

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

       FD BP-NEW.
       01 BP-NEW-REC PIC X(71).

       FD BILL-SETTLE.
       01 BILL-SETTLE-REC PIC X(100).

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

       FD OC-NEW.
       01 OC-NEW-REC PIC X(101).

       FD CLEARING-OUT.
       01 CLEARING-OUT-REC PIC X(100).

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

       FD RL-NEW.
       01 RL-NEW-REC PIC X(91).

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

       FD LS-NEW.
       01 LS-NEW-REC PIC X(80).

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

       FD FX-POSITION-REPORT.
       01 FX-POSITION-REC PIC X(100).

       FD GL-CHART.
       01 GL-CHART-REC.
          05 GC-GL-NO        PIC X(6).
          05 GC-NAME         PIC X(30).
          05 GC-TYPE         PIC X(1).
             88 GC-ASSET     VALUE "A".
             88 GC-LIABILITY VALUE "L".
             88 GC-EQUITY    VALUE "Q".
             88 GC-INCOME    VALUE "I".
             88 GC-EXPENSE   VALUE "X".

       FD GL-MAP.
       01 GL-MAP-REC.
          05 GM-TRANS-TYPE   PIC X(1).
          05 GM-VARIANT      PIC X(1).
          05 GM-DR-GL        PIC X(6).
          05 GM-CR-GL        PIC X(6).
          05 GM-DESC         PIC X(24).

       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
          05 GJ-POST-DATE    PIC 9(8).
          05 GJ-REF-NO       PIC 9(10).
          05 GJ-ACC-NO       PIC X(10).
          05 GJ-TRANS-TYPE   PIC X(1).
          05 GJ-VARIANT      PIC X(1).
          05 GJ-GL-NO        PIC X(6).
          05 GJ-DR-CR        PIC X(1).
          05 GJ-AMOUNT       PIC 9(10)V99.
          05 GJ-DESC         PIC X(24).

       FD GL-BALANCES.
       01 GL-BALANCE-REC.
          05 GB-GL-NO        PIC X(6).
          05 GB-DEBITS       PIC 9(12)V99.
          05 GB-CREDITS      PIC 9(12)V99.
          05 GB-DAY-DEBITS   PIC 9(12)V99.
          05 GB-DAY-CREDITS  PIC 9(12)V99.
          05 GB-LAST-DATE    PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCH-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-VERIFY-BAD       PIC 9(5) VALUE 0.
       01 WS-CI-STATUS        PIC XX VALUE SPACES.
       01 WS-LOW-CASH-LEVEL   PIC 9(6) VALUE 20.
       01 WS-TS-STATUS        PIC XX VALUE SPACES.
       01 WS-TS-LISTED        PIC 9(4) VALUE 0.
       01 WS-TS-UNBALANCED    PIC 9(4) VALUE 0.
       01 WS-TS-OVER-TOTAL    PIC 9(8)V99 VALUE 0.
       01 WS-TS-SHORT-TOTAL   PIC 9(8)V99 VALUE 0.
       01 WS-LH-STATUS        PIC XX VALUE SPACES.
       01 WS-LH-EOF           PIC X VALUE "N".
       01 WS-LH-TOTAL         PIC 9(8)V99 VALUE 0.
       01 WS-LH-COUNT         PIC 9(4) VALUE 0.
       01 WS-LH-EXPIRED-CNT   PIC 9(5) VALUE 0.
       01 WS-LH-ACTIVE-CNT    PIC 9(5) VALUE 0.
       01 WS-LH-ACTIVE-AMT    PIC 9(10)V99 VALUE 0.
       01 WS-TRCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-PAR-STATUS       PIC XX VALUE SPACES.
       01 WS-SO-STATUS        PIC XX VALUE SPACES.
       01 WS-TD-INTEREST      PIC 9(8)V99 VALUE 0.
       01 WS-TD-PAYOUT        PIC 9(8)V99 VALUE 0.
       01 WS-TD-BALANCE       PIC 9(8)V99 VALUE 0.
       01 WS-TD-TRANS-TYPE    PIC X VALUE "M".
       01 WS-TD-TRANS-AMT     PIC 9(8)V99 VALUE 0.
       01 WS-SNAP-STATUS      PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-ALREADY-CUT      PIC X VALUE "N".
       01 WS-TODAY-STAMP      PIC X(8) VALUE SPACES.
       01 WS-RM-CMD           PIC X(60) VALUE SPACES.
       01 WS-BL-STATUS        PIC XX VALUE SPACES.
       01 WS-BP-STATUS        PIC XX VALUE SPACES.
       01 WS-BL-EOF           PIC X VALUE "N".
       01 WS-SETTLE-FILENAME  PIC X(40) VALUE SPACES.
       01 WS-BILL-COUNT       PIC 9(5) VALUE 0.
       01 WS-BILL-AMOUNT      PIC 9(10)V99 VALUE 0.
       01 WS-BILL-TOT-COUNT   PIC 9(5) VALUE 0.
       01 WS-BILL-TOT-AMOUNT  PIC 9(10)V99 VALUE 0.
       01 WS-BILL-UNSETTLED   PIC 9(5) VALUE 0.
       01 WS-BILL-MARKED      PIC 9(5) VALUE 0.
       01 WS-BILL-KNOWN       PIC X VALUE "N".
       01 WS-BP-DAY-COUNT     PIC 9(5) VALUE 0.
       01 WS-BP-DAY-AMOUNT    PIC 9(10)V99 VALUE 0.
       01 WS-OC-STATUS        PIC XX VALUE SPACES.
       01 WS-CLEARING-FILENAME PIC X(40) VALUE SPACES.
       01 WS-IBT-FEE          PIC 9(8)V99 VALUE 25.00.
       01 WS-IBT-DAY-COUNT    PIC 9(5) VALUE 0.
       01 WS-IBT-DAY-AMOUNT   PIC 9(10)V99 VALUE 0.
       01 WS-CLR-BANK-COUNT   PIC 9(3) VALUE 0.
       01 WS-CLR-IDX          PIC 9(3) VALUE 0.
       01 WS-CLR-FOUND        PIC X VALUE "N".
       01 WS-CLR-BANK-TABLE.
          05 WS-CLR-BANK OCCURS 50 TIMES PIC X(3).
       01 WS-CLR-BATCH-NO     PIC 9(3) VALUE 0.
       01 WS-CLR-COUNT        PIC 9(5) VALUE 0.
       01 WS-CLR-AMOUNT       PIC 9(10)V99 VALUE 0.
       01 WS-CLR-TOT-COUNT    PIC 9(5) VALUE 0.
       01 WS-CLR-TOT-AMOUNT   PIC 9(10)V99 VALUE 0.
       01 WS-RL-STATUS        PIC XX VALUE SPACES.
       01 WS-LS-STATUS        PIC XX VALUE SPACES.
       01 WS-LN-REMAIN        PIC 9(8)V99 VALUE 0.
       01 WS-LN-COLLECT       PIC 9(8)V99 VALUE 0.
       01 WS-LN-BALANCE       PIC 9(8)V99 VALUE 0.
       01 WS-LN-INT-PART      PIC 9(8)V99 VALUE 0.
       01 WS-LN-PRIN-PART     PIC 9(8)V99 VALUE 0.
       01 WS-LN-TRANS-TYPE    PIC X VALUE "N".
       01 WS-LN-TRANS-AMT     PIC 9(8)V99 VALUE 0.
       01 WS-LN-ACC-NO        PIC X(10) VALUE SPACES.
       01 WS-LN-COLLECTED-CNT PIC 9(5) VALUE 0.
       01 WS-LN-COLLECTED-AMT PIC 9(10)V99 VALUE 0.
       01 WS-LN-SHORT-CNT     PIC 9(5) VALUE 0.
       01 WS-LN-TODAY-INT     PIC 9(8) VALUE 0.
       01 WS-LN-DUE-INT       PIC 9(8) VALUE 0.
       01 WS-LN-DAYS          PIC 9(4) VALUE 0.
       01 WS-LN-COUNT         PIC 9(3) VALUE 0.
       01 WS-LN-IDX           PIC 9(3) VALUE 0.
       01 WS-LN-HIT           PIC 9(3) VALUE 0.
       01 WS-LN-DROPPED       PIC 9(5) VALUE 0.
       01 WS-LN-TABLE.
          05 WS-LN-ENTRY OCCURS 200 TIMES.
             10 WS-LN-NO        PIC 9(10).
             10 WS-LN-REPAID    PIC 9(8)V99.
             10 WS-LN-ARREARS   PIC 9(8)V99.
             10 WS-LN-OLDEST    PIC 9(8).
             10 WS-LN-OPEN-CNT  PIC 9(3).
       01 WS-AGE-TABLE.
          05 WS-AGE-ENTRY OCCURS 4 TIMES.
             10 WS-AGE-COUNT    PIC 9(5).
             10 WS-AGE-AMOUNT   PIC 9(10)V99.
       01 WS-AGE-IDX          PIC 9 VALUE 0.
       01 WS-AGE-LABEL        PIC X(12) VALUE SPACES.
       01 WS-FX-STATUS        PIC XX VALUE SPACES.
       01 WS-FXT-STATUS       PIC XX VALUE SPACES.
       01 WS-FX-EOF           PIC X VALUE "N".
       01 WS-FX-CCY           PIC X(3) VALUE SPACES.
       01 WS-FX-FOUND         PIC X VALUE "N".
       01 WS-FX-EFF-DATE      PIC 9(8) VALUE 0.
       01 WS-FX-BUY           PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-SELL          PIC 9(4)V9(6) VALUE 0.
       01 WS-FX-CREDIT        PIC 9(8)V99 VALUE 0.
       01 WS-BASE-CCY         PIC X(3) VALUE "THB".
       01 WS-TX-CCY           PIC X(3) VALUE "THB".
       01 WS-SO-FROM-CCY      PIC X(3) VALUE "THB".
       01 WS-SO-TO-CCY        PIC X(3) VALUE "THB".
       01 WS-SO-CCY-OK        PIC X VALUE "Y".
       01 WS-SO-FEE           PIC 9(8)V99 VALUE 0.
       01 WS-FXA-COUNT        PIC 9(3) VALUE 0.
       01 WS-FXA-IDX          PIC 9(3) VALUE 0.
       01 WS-FXA-DROPPED      PIC 9(5) VALUE 0.
       01 WS-FXA-TABLE.
          05 WS-FXA-ENTRY OCCURS 500 TIMES.
             10 WS-FXA-ACC      PIC X(10).
             10 WS-FXA-CCY      PIC X(3).
       01 WS-CCY-COUNT        PIC 9(2) VALUE 0.
       01 WS-CCY-IDX          PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE     PIC X(3).
             10 WS-CCY-BUY      PIC 9(4)V9(6).
             10 WS-CCY-SELL     PIC 9(4)V9(6).
             10 WS-CCY-FEE-UNIT PIC 9(8)V99.
             10 WS-CCY-TRF-CNT  PIC 9(5).
             10 WS-CCY-TRF-AMT  PIC 9(10)V99.
             10 WS-CCY-FEES     PIC 9(10)V99.
             10 WS-CCY-OTH-CNT  PIC 9(5).
             10 WS-CCY-OTH-AMT  PIC 9(10)V99.
             10 WS-CCY-ACCS     PIC 9(5).
             10 WS-CCY-BAL      PIC S9(12)V99.
             10 WS-CCY-BOUGHT   PIC 9(10)V99.
             10 WS-CCY-SOLD     PIC 9(10)V99.
             10 WS-CCY-BASE-IN  PIC 9(12)V99.
             10 WS-CCY-BASE-OUT PIC 9(12)V99.
       01 WS-FX-BAL-BASE      PIC S9(12)V99 VALUE 0.
       01 WS-FX-NET           PIC S9(10)V99 VALUE 0.
       01 WS-FX-RATE-DIS      PIC ZZZ9.999999.
       01 WS-FX-SELL-DIS      PIC ZZZ9.999999.
       01 WS-FXA-KEY          PIC X(10) VALUE SPACES.
       01 WS-CCY-SCAN         PIC 9(2) VALUE 0.
       01 WS-FX-BAL-DIS       PIC -,---,---,--9.99.
       01 WS-FX-BASE-DIS      PIC -,---,---,--9.99.
       01 WS-FX-NET-DIS       PIC -,---,---,--9.99.
       01 WS-GLC-STATUS       PIC XX VALUE SPACES.
       01 WS-GLM-STATUS       PIC XX VALUE SPACES.
       01 WS-GLJ-STATUS       PIC XX VALUE SPACES.
       01 WS-GLB-STATUS       PIC XX VALUE SPACES.
       01 WS-GL-EOF           PIC X VALUE "N".
       01 WS-GL-POSTED        PIC X VALUE "N".
       01 WS-GL-FIRST-RUN     PIC X VALUE "N".
       01 WS-GL-TYPE          PIC X(1) VALUE SPACE.
       01 WS-GL-VARIANT       PIC X(1) VALUE SPACE.
       01 WS-GL-SWAP          PIC X VALUE "N".
       01 WS-GL-AMOUNT        PIC 9(10)V99 VALUE 0.
       01 WS-GL-DR            PIC X(6) VALUE SPACES.
       01 WS-GL-CR            PIC X(6) VALUE SPACES.
       01 WS-GL-HOLD          PIC X(6) VALUE SPACES.
       01 WS-GL-DESC          PIC X(24) VALUE SPACES.
       01 WS-GL-KEY           PIC X(6) VALUE SPACES.
       01 WS-GL-REF           PIC 9(10) VALUE 0.
       01 WS-GL-FEE           PIC 9(8)V99 VALUE 0.
       01 WS-GL-IDX           PIC 9(3) VALUE 0.
       01 WS-GL-SCAN          PIC 9(4) VALUE 0.
       01 WS-GL-HIT           PIC 9(4) VALUE 0.
       01 WS-GL-ORIG-IDX      PIC 9(4) VALUE 0.
       01 WS-GL-SAVE-VARIANT  PIC X(1) VALUE SPACE.
       01 WS-GL-ENTRIES       PIC 9(6) VALUE 0.
       01 WS-GL-FOREIGN-CNT   PIC 9(5) VALUE 0.
       01 WS-GL-UNMAPPED-CNT  PIC 9(5) VALUE 0.
       01 WS-GL-SUSPENSE-CNT  PIC 9(5) VALUE 0.
       01 WS-GL-DEPOSITS-GL   PIC X(6) VALUE "200100".
       01 WS-GL-OPENING-GL    PIC X(6) VALUE "390000".
       01 WS-GLA-COUNT        PIC 9(3) VALUE 0.
       01 WS-GLA-TABLE.
          05 WS-GLA-ENTRY OCCURS 50 TIMES.
             10 WS-GLA-NO       PIC X(6).
             10 WS-GLA-NAME     PIC X(30).
             10 WS-GLA-TYPE     PIC X(1).
             10 WS-GLA-OPEN-DR  PIC 9(12)V99.
             10 WS-GLA-OPEN-CR  PIC 9(12)V99.
             10 WS-GLA-DAY-DR   PIC 9(12)V99.
             10 WS-GLA-DAY-CR   PIC 9(12)V99.
       01 WS-GLM-COUNT        PIC 9(3) VALUE 0.
       01 WS-GLM-TABLE.
          05 WS-GLM-ENTRY OCCURS 50 TIMES.
             10 WS-GLM-TYPE     PIC X(1).
             10 WS-GLM-VARIANT  PIC X(1).
             10 WS-GLM-DR       PIC X(6).
             10 WS-GLM-CR       PIC X(6).
             10 WS-GLM-DESC     PIC X(24).
       01 WS-GLF-COUNT        PIC 9(4) VALUE 0.
       01 WS-GLF-DROPPED      PIC 9(5) VALUE 0.
       01 WS-GLF-TABLE.
          05 WS-GLF-ENTRY OCCURS 2000 TIMES.
             10 WS-GLF-REF      PIC 9(10).
             10 WS-GLF-TYPE     PIC X(1).
             10 WS-GLF-FEE      PIC 9(8)V99.
       01 WS-GLX-COUNT        PIC 9(4) VALUE 0.
       01 WS-GLX-DROPPED      PIC 9(5) VALUE 0.
       01 WS-GLX-TABLE.
          05 WS-GLX-ENTRY OCCURS 500 TIMES.
             10 WS-GLX-REF      PIC 9(10).
             10 WS-GLX-TO-CCY   PIC X(3).
             10 WS-GLX-TO-AMT   PIC 9(8)V99.
       01 WS-GLT-COUNT        PIC 9(4) VALUE 0.
       01 WS-GLT-TABLE.
          05 WS-GLT-ENTRY OCCURS 5000 TIMES.
             10 WS-GLT-REF      PIC 9(10).
             10 WS-GLT-TYPE     PIC X(1).
             10 WS-GLT-VARIANT  PIC X(1).
             10 WS-GLT-ACC      PIC X(10).
       01 WS-GL-OPEN-NET      PIC S9(12)V99 VALUE 0.
       01 WS-GL-CLOSE-NET     PIC S9(12)V99 VALUE 0.
       01 WS-GL-OPENING-AMT   PIC S9(12)V99 VALUE 0.
       01 WS-GL-TB-DR         PIC 9(13)V99 VALUE 0.
       01 WS-GL-TB-CR         PIC 9(13)V99 VALUE 0.
       01 WS-GL-ACC-BAL       PIC 9(12)V99 VALUE 0.
       01 WS-GL-ACC-OD        PIC 9(12)V99 VALUE 0.
       01 WS-GL-ACC-NET       PIC S9(12)V99 VALUE 0.
       01 WS-GL-CONTROL       PIC S9(12)V99 VALUE 0.
       01 WS-GL-BREAK         PIC S9(12)V99 VALUE 0.
       01 WS-GL-DR-DIS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-CR-DIS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-NET-DIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACCOUNTS
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(7:2) TO WS-TODAY-DOM
           DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-PERIOD
           PERFORM LOAD-ATM-PARAMS
           PERFORM LOAD-ACCOUNT-CURRENCIES
           PERFORM RELEASE-EXPIRED-HOLDS
           PERFORM EXECUTE-STANDING-ORDERS
           PERFORM CLEAR-MATURED-CHEQUES
           PERFORM PROCESS-TERM-DEPOSITS
           PERFORM COLLECT-LOAN-INSTALMENTS
           PERFORM SETTLEMENT-PASS
           PERFORM WRITE-SETTLEMENT-REPORT
           PERFORM SETTLE-BILL-PAYMENTS
           PERFORM WRITE-OUTWARD-CLEARING
           PERFORM REPORT-LOAN-ARREARS
           PERFORM VERIFY-ACCOUNT-BALANCES
           PERFORM REPORT-CASH-INVENTORY
           PERFORM REPORT-TELLER-TILLS
           PERFORM REPORT-ACTIVE-HOLDS
           PERFORM RECOVER-PENDING-TRANSFERS
           PERFORM POST-GENERAL-LEDGER
           PERFORM COMPACT-TRANSFER-JRNL
           PERFORM WRITE-FX-POSITION-REPORT
           PERFORM WRITE-BALANCE-SNAPSHOTS
           PERFORM ROLL-OVER-TRANSLOG
           PERFORM ROLL-BUSINESS-DATE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-MIN-BALANCE
              END-READ
              MOVE "IBT-FEE" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-IBT-FEE
              END-READ
              CLOSE ATM-PARAMS
           END-IF.

                 IF WS-TODAY-DATE >= SO-START
                    AND SO-DAY = WS-TODAY-DOM
                    AND SO-LAST-RUN NOT = WS-TODAY-PERIOD
                    PERFORM CHECK-ORDER-CURRENCY
                    IF WS-SO-CCY-OK = "Y"
                       PERFORM EXECUTE-ONE-ORDER
                    ELSE
                       MOVE "STANDING ORDER NOT PAID - CURRENCY OR RATE"
                          TO WS-AL-MESSAGE
                       PERFORM RAISE-ORDER-ALERT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-ORDER-CURRENCY.
           MOVE "Y" TO WS-SO-CCY-OK
           MOVE WS-TRANSFER-FEE TO WS-SO-FEE
           MOVE SO-FROM-ACC TO WS-FXA-KEY
           PERFORM FIND-ACCOUNT-CURRENCY
           MOVE WS-TX-CCY TO WS-SO-FROM-CCY
           MOVE SO-TO-ACC TO WS-FXA-KEY
           PERFORM FIND-ACCOUNT-CURRENCY
           MOVE WS-TX-CCY TO WS-SO-TO-CCY
           IF WS-SO-FROM-CCY NOT = WS-SO-TO-CCY
              MOVE "N" TO WS-SO-CCY-OK
              ADD 1 TO WS-SO-SKIPPED
              MOVE SPACES TO WS-REPORT-LINE
              STRING "SKIPPED  " SO-FROM-ACC " -> " SO-TO-ACC
                     " (CURRENCY MISMATCH " WS-SO-FROM-CCY "/"
                     WS-SO-TO-CCY ")"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO SO-RESULTS-REC
              WRITE SO-RESULTS-REC
           ELSE
              IF WS-SO-FROM-CCY NOT = WS-BASE-CCY
                 MOVE WS-SO-FROM-CCY TO WS-FX-CCY
                 PERFORM FIND-CCY-SLOT
                 IF WS-CCY-IDX = 0
                    MOVE "N" TO WS-SO-CCY-OK
                 ELSE
                    IF WS-CCY-BUY(WS-CCY-IDX) = 0
                       MOVE "N" TO WS-SO-CCY-OK
                    ELSE
                       MOVE WS-CCY-FEE-UNIT(WS-CCY-IDX) TO WS-SO-FEE
                    END-IF
                 END-IF
                 IF WS-SO-CCY-OK = "N"
                    ADD 1 TO WS-SO-SKIPPED
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "SKIPPED  " SO-FROM-ACC " -> " SO-TO-ACC
                           " (NO EXCHANGE RATE FOR " WS-SO-FROM-CCY
                           ")"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    MOVE WS-REPORT-LINE TO SO-RESULTS-REC
                    WRITE SO-RESULTS-REC
                 END-IF
              END-IF
           END-IF.
           IF WS-SO-DEBIT-OK = "Y"
              PERFORM CREDIT-ORDER-TARGET
              PERFORM WRITE-ORDER-TRANSLOG
              PERFORM WRITE-ORDER-JOURNAL
              MOVE WS-TODAY-PERIOD TO SO-LAST-RUN
              ADD 1 TO WS-SO-EXECUTED
              MOVE SPACES TO WS-REPORT-LINE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO SO-RESULTS-REC
              WRITE SO-RESULTS-REC
              MOVE "STANDING ORDER NOT PAID - INSUFFICIENT FUNDS"
                 TO WS-AL-MESSAGE
              PERFORM RAISE-ORDER-ALERT
           END-IF.

       RAISE-ORDER-ALERT.
           MOVE SPACES TO WS-AL-CUST-ID
           OPEN INPUT ACCOUNTS
           MOVE SO-FROM-ACC TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ACC-CUST-ID TO WS-AL-CUST-ID
           END-READ
           CLOSE ACCOUNTS
           MOVE SO-FROM-ACC TO WS-AL-ACC-NO
           MOVE "SO" TO WS-AL-TYPE
           MOVE SO-AMOUNT TO WS-AL-AMOUNT
           PERFORM RAISE-CUSTOMER-ALERT.

       DEBIT-ORDER-SOURCE.
           MOVE "N" TO WS-SO-DEBIT-OK
           PERFORM SUM-LEGAL-HOLDS
           OPEN I-O ACCOUNTS
           MOVE SO-FROM-ACC TO ACC-NO
           READ ACCOUNTS
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-NET-BALANCE = ACC-BALANCE
                      - ACC-OD-USED - SO-AMOUNT - WS-SO-FEE
                   IF (ACC-OD-LIMIT = 0
                         AND WS-NET-BALANCE - WS-LH-TOTAL
                            < WS-MIN-BALANCE)
                      OR (ACC-OD-LIMIT > 0
                         AND WS-NET-BALANCE + ACC-OD-LIMIT
                            - WS-LH-TOTAL < 0)
                      CONTINUE
                   ELSE
                      IF WS-NET-BALANCE < 0
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       WRITE-ORDER-JOURNAL.
           OPEN EXTEND TRANSFER-JRNL
           IF WS-TJ-STATUS = "35"
              OPEN OUTPUT TRANSFER-JRNL
           END-IF
           MOVE WS-REF-NO TO TJ-REF-NO
           MOVE SO-FROM-ACC TO TJ-FROM-ACC
           MOVE SO-TO-ACC TO TJ-TO-ACC
           MOVE SO-AMOUNT TO TJ-AMOUNT
           MOVE WS-SO-FEE TO TJ-FEE
           MOVE WS-TODAY-DATE TO TJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TJ-TIME
           MOVE "C" TO TJ-STATUS
           WRITE TRANSFER-JRNL-REC
           CLOSE TRANSFER-JRNL.

       GET-NEXT-REF-NO.
           OPEN I-O TRANS-CTL
           IF WS-TRCTL-STATUS = "35"
                   SET TD-MATURED TO TRUE
                   ADD 1 TO WS-TD-MATURED-CNT
                   PERFORM GET-NEXT-REF-NO
                   MOVE "M" TO WS-TD-TRANS-TYPE
                   MOVE TD-PRINCIPAL TO WS-TD-TRANS-AMT
                   PERFORM WRITE-TD-MATURITY-TRANSLOG
                   IF WS-TD-INTEREST > 0
                      PERFORM GET-NEXT-REF-NO
                      MOVE "J" TO WS-TD-TRANS-TYPE
                      MOVE WS-TD-INTEREST TO WS-TD-TRANS-AMT
                      PERFORM WRITE-TD-MATURITY-TRANSLOG
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "TD " TD-NO " ACC " TD-ACC-NO
                          " PRINCIPAL " TD-PRINCIPAL
           MOVE TD-ACC-NO TO TRANS-ACC-NO
           MOVE WS-TODAY-DATE TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE WS-TD-TRANS-TYPE TO TRANS-TYPE
           MOVE WS-TD-TRANS-AMT TO TRANS-AMOUNT
           MOVE WS-TD-BALANCE TO TRANS-BALANCE
           MOVE TD-NO TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       COLLECT-LOAN-INSTALMENTS.
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-LN-DROPPED
           MOVE 0 TO WS-LN-COLLECTED-CNT
           MOVE 0 TO WS-LN-COLLECTED-AMT
           MOVE 0 TO WS-LN-SHORT-CNT
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LS-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT LS-NEW
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ LOAN-SCHEDULE
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF (LS-DUE OR LS-SHORT)
                             AND LS-DUE-DATE <= WS-TODAY-DATE
                             PERFORM COLLECT-ONE-INSTALMENT
                          END-IF
                          PERFORM NOTE-LOAN-POSITION
                          WRITE LS-NEW-REC FROM LOAN-SCHEDULE-REC
                  END-READ
              END-PERFORM
              CLOSE LOAN-SCHEDULE
              CLOSE LS-NEW
              CALL "SYSTEM" USING
                 "mv LOAN_SCHEDULE_NEW.tmp LOAN_SCHEDULE.DAT"
              PERFORM UPDATE-LOAN-MASTER
              DISPLAY "LOAN COLLECTION: " WS-LN-COLLECTED-CNT
                 " INSTALMENTS COLLECTED, " WS-LN-SHORT-CNT
                 " SHORT."
           END-IF.

       COLLECT-ONE-INSTALMENT.
           COMPUTE WS-LN-REMAIN = LS-AMOUNT-DUE - LS-AMOUNT-PAID
           MOVE 0 TO WS-LN-COLLECT
           OPEN I-O ACCOUNTS
           MOVE LS-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "LOAN REPAYMENT ACCOUNT NOT FOUND: "
                      LS-ACC-NO
               NOT INVALID KEY
                   IF ACC-CLOSED
                      CONTINUE
                   ELSE
                      IF ACC-BALANCE >= WS-LN-REMAIN
                         MOVE WS-LN-REMAIN TO WS-LN-COLLECT
                      ELSE
                         MOVE ACC-BALANCE TO WS-LN-COLLECT
                      END-IF
                      IF WS-LN-COLLECT > 0
                         SUBTRACT WS-LN-COLLECT FROM ACC-BALANCE
                         REWRITE ACCOUNT-REC
                             INVALID KEY
                                 DISPLAY "LOAN COLLECTION ERROR"
                         END-REWRITE
                         MOVE ACC-BALANCE TO WS-LN-BALANCE
                      END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNTS
           IF WS-LN-COLLECT > 0
              MOVE 0 TO WS-LN-INT-PART
              IF LS-AMOUNT-PAID < LS-INTEREST
                 COMPUTE WS-LN-INT-PART =
                    LS-INTEREST - LS-AMOUNT-PAID
              END-IF
              IF WS-LN-INT-PART > WS-LN-COLLECT
                 MOVE WS-LN-COLLECT TO WS-LN-INT-PART
              END-IF
              COMPUTE WS-LN-PRIN-PART =
                 WS-LN-COLLECT - WS-LN-INT-PART
              MOVE LS-ACC-NO TO WS-LN-ACC-NO
              IF WS-LN-INT-PART > 0
                 PERFORM GET-NEXT-REF-NO
                 MOVE "U" TO WS-LN-TRANS-TYPE
                 MOVE WS-LN-INT-PART TO WS-LN-TRANS-AMT
                 PERFORM WRITE-LOAN-TRANSLOG
              END-IF
              IF WS-LN-PRIN-PART > 0
                 PERFORM GET-NEXT-REF-NO
                 MOVE "N" TO WS-LN-TRANS-TYPE
                 MOVE WS-LN-PRIN-PART TO WS-LN-TRANS-AMT
                 PERFORM WRITE-LOAN-TRANSLOG
              END-IF
              ADD WS-LN-COLLECT TO LS-AMOUNT-PAID
              ADD WS-LN-COLLECT TO WS-LN-COLLECTED-AMT
           END-IF
           IF LS-AMOUNT-PAID >= LS-AMOUNT-DUE
              SET LS-PAID TO TRUE
              MOVE WS-TODAY-DATE TO LS-PAID-DATE
              ADD 1 TO WS-LN-COLLECTED-CNT
           ELSE
              IF LS-DUE
                 ADD 1 TO WS-LN-SHORT-CNT
              END-IF
              SET LS-SHORT TO TRUE
           END-IF.

       WRITE-LOAN-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              OPEN OUTPUT TRANSLOG
           END-IF
           MOVE WS-REF-NO TO TRANS-REF-NO
           MOVE WS-LN-ACC-NO TO TRANS-ACC-NO
           MOVE WS-TODAY-DATE TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE WS-LN-TRANS-TYPE TO TRANS-TYPE
           MOVE WS-LN-TRANS-AMT TO TRANS-AMOUNT
           MOVE WS-LN-BALANCE TO TRANS-BALANCE
           MOVE LS-LOAN-NO TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       NOTE-LOAN-POSITION.
           MOVE 0 TO WS-LN-HIT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                 UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-NO(WS-LN-IDX) = LS-LOAN-NO
                  MOVE WS-LN-IDX TO WS-LN-HIT
               END-IF
           END-PERFORM
           IF WS-LN-HIT = 0 AND WS-LN-COUNT < 200
              ADD 1 TO WS-LN-COUNT
              MOVE WS-LN-COUNT TO WS-LN-HIT
              MOVE LS-LOAN-NO TO WS-LN-NO(WS-LN-HIT)
              MOVE 0 TO WS-LN-REPAID(WS-LN-HIT)
              MOVE 0 TO WS-LN-ARREARS(WS-LN-HIT)
              MOVE 0 TO WS-LN-OLDEST(WS-LN-HIT)
              MOVE 0 TO WS-LN-OPEN-CNT(WS-LN-HIT)
           END-IF
           IF WS-LN-HIT = 0
              ADD 1 TO WS-LN-DROPPED
           END-IF
           IF WS-LN-HIT > 0
              IF LS-PAID
                 ADD LS-PRINCIPAL TO WS-LN-REPAID(WS-LN-HIT)
              ELSE
                 ADD 1 TO WS-LN-OPEN-CNT(WS-LN-HIT)
                 IF LS-SHORT
                    COMPUTE WS-LN-ARREARS(WS-LN-HIT) =
                       WS-LN-ARREARS(WS-LN-HIT)
                       + LS-AMOUNT-DUE - LS-AMOUNT-PAID
                    IF WS-LN-OLDEST(WS-LN-HIT) = 0
                       OR LS-DUE-DATE < WS-LN-OLDEST(WS-LN-HIT)
                       MOVE LS-DUE-DATE TO WS-LN-OLDEST(WS-LN-HIT)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       UPDATE-LOAN-MASTER.
           COMPUTE WS-LN-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN INPUT RETAIL-LOANS
           IF WS-RL-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT RL-NEW
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ RETAIL-LOANS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          PERFORM UPDATE-ONE-LOAN
                          WRITE RL-NEW-REC FROM RETAIL-LOAN-REC
                  END-READ
              END-PERFORM
              CLOSE RETAIL-LOANS
              CLOSE RL-NEW
              CALL "SYSTEM" USING
                 "mv RETAIL_LOANS_NEW.tmp RETAIL_LOANS.DAT"
           END-IF.

       UPDATE-ONE-LOAN.
           MOVE 0 TO WS-LN-HIT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                 UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-NO(WS-LN-IDX) = RL-LOAN-NO
                  MOVE WS-LN-IDX TO WS-LN-HIT
               END-IF
           END-PERFORM
           IF WS-LN-HIT > 0 AND RL-ACTIVE
              COMPUTE RL-OUTSTANDING =
                 RL-PRINCIPAL - WS-LN-REPAID(WS-LN-HIT)
              MOVE WS-LN-ARREARS(WS-LN-HIT) TO RL-ARREARS
              MOVE 0 TO RL-ARREARS-DAYS
              IF WS-LN-OLDEST(WS-LN-HIT) > 0
                 COMPUTE WS-LN-DUE-INT = FUNCTION INTEGER-OF-DATE
                    (WS-LN-OLDEST(WS-LN-HIT))
                 COMPUTE RL-ARREARS-DAYS =
                    WS-LN-TODAY-INT - WS-LN-DUE-INT
              END-IF
              IF WS-LN-OPEN-CNT(WS-LN-HIT) = 0
                 SET RL-PAID-OFF TO TRUE
                 MOVE 0 TO RL-OUTSTANDING
              END-IF
           END-IF.

       REPORT-LOAN-ARREARS.
           MOVE "RETAIL LOAN ARREARS AGING" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE WS-LN-COLLECTED-AMT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INSTALMENTS PAID " WS-LN-COLLECTED-CNT
                  " SHORT " WS-LN-SHORT-CNT
                  " COLLECTED " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-LN-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** LOAN TABLE FULL - " WS-LN-DROPPED
                     " INSTALMENTS NOT TRACKED, LOAN POSITIONS NOT "
                     "UPDATED ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                 UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-COUNT(WS-AGE-IDX)
               MOVE 0 TO WS-AGE-AMOUNT(WS-AGE-IDX)
           END-PERFORM
           OPEN INPUT RETAIL-LOANS
           IF WS-RL-STATUS = "35"
              MOVE "NO RETAIL LOANS ON FILE." TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ RETAIL-LOANS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF RL-ACTIVE AND RL-ARREARS > 0
                             PERFORM AGE-ONE-LOAN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RETAIL-LOANS
              PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                    UNTIL WS-AGE-IDX > 4
                  MOVE WS-AGE-AMOUNT(WS-AGE-IDX) TO WS-AMOUNT-DIS
                  EVALUATE WS-AGE-IDX
                     WHEN 1 MOVE "1-30 DAYS   " TO WS-AGE-LABEL
                     WHEN 2 MOVE "31-60 DAYS  " TO WS-AGE-LABEL
                     WHEN 3 MOVE "61-90 DAYS  " TO WS-AGE-LABEL
                     WHEN 4 MOVE "OVER 90 DAYS" TO WS-AGE-LABEL
                  END-EVALUATE
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING "ARREARS " WS-AGE-LABEL
                         " COUNT " WS-AGE-COUNT(WS-AGE-IDX)
                         " AMOUNT " WS-AMOUNT-DIS
                         DELIMITED BY SIZE INTO WS-REPORT-LINE
                  MOVE WS-REPORT-LINE TO EOD-REPORT-REC
                  WRITE EOD-REPORT-REC
              END-PERFORM
           END-IF.

       AGE-ONE-LOAN.
           EVALUATE TRUE
              WHEN RL-ARREARS-DAYS <= 30
                 MOVE 1 TO WS-AGE-IDX
              WHEN RL-ARREARS-DAYS <= 60
                 MOVE 2 TO WS-AGE-IDX
              WHEN RL-ARREARS-DAYS <= 90
                 MOVE 3 TO WS-AGE-IDX
              WHEN OTHER
                 MOVE 4 TO WS-AGE-IDX
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX)
           ADD RL-ARREARS TO WS-AGE-AMOUNT(WS-AGE-IDX)
           MOVE RL-ARREARS TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOAN " RL-LOAN-NO " ACC " RL-ACC-NO
                  " DAYS " RL-ARREARS-DAYS
                  " ARREARS " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       SETTLEMENT-PASS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TRANSLOG

       TALLY-ONE-TRANS.
           IF TRANS-DATE = WS-TODAY-DATE
              MOVE TRANS-ACC-NO TO WS-FXA-KEY
              PERFORM FIND-ACCOUNT-CURRENCY
              IF WS-TX-CCY NOT = WS-BASE-CCY
                 PERFORM TALLY-FOREIGN-TRANS
              ELSE
              EVALUATE TRANS-TYPE
                 WHEN "D"
                    ADD 1 TO WS-DEP-COUNT
                    ADD 1 TO WS-TRF-COUNT
                    ADD TRANS-AMOUNT TO WS-TRF-AMOUNT
                    ADD WS-TRANSFER-FEE TO WS-FEE-INCOME
                 WHEN "P"
                    ADD 1 TO WS-BP-DAY-COUNT
                    ADD TRANS-AMOUNT TO WS-BP-DAY-AMOUNT
                 WHEN "G"
                    ADD 1 TO WS-IBT-DAY-COUNT
                    ADD TRANS-AMOUNT TO WS-IBT-DAY-AMOUNT
                    ADD WS-IBT-FEE TO WS-FEE-INCOME
                 WHEN OTHER
                    ADD 1 TO WS-OTH-COUNT
              END-EVALUATE
              END-IF
           END-IF.

       TALLY-FOREIGN-TRANS.
           MOVE WS-TX-CCY TO WS-FX-CCY
           PERFORM FIND-CCY-SLOT
           IF WS-CCY-IDX > 0
              IF TRANS-TYPE = "T"
                 ADD 1 TO WS-CCY-TRF-CNT(WS-CCY-IDX)
                 ADD TRANS-AMOUNT TO WS-CCY-TRF-AMT(WS-CCY-IDX)
                 ADD WS-CCY-FEE-UNIT(WS-CCY-IDX)
                    TO WS-CCY-FEES(WS-CCY-IDX)
              ELSE
                 ADD 1 TO WS-CCY-OTH-CNT(WS-CCY-IDX)
                 ADD TRANS-AMOUNT TO WS-CCY-OTH-AMT(WS-CCY-IDX)
              END-IF
           END-IF.

       LOAD-ACCOUNT-CURRENCIES.
           MOVE 0 TO WS-FXA-COUNT
           MOVE 0 TO WS-FXA-DROPPED
           MOVE 0 TO WS-CCY-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACCOUNTS
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ACC-CURRENCY NOT = SPACES
                          AND ACC-CURRENCY NOT = WS-BASE-CCY
                          IF WS-FXA-COUNT < 500
                             ADD 1 TO WS-FXA-COUNT
                             MOVE ACC-NO TO WS-FXA-ACC(WS-FXA-COUNT)
                             MOVE ACC-CURRENCY
                                TO WS-FXA-CCY(WS-FXA-COUNT)
                          ELSE
                             ADD 1 TO WS-FXA-DROPPED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       FIND-ACCOUNT-CURRENCY.
           MOVE WS-BASE-CCY TO WS-TX-CCY
           PERFORM VARYING WS-FXA-IDX FROM 1 BY 1
                 UNTIL WS-FXA-IDX > WS-FXA-COUNT
               IF WS-FXA-ACC(WS-FXA-IDX) = WS-FXA-KEY
                  MOVE WS-FXA-CCY(WS-FXA-IDX) TO WS-TX-CCY
               END-IF
           END-PERFORM.

       FIND-CCY-SLOT.
           MOVE 0 TO WS-CCY-IDX
           PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                 UNTIL WS-CCY-SCAN > WS-CCY-COUNT
               IF WS-CCY-CODE(WS-CCY-SCAN) = WS-FX-CCY
                  MOVE WS-CCY-SCAN TO WS-CCY-IDX
               END-IF
           END-PERFORM
           IF WS-CCY-IDX = 0 AND WS-CCY-COUNT < 20
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-IDX
              INITIALIZE WS-CCY-ENTRY(WS-CCY-IDX)
              MOVE WS-FX-CCY TO WS-CCY-CODE(WS-CCY-IDX)
              PERFORM LOAD-FX-RATE
              IF WS-FX-FOUND = "Y"
                 MOVE WS-FX-BUY TO WS-CCY-BUY(WS-CCY-IDX)
                 MOVE WS-FX-SELL TO WS-CCY-SELL(WS-CCY-IDX)
                 COMPUTE WS-CCY-FEE-UNIT(WS-CCY-IDX) ROUNDED =
                    WS-TRANSFER-FEE / WS-FX-BUY
              END-IF
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
                          AND FX-EFF-DATE NOT > WS-TODAY-DATE
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

       RECORD-LAST-BALANCE.
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-FXA-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** FOREIGN ACCOUNT TABLE FULL - "
                     WS-FXA-DROPPED
                     " ACCOUNTS TREATED AS " WS-BASE-CCY " ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF

           MOVE WS-DEP-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC

           MOVE WS-BP-DAY-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BILL PAYMTS COUNT " WS-BP-DAY-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC

           MOVE WS-IBT-DAY-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INTERBANK   COUNT " WS-IBT-DAY-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC

           MOVE WS-FEE-INCOME TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEE INCOME  " WS-AMOUNT-DIS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF
           IF WS-CCY-COUNT > 0
              MOVE "FOREIGN CURRENCY ACCOUNTS (NOT INCLUDED ABOVE)"
                 TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
              PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                    UNTIL WS-CCY-IDX > WS-CCY-COUNT
                  PERFORM WRITE-CCY-SETTLEMENT
              END-PERFORM
           END-IF.

       WRITE-CCY-SETTLEMENT.
           MOVE WS-CCY-TRF-AMT(WS-CCY-IDX) TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CCY-CODE(WS-CCY-IDX) " TRANSFERS COUNT "
                  WS-CCY-TRF-CNT(WS-CCY-IDX)
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE WS-CCY-FEES(WS-CCY-IDX) TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CCY-CODE(WS-CCY-IDX) " FEE INCOME      "
                  WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-CCY-OTH-CNT(WS-CCY-IDX) > 0
              MOVE WS-CCY-OTH-AMT(WS-CCY-IDX) TO WS-AMOUNT-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-CCY-CODE(WS-CCY-IDX) " OTHER     COUNT "
                     WS-CCY-OTH-CNT(WS-CCY-IDX)
                     " AMOUNT " WS-AMOUNT-DIS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       SETTLE-BILL-PAYMENTS.
           MOVE "BILLER SETTLEMENT" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE 0 TO WS-BILL-TOT-COUNT
           MOVE 0 TO WS-BILL-TOT-AMOUNT
           OPEN INPUT BILLER-MASTER
           IF WS-BL-STATUS = "35"
              MOVE "NO BILLER MASTER ON FILE." TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE "N" TO WS-BL-EOF
              PERFORM UNTIL WS-BL-EOF = "Y"
                  READ BILLER-MASTER NEXT RECORD
                      AT END MOVE "Y" TO WS-BL-EOF
                      NOT AT END
                          PERFORM SETTLE-ONE-BILLER
                  END-READ
              END-PERFORM
              CLOSE BILLER-MASTER
              PERFORM MARK-BILLS-SETTLED
           END-IF
           MOVE WS-BILL-TOT-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BILLS SETTLED COUNT " WS-BILL-TOT-COUNT
                  " CONTROL TOTAL " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-BILL-UNSETTLED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** BILL PAYMENTS FOR UNKNOWN BILLERS LEFT "
                     "PENDING: " WS-BILL-UNSETTLED " ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       SETTLE-ONE-BILLER.
           MOVE 0 TO WS-BILL-COUNT
           MOVE 0 TO WS-BILL-AMOUNT
           OPEN INPUT BILL-PAYMENTS
           IF WS-BP-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ BILL-PAYMENTS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF BP-BILLER = BL-CODE AND BP-PENDING
                             AND BP-DATE <= WS-TODAY-DATE
                             PERFORM WRITE-SETTLE-DETAIL
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BILL-PAYMENTS
           END-IF
           IF WS-BILL-COUNT > 0
              MOVE WS-BILL-AMOUNT TO WS-AMOUNT-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "TRL" WS-BILL-COUNT WS-BILL-AMOUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO BILL-SETTLE-REC
              WRITE BILL-SETTLE-REC
              CLOSE BILL-SETTLE
              ADD WS-BILL-COUNT TO WS-BILL-TOT-COUNT
              ADD WS-BILL-AMOUNT TO WS-BILL-TOT-AMOUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "BILLER " BL-CODE " SETTLE ACC " BL-SETTLE-ACC
                     " COUNT " WS-BILL-COUNT
                     " AMOUNT " WS-AMOUNT-DIS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
              DISPLAY "BILLER SETTLEMENT FILE WRITTEN: "
                 WS-SETTLE-FILENAME
           END-IF.

       WRITE-SETTLE-DETAIL.
           IF WS-BILL-COUNT = 0
              MOVE SPACES TO WS-SETTLE-FILENAME
              STRING "BILL_SETTLE_" DELIMITED BY SIZE
                     BL-CODE DELIMITED BY SPACE
                     "_" DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO WS-SETTLE-FILENAME
              OPEN OUTPUT BILL-SETTLE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "HDR" BL-CODE BL-NAME BL-SETTLE-ACC
                     WS-TODAY-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO BILL-SETTLE-REC
              WRITE BILL-SETTLE-REC
           END-IF
           ADD 1 TO WS-BILL-COUNT
           ADD BP-AMOUNT TO WS-BILL-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DTL" BP-REF-NO BP-BILL-REF BP-AMOUNT
                  BP-DATE BP-TIME BP-ACC-NO
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BILL-SETTLE-REC
           WRITE BILL-SETTLE-REC.

       MARK-BILLS-SETTLED.
           MOVE 0 TO WS-BILL-MARKED
           MOVE 0 TO WS-BILL-UNSETTLED
           OPEN INPUT BILL-PAYMENTS
           IF WS-BP-STATUS = "35"
              CONTINUE
           ELSE
              OPEN INPUT BILLER-MASTER
              OPEN OUTPUT BP-NEW
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ BILL-PAYMENTS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF BP-PENDING
                             AND BP-DATE <= WS-TODAY-DATE
                             PERFORM CHECK-BILLER-KNOWN
                             IF WS-BILL-KNOWN = "Y"
                                SET BP-SETTLED TO TRUE
                                ADD 1 TO WS-BILL-MARKED
                             ELSE
                                ADD 1 TO WS-BILL-UNSETTLED
                             END-IF
                          END-IF
                          WRITE BP-NEW-REC FROM BILL-PAYMENT-REC
                  END-READ
              END-PERFORM
              CLOSE BILL-PAYMENTS
              CLOSE BP-NEW
              CLOSE BILLER-MASTER
              CALL "SYSTEM" USING
                 "mv BILL_PAYMENTS_NEW.tmp BILL_PAYMENTS.DAT"
           END-IF.

       CHECK-BILLER-KNOWN.
           MOVE "N" TO WS-BILL-KNOWN
           MOVE BP-BILLER TO BL-CODE
           READ BILLER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-BILL-KNOWN
           END-READ.

       WRITE-OUTWARD-CLEARING.
           MOVE "OUTWARD INTERBANK CLEARING" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE 0 TO WS-CLR-BANK-COUNT
           MOVE 0 TO WS-CLR-TOT-COUNT
           MOVE 0 TO WS-CLR-TOT-AMOUNT
           OPEN INPUT OUTWARD-CLEARING
           IF WS-OC-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ OUTWARD-CLEARING
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF OC-QUEUED AND OC-DATE <= WS-TODAY-DATE
                             PERFORM NOTE-CLEARING-BANK
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OUTWARD-CLEARING
           END-IF
           IF WS-CLR-BANK-COUNT = 0
              MOVE "NO OUTWARD CLEARING ITEMS TODAY." TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE SPACES TO WS-CLEARING-FILENAME
              STRING "CLEARING_OUT_" WS-TODAY-DATE ".TXT"
                     DELIMITED BY SIZE INTO WS-CLEARING-FILENAME
              OPEN OUTPUT CLEARING-OUT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "FHD" WS-TODAY-DATE WS-CLR-BANK-COUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CLEARING-OUT-REC
              WRITE CLEARING-OUT-REC
              PERFORM VARYING WS-CLR-BATCH-NO FROM 1 BY 1
                    UNTIL WS-CLR-BATCH-NO > WS-CLR-BANK-COUNT
                  PERFORM WRITE-CLEARING-BATCH
              END-PERFORM
              MOVE SPACES TO WS-REPORT-LINE
              STRING "FTR" WS-CLR-BANK-COUNT WS-CLR-TOT-COUNT
                     WS-CLR-TOT-AMOUNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CLEARING-OUT-REC
              WRITE CLEARING-OUT-REC
              CLOSE CLEARING-OUT
              PERFORM MARK-CLEARING-SENT
              MOVE WS-CLR-TOT-AMOUNT TO WS-AMOUNT-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "CLEARING FILE " WS-CLEARING-FILENAME
                     DELIMITED BY SPACE
                     " BATCHES " WS-CLR-BANK-COUNT
                     " ITEMS " WS-CLR-TOT-COUNT
                     " TOTAL " WS-AMOUNT-DIS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
              DISPLAY "OUTWARD CLEARING FILE WRITTEN: "
                 WS-CLEARING-FILENAME
           END-IF.

       NOTE-CLEARING-BANK.
           PERFORM FIND-CLEARING-BANK
           IF WS-CLR-FOUND = "N" AND WS-CLR-BANK-COUNT < 50
              ADD 1 TO WS-CLR-BANK-COUNT
              MOVE OC-BANK-CODE TO WS-CLR-BANK(WS-CLR-BANK-COUNT)
           END-IF.

       FIND-CLEARING-BANK.
           MOVE "N" TO WS-CLR-FOUND
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                 UNTIL WS-CLR-IDX > WS-CLR-BANK-COUNT
               IF WS-CLR-BANK(WS-CLR-IDX) = OC-BANK-CODE
                  MOVE "Y" TO WS-CLR-FOUND
               END-IF
           END-PERFORM.

       WRITE-CLEARING-BATCH.
           MOVE 0 TO WS-CLR-COUNT
           MOVE 0 TO WS-CLR-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BHD" WS-CLR-BATCH-NO WS-CLR-BANK(WS-CLR-BATCH-NO)
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CLEARING-OUT-REC
           WRITE CLEARING-OUT-REC
           OPEN INPUT OUTWARD-CLEARING
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OUTWARD-CLEARING
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF OC-QUEUED AND OC-DATE <= WS-TODAY-DATE
                          AND OC-BANK-CODE =
                             WS-CLR-BANK(WS-CLR-BATCH-NO)
                          ADD 1 TO WS-CLR-COUNT
                          ADD OC-AMOUNT TO WS-CLR-AMOUNT
                          MOVE SPACES TO WS-REPORT-LINE
                          STRING "DTL" OC-REF-NO OC-BANK-CODE
                                 OC-DEST-ACC OC-DEST-NAME OC-AMOUNT
                                 OC-ACC-NO OC-DATE
                                 DELIMITED BY SIZE INTO WS-REPORT-LINE
                          MOVE WS-REPORT-LINE TO CLEARING-OUT-REC
                          WRITE CLEARING-OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTWARD-CLEARING
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BTR" WS-CLR-BATCH-NO WS-CLR-COUNT WS-CLR-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CLEARING-OUT-REC
           WRITE CLEARING-OUT-REC
           ADD WS-CLR-COUNT TO WS-CLR-TOT-COUNT
           ADD WS-CLR-AMOUNT TO WS-CLR-TOT-AMOUNT
           MOVE WS-CLR-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH " WS-CLR-BATCH-NO
                  " BANK " WS-CLR-BANK(WS-CLR-BATCH-NO)
                  " COUNT " WS-CLR-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       MARK-CLEARING-SENT.
           OPEN INPUT OUTWARD-CLEARING
           OPEN OUTPUT OC-NEW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ OUTWARD-CLEARING
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF OC-QUEUED AND OC-DATE <= WS-TODAY-DATE
                          PERFORM FIND-CLEARING-BANK
                          IF WS-CLR-FOUND = "Y"
                             SET OC-SENT TO TRUE
                             MOVE WS-TODAY-DATE TO OC-BATCH-DATE
                          END-IF
                       END-IF
                       WRITE OC-NEW-REC FROM OUTWARD-CLEARING-REC
               END-READ
           END-PERFORM
           CLOSE OUTWARD-CLEARING
           CLOSE OC-NEW
           CALL "SYSTEM" USING
              "mv OUTWARD_CLEARING_NEW.tmp OUTWARD_CLEARING.DAT".

       VERIFY-ACCOUNT-BALANCES.
           MOVE "ACCOUNT BALANCE VERIFICATION" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACCOUNTS
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM VERIFY-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERIFIED OK " WS-VERIFY-OK
                  "  DISCREPANCIES " WS-VERIFY-BAD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       VERIFY-ONE-ACCOUNT.
           MOVE "N" TO WS-RECON-FOUND
           MOVE 0 TO WS-RECON-MATCH-IDX
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                 UNTIL WS-RECON-IDX > WS-RECON-COUNT
               IF WS-RECON-ACC-NO(WS-RECON-IDX) = ACC-NO
                  MOVE "Y" TO WS-RECON-FOUND
                  MOVE WS-RECON-IDX TO WS-RECON-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-RECON-FOUND = "Y"
              COMPUTE WS-DIFF =
                 ACC-BALANCE - WS-RECON-BALANCE(WS-RECON-MATCH-IDX)
              IF WS-DIFF = 0
                 ADD 1 TO WS-VERIFY-OK
              ELSE
                 ADD 1 TO WS-VERIFY-BAD
                 MOVE WS-DIFF TO WS-DIFF-DIS
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING ACC-NO "  DIFF " WS-DIFF-DIS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              CLOSE CASH-INV
           END-IF.

       REPORT-TELLER-TILLS.
           MOVE "TELLER TILLS" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE 0 TO WS-TS-LISTED
           MOVE 0 TO WS-TS-UNBALANCED
           MOVE 0 TO WS-TS-OVER-TOTAL
           MOVE 0 TO WS-TS-SHORT-TOTAL
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TELLER-SESSIONS
           IF WS-TS-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TELLER-SESSIONS
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TS-OPEN OR TS-OPEN-DATE = WS-TODAY-DATE
                          PERFORM REPORT-ONE-TILL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TS-STATUS NOT = "35"
              CLOSE TELLER-SESSIONS
           END-IF
           IF WS-TS-LISTED = 0
              MOVE "NO TELLER TILLS FOR THE DAY." TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING "TILLS: " WS-TS-LISTED
                     "  NOT BALANCED: " WS-TS-UNBALANCED
                     "  TOTAL OVER: " WS-TS-OVER-TOTAL
                     "  TOTAL SHORT: " WS-TS-SHORT-TOTAL
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       REPORT-ONE-TILL.
           ADD 1 TO WS-TS-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           IF TS-OPEN
              ADD 1 TO WS-TS-UNBALANCED
              STRING "TELLER " TS-TELLER " OPENED " TS-OPEN-DATE
                     " FLOAT " TS-OPEN-TOTAL
                     " *** TILL NOT COUNTED AND CLOSED ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              IF TS-OVER
                 ADD TS-VARIANCE TO WS-TS-OVER-TOTAL
              END-IF
              IF TS-SHORT
                 ADD TS-VARIANCE TO WS-TS-SHORT-TOTAL
              END-IF
              STRING "TELLER " TS-TELLER " EXPECTED " TS-EXPECTED
                     " COUNTED " TS-COUNTED " " TS-VAR-SIGN " "
                     TS-VARIANCE " SIGN-OFF " TS-SUPERVISOR
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       RELEASE-EXPIRED-HOLDS.
           MOVE 0 TO WS-LH-EXPIRED-CNT
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT LH-NEW
              MOVE "N" TO WS-LH-EOF
              PERFORM UNTIL WS-LH-EOF = "Y"
                  READ LEGAL-HOLDS
                      AT END MOVE "Y" TO WS-LH-EOF
                      NOT AT END
                          IF (LH-ACTIVE OR LH-REL-PENDING)
                             AND LH-EXPIRY NOT = 0
                             AND LH-EXPIRY < WS-TODAY-DATE
                             SET LH-EXPIRED TO TRUE
                             MOVE WS-TODAY-DATE TO LH-END-DATE
                             ADD 1 TO WS-LH-EXPIRED-CNT
                          END-IF
                          WRITE LH-NEW-REC FROM LEGAL-HOLD-REC
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
              CLOSE LH-NEW
              CALL "SYSTEM" USING
                 "mv LEGAL_HOLDS_NEW.tmp LEGAL_HOLDS.DAT"
           END-IF
           DISPLAY "EXPIRED HOLDS RELEASED: " WS-LH-EXPIRED-CNT.

       REPORT-ACTIVE-HOLDS.
           MOVE 0 TO WS-LH-ACTIVE-CNT
           MOVE 0 TO WS-LH-ACTIVE-AMT
           OPEN OUTPUT HOLD-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE LEGAL HOLDS AND LIENS - BUSINESS DATE "
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HOLD-REPORT-REC
           WRITE HOLD-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLD   ACCOUNT    T AMOUNT      START    EXPIRY   "
                  "S REFERENCE            APPROVED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HOLD-REPORT-REC
           WRITE HOLD-REPORT-REC
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-LH-EOF
              PERFORM UNTIL WS-LH-EOF = "Y"
                  READ LEGAL-HOLDS
                      AT END MOVE "Y" TO WS-LH-EOF
                      NOT AT END
                          IF LH-ACTIVE OR LH-REL-PENDING
                             PERFORM WRITE-HOLD-LINE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEGAL-HOLDS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE HOLDS: " WS-LH-ACTIVE-CNT
                  "  TOTAL HELD: " WS-LH-ACTIVE-AMT
                  "  EXPIRED TODAY: " WS-LH-EXPIRED-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HOLD-REPORT-REC
           WRITE HOLD-REPORT-REC
           CLOSE HOLD-REPORT
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       WRITE-HOLD-LINE.
           ADD 1 TO WS-LH-ACTIVE-CNT
           ADD LH-AMOUNT TO WS-LH-ACTIVE-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING LH-HOLD-NO " " LH-ACC-NO " " LH-TYPE " "
                  LH-AMOUNT " " LH-START " " LH-EXPIRY " "
                  LH-STATE " " LH-REFERENCE " " LH-CHECKER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HOLD-REPORT-REC
           WRITE HOLD-REPORT-REC.

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
                          IF LH-ACC-NO = SO-FROM-ACC
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
              AND LH-START NOT > WS-TODAY-DATE
              AND (LH-EXPIRY = 0 OR LH-EXPIRY NOT < WS-TODAY-DATE)
              ADD LH-AMOUNT TO WS-LH-TOTAL
           END-IF.

       RECOVER-PENDING-TRANSFERS.
           MOVE "TRANSFER JOURNAL RECOVERY" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
                   DISPLAY "RECOVERY CREDIT ERROR FOR "
                      WS-TJR-TO(WS-TJR-IDX)
               NOT INVALID KEY
                   PERFORM FIND-FX-CREDIT
                   ADD WS-FX-CREDIT TO ACC-BALANCE
                   REWRITE ACCOUNT-REC
                       INVALID KEY DISPLAY "RECOVERY CREDIT ERROR"
                   END-REWRITE
           PERFORM APPEND-JOURNAL-STATUS
           ADD 1 TO WS-TJR-REPAIRED.

       FIND-FX-CREDIT.
           MOVE WS-TJR-AMOUNT(WS-TJR-IDX) TO WS-FX-CREDIT
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-TRANS
           IF WS-FXT-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-TRANS
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FXT-REF-NO = WS-TJR-REF(WS-TJR-IDX)
                          MOVE FXT-TO-AMOUNT TO WS-FX-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXT-STATUS NOT = "35"
              CLOSE FX-TRANS
           END-IF.

       WRITE-RECOVERY-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              WRITE EOD-REPORT-REC
           END-IF.

       POST-GENERAL-LEDGER.
           MOVE "GENERAL LEDGER POSTING" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           PERFORM LOAD-GL-CHART
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-GL-BALANCES
           PERFORM SUM-DEPOSIT-ACCOUNTS
           IF WS-GL-POSTED = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "GL ALREADY POSTED FOR " WS-TODAY-DATE
                     " - JOURNAL NOT REPEATED."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              PERFORM LOAD-GL-ITEM-FEES
              PERFORM LOAD-GL-FX-DEALS
              MOVE 0 TO WS-GLT-COUNT
              OPEN EXTEND GL-JOURNAL
              IF WS-GLJ-STATUS = "35"
                 OPEN OUTPUT GL-JOURNAL
              END-IF
              MOVE "N" TO WS-GL-EOF
              OPEN INPUT TRANSLOG
              IF WS-TL-STATUS = "35"
                 MOVE "Y" TO WS-GL-EOF
              END-IF
              PERFORM UNTIL WS-GL-EOF = "Y"
                  READ TRANSLOG
                      AT END MOVE "Y" TO WS-GL-EOF
                      NOT AT END
                          PERFORM POST-ONE-TRANSLOG
                  END-READ
              END-PERFORM
              IF WS-TL-STATUS NOT = "35"
                 CLOSE TRANSLOG
              END-IF
              IF WS-GL-FIRST-RUN = "Y"
                 PERFORM POST-GL-OPENING
              END-IF
              CLOSE GL-JOURNAL
              PERFORM SAVE-GL-BALANCES
              MOVE SPACES TO WS-REPORT-LINE
              STRING "JOURNAL ENTRIES POSTED " WS-GL-ENTRIES
                     "  FOREIGN CCY NOT POSTED " WS-GL-FOREIGN-CNT
                     "  UNMAPPED " WS-GL-UNMAPPED-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF
           PERFORM WRITE-TRIAL-BALANCE
           PERFORM PROVE-DEPOSITS-CONTROL.

       LOAD-GL-CHART.
           OPEN INPUT GL-CHART
           IF WS-GLC-STATUS = "35"
              PERFORM SEED-GL-CHART
              OPEN INPUT GL-CHART
           END-IF
           MOVE 0 TO WS-GLA-COUNT
           MOVE "N" TO WS-GL-EOF
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-CHART
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF WS-GLA-COUNT < 50
                          ADD 1 TO WS-GLA-COUNT
                          INITIALIZE WS-GLA-ENTRY(WS-GLA-COUNT)
                          MOVE GC-GL-NO TO WS-GLA-NO(WS-GLA-COUNT)
                          MOVE GC-NAME TO WS-GLA-NAME(WS-GLA-COUNT)
                          MOVE GC-TYPE TO WS-GLA-TYPE(WS-GLA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-CHART.

       SEED-GL-CHART.
           OPEN OUTPUT GL-CHART
           MOVE "100100CASH ON HAND                  A" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "100200CHEQUES IN CLEARING           A" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "100300INTERBANK SETTLEMENT          A" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "100400FX POSITION CLEARING          A" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "110100RETAIL LOANS                  A" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200100CUSTOMER DEPOSITS             L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200200TERM DEPOSITS                 L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200300BILLER SETTLEMENT PAYABLE     L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200400WITHHOLDING TAX PAYABLE       L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200500UNCLEARED CHEQUE DEPOSITS     L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "200600PAYROLL CLEARING              L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "290000SUSPENSE                      L" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "390000OPENING BALANCE EQUITY        Q" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "400100FEE INCOME                    I" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "400200OVERDRAFT INTEREST INCOME     I" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "400300LOAN INTEREST INCOME          I" TO GL-CHART-REC
           WRITE GL-CHART-REC
           MOVE "500100INTEREST EXPENSE              X" TO GL-CHART-REC
           WRITE GL-CHART-REC
           CLOSE GL-CHART
           MOVE "GL CHART NOT ON FILE - DEFAULT CHART CREATED."
              TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP
           IF WS-GLM-STATUS = "35"
              PERFORM SEED-GL-MAP
              OPEN INPUT GL-MAP
           END-IF
           MOVE 0 TO WS-GLM-COUNT
           MOVE "N" TO WS-GL-EOF
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-MAP
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF WS-GLM-COUNT < 50
                          ADD 1 TO WS-GLM-COUNT
                          MOVE GM-TRANS-TYPE
                             TO WS-GLM-TYPE(WS-GLM-COUNT)
                          MOVE GM-VARIANT
                             TO WS-GLM-VARIANT(WS-GLM-COUNT)
                          MOVE GM-DR-GL TO WS-GLM-DR(WS-GLM-COUNT)
                          MOVE GM-CR-GL TO WS-GLM-CR(WS-GLM-COUNT)
                          MOVE GM-DESC TO WS-GLM-DESC(WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP.

       SEED-GL-MAP.
           OPEN OUTPUT GL-MAP
           MOVE "D 100100200100CASH DEPOSIT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "DC200500200100CHEQUE FUNDS RELEASED" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "Q 100200200500CHEQUE DEPOSIT HELD" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "W 200100100100CASH WITHDRAWAL" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "O 100100200100ACCOUNT OPENING DEPOSIT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "T 200100200100INTERNAL TRANSFER" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "TX200100100400FX TRANSFER OUT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "TY100400200100FX TRANSFER IN" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "TF200100400100TRANSFER FEE" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "G 200100100300INTERBANK TRANSFER" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "GF200100400100INTERBANK TRANSFER FEE" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "P 200100200300BILL PAYMENT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "C 200100100300CHEQUE PAID" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "I 500100200100CREDIT INTEREST" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "X 200100200400WITHHOLDING TAX" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "B 200100400200OVERDRAFT INTEREST" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "K 200100400100MAINTENANCE FEE" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "E 200100400100EXCESS WITHDRAWAL FEE" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "F 200100200200TERM DEPOSIT PLACED" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "M 200200200100TERM DEPOSIT PAID OUT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "J 500100200100TERM DEPOSIT INTEREST" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "L 110100200100LOAN DISBURSED" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "S 200600200100SALARY CREDIT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "N 200100110100LOAN INSTALMENT" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "U 200100400300LOAN INTEREST" TO GL-MAP-REC
           WRITE GL-MAP-REC
           MOVE "R 290000200100REVERSAL - ORIGIN UNKNOWN" TO GL-MAP-REC
           WRITE GL-MAP-REC
           CLOSE GL-MAP
           MOVE "GL MAPPING NOT ON FILE - DEFAULT MAPPING CREATED."
              TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC.

       LOAD-GL-BALANCES.
           MOVE "N" TO WS-GL-POSTED
           MOVE "N" TO WS-GL-FIRST-RUN
           OPEN INPUT GL-BALANCES
           IF WS-GLB-STATUS = "35"
              MOVE "Y" TO WS-GL-FIRST-RUN
           ELSE
              MOVE "N" TO WS-GL-EOF
              PERFORM UNTIL WS-GL-EOF = "Y"
                  READ GL-BALANCES
                      AT END MOVE "Y" TO WS-GL-EOF
                      NOT AT END
                          MOVE GB-GL-NO TO WS-GL-KEY
                          PERFORM FIND-GL-SLOT
                          IF WS-GL-IDX > 0
                             PERFORM NOTE-GL-BALANCE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GL-BALANCES
           END-IF.

       NOTE-GL-BALANCE.
           IF GB-LAST-DATE = WS-TODAY-DATE
              MOVE "Y" TO WS-GL-POSTED
              COMPUTE WS-GLA-OPEN-DR(WS-GL-IDX) =
                 GB-DEBITS - GB-DAY-DEBITS
              COMPUTE WS-GLA-OPEN-CR(WS-GL-IDX) =
                 GB-CREDITS - GB-DAY-CREDITS
              MOVE GB-DAY-DEBITS TO WS-GLA-DAY-DR(WS-GL-IDX)
              MOVE GB-DAY-CREDITS TO WS-GLA-DAY-CR(WS-GL-IDX)
           ELSE
              MOVE GB-DEBITS TO WS-GLA-OPEN-DR(WS-GL-IDX)
              MOVE GB-CREDITS TO WS-GLA-OPEN-CR(WS-GL-IDX)
           END-IF.

       FIND-GL-SLOT.
           MOVE 0 TO WS-GL-IDX
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
                 UNTIL WS-GL-SCAN > WS-GLA-COUNT
               IF WS-GLA-NO(WS-GL-SCAN) = WS-GL-KEY
                  MOVE WS-GL-SCAN TO WS-GL-IDX
               END-IF
           END-PERFORM
           IF WS-GL-IDX = 0 AND WS-GLA-COUNT < 50
              ADD 1 TO WS-GLA-COUNT
              MOVE WS-GLA-COUNT TO WS-GL-IDX
              INITIALIZE WS-GLA-ENTRY(WS-GL-IDX)
              MOVE WS-GL-KEY TO WS-GLA-NO(WS-GL-IDX)
              MOVE "*** NOT IN GL CHART ***" TO WS-GLA-NAME(WS-GL-IDX)
           END-IF.

       LOAD-GL-ITEM-FEES.
           MOVE 0 TO WS-GLF-COUNT
           MOVE 0 TO WS-GLF-DROPPED
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT TRANSFER-JRNL
           IF WS-TJ-STATUS = "35"
              MOVE "Y" TO WS-GL-EOF
           END-IF
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ TRANSFER-JRNL
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       MOVE TJ-REF-NO TO WS-GL-REF
                       PERFORM FIND-GL-ITEM
                       IF WS-GL-HIT = 0
                          IF WS-GLF-COUNT < 2000
                             ADD 1 TO WS-GLF-COUNT
                             MOVE TJ-REF-NO TO WS-GLF-REF(WS-GLF-COUNT)
                             MOVE "T" TO WS-GLF-TYPE(WS-GLF-COUNT)
                             MOVE TJ-FEE TO WS-GLF-FEE(WS-GLF-COUNT)
                          ELSE
                             ADD 1 TO WS-GLF-DROPPED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TJ-STATUS NOT = "35"
              CLOSE TRANSFER-JRNL
           END-IF
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT OUTWARD-CLEARING
           IF WS-OC-STATUS = "35"
              MOVE "Y" TO WS-GL-EOF
           END-IF
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ OUTWARD-CLEARING
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF OC-DATE = WS-TODAY-DATE OR OC-RETURNED
                          IF WS-GLF-COUNT < 2000
                             ADD 1 TO WS-GLF-COUNT
                             MOVE OC-REF-NO TO WS-GLF-REF(WS-GLF-COUNT)
                             MOVE "G" TO WS-GLF-TYPE(WS-GLF-COUNT)
                             MOVE OC-FEE TO WS-GLF-FEE(WS-GLF-COUNT)
                          ELSE
                             ADD 1 TO WS-GLF-DROPPED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OC-STATUS NOT = "35"
              CLOSE OUTWARD-CLEARING
           END-IF
           IF WS-GLF-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** GL FEE TABLE FULL - " WS-GLF-DROPPED
                     " ITEMS NOT LOADED, THEIR FEES NOT POSTED ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       FIND-GL-ITEM.
           MOVE 0 TO WS-GL-HIT
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
                 UNTIL WS-GL-SCAN > WS-GLF-COUNT OR WS-GL-HIT > 0
               IF WS-GLF-REF(WS-GL-SCAN) = WS-GL-REF
                  MOVE WS-GL-SCAN TO WS-GL-HIT
               END-IF
           END-PERFORM.

       LOAD-GL-FX-DEALS.
           MOVE 0 TO WS-GLX-COUNT
           MOVE 0 TO WS-GLX-DROPPED
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT FX-TRANS
           IF WS-FXT-STATUS = "35"
              MOVE "Y" TO WS-GL-EOF
           END-IF
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ FX-TRANS
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF FXT-DATE = WS-TODAY-DATE
                          IF WS-GLX-COUNT < 500
                             ADD 1 TO WS-GLX-COUNT
                             MOVE FXT-REF-NO TO WS-GLX-REF(WS-GLX-COUNT)
                             MOVE FXT-TO-CCY
                                TO WS-GLX-TO-CCY(WS-GLX-COUNT)
                             MOVE FXT-TO-AMOUNT
                                TO WS-GLX-TO-AMT(WS-GLX-COUNT)
                          ELSE
                             ADD 1 TO WS-GLX-DROPPED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXT-STATUS NOT = "35"
              CLOSE FX-TRANS
           END-IF
           IF WS-GLX-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** GL FX DEAL TABLE FULL - " WS-GLX-DROPPED
                     " DEALS NOT LOADED, POSTED AS PLAIN TRANSFERS ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       FIND-GL-FX-DEAL.
           MOVE 0 TO WS-GL-HIT
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
                 UNTIL WS-GL-SCAN > WS-GLX-COUNT OR WS-GL-HIT > 0
               IF WS-GLX-REF(WS-GL-SCAN) = WS-GL-REF
                  MOVE WS-GL-SCAN TO WS-GL-HIT
               END-IF
           END-PERFORM.

       POST-ONE-TRANSLOG.
           MOVE TRANS-ACC-NO TO WS-FXA-KEY
           PERFORM FIND-ACCOUNT-CURRENCY
           MOVE TRANS-TYPE TO WS-GL-TYPE
           MOVE SPACE TO WS-GL-VARIANT
           MOVE "N" TO WS-GL-SWAP
           MOVE TRANS-AMOUNT TO WS-GL-AMOUNT
           EVALUATE TRANS-TYPE
              WHEN "T"
                 PERFORM GL-TRANSFER-ENTRY
              WHEN "R"
                 PERFORM GL-REVERSAL-ENTRY
              WHEN OTHER
                 IF WS-TX-CCY NOT = WS-BASE-CCY
                    ADD 1 TO WS-GL-FOREIGN-CNT
                 ELSE
                    IF TRANS-TYPE = "D" AND TRANS-ORIG-REF NOT = 0
                       MOVE "C" TO WS-GL-VARIANT
                    END-IF
                    PERFORM GL-POST-MAPPED
                    IF TRANS-TYPE = "G"
                       MOVE TRANS-REF-NO TO WS-GL-REF
                       PERFORM GL-POST-FEE
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-GLT-COUNT < 5000
              ADD 1 TO WS-GLT-COUNT
              MOVE TRANS-REF-NO TO WS-GLT-REF(WS-GLT-COUNT)
              MOVE WS-GL-TYPE TO WS-GLT-TYPE(WS-GLT-COUNT)
              MOVE WS-GL-VARIANT TO WS-GLT-VARIANT(WS-GLT-COUNT)
              MOVE TRANS-ACC-NO TO WS-GLT-ACC(WS-GLT-COUNT)
           END-IF.

       GL-TRANSFER-ENTRY.
           MOVE TRANS-REF-NO TO WS-GL-REF
           PERFORM FIND-GL-FX-DEAL
           IF WS-TX-CCY = WS-BASE-CCY
              IF WS-GL-HIT > 0
                 IF WS-GLX-TO-CCY(WS-GL-HIT) NOT = WS-BASE-CCY
                    MOVE "X" TO WS-GL-VARIANT
                 END-IF
              END-IF
              PERFORM GL-POST-MAPPED
              PERFORM GL-POST-FEE
           ELSE
              IF WS-GL-HIT > 0
                 IF WS-GLX-TO-CCY(WS-GL-HIT) = WS-BASE-CCY
                    MOVE "Y" TO WS-GL-VARIANT
                    MOVE WS-GLX-TO-AMT(WS-GL-HIT) TO WS-GL-AMOUNT
                    PERFORM GL-POST-MAPPED
                 ELSE
                    ADD 1 TO WS-GL-FOREIGN-CNT
                 END-IF
              ELSE
                 ADD 1 TO WS-GL-FOREIGN-CNT
              END-IF
           END-IF.

       GL-REVERSAL-ENTRY.
           MOVE 0 TO WS-GL-HIT
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
                 UNTIL WS-GL-SCAN > WS-GLT-COUNT
               IF WS-GLT-REF(WS-GL-SCAN) = TRANS-ORIG-REF
                  AND WS-GLT-TYPE(WS-GL-SCAN) NOT = "R"
                  MOVE WS-GL-SCAN TO WS-GL-HIT
               END-IF
           END-PERFORM
           IF WS-TX-CCY NOT = WS-BASE-CCY
              ADD 1 TO WS-GL-FOREIGN-CNT
           ELSE
           IF WS-GL-HIT > 0
              MOVE WS-GL-HIT TO WS-GL-ORIG-IDX
              MOVE WS-GLT-TYPE(WS-GL-ORIG-IDX) TO WS-GL-TYPE
              MOVE WS-GLT-VARIANT(WS-GL-ORIG-IDX) TO WS-GL-VARIANT
              MOVE "Y" TO WS-GL-SWAP
              PERFORM GL-POST-MAPPED
              IF WS-GL-TYPE = "T"
                 AND TRANS-ACC-NO = WS-GLT-ACC(WS-GL-ORIG-IDX)
                 MOVE TRANS-ORIG-REF TO WS-GL-REF
                 PERFORM GL-POST-FEE
              END-IF
           ELSE
              MOVE TRANS-ORIG-REF TO WS-GL-REF
              PERFORM FIND-GL-ITEM
              IF WS-GL-HIT > 0
                 MOVE WS-GLF-TYPE(WS-GL-HIT) TO WS-GL-TYPE
                 MOVE "Y" TO WS-GL-SWAP
                 PERFORM GL-POST-MAPPED
              ELSE
                 ADD 1 TO WS-GL-SUSPENSE-CNT
                 PERFORM GL-POST-MAPPED
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "REVERSAL " TRANS-REF-NO " OF REF "
                        TRANS-ORIG-REF
                        " NOT IN TODAY'S LOG - POSTED VIA SUSPENSE"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO EOD-REPORT-REC
                 WRITE EOD-REPORT-REC
              END-IF
           END-IF
           END-IF
           MOVE "R" TO WS-GL-TYPE.

       GL-POST-FEE.
           MOVE WS-GL-VARIANT TO WS-GL-SAVE-VARIANT
           PERFORM FIND-GL-ITEM
           IF WS-GL-HIT > 0
              IF WS-GLF-FEE(WS-GL-HIT) > 0
                 MOVE "F" TO WS-GL-VARIANT
                 MOVE WS-GLF-FEE(WS-GL-HIT) TO WS-GL-AMOUNT
                 PERFORM GL-POST-MAPPED
              END-IF
           END-IF
           MOVE WS-GL-SAVE-VARIANT TO WS-GL-VARIANT.

       GL-POST-MAPPED.
           MOVE 0 TO WS-GL-HIT
           PERFORM VARYING WS-GL-SCAN FROM 1 BY 1
                 UNTIL WS-GL-SCAN > WS-GLM-COUNT
               IF WS-GLM-TYPE(WS-GL-SCAN) = WS-GL-TYPE
                  AND WS-GLM-VARIANT(WS-GL-SCAN) = WS-GL-VARIANT
                  MOVE WS-GL-SCAN TO WS-GL-HIT
               END-IF
           END-PERFORM
           IF WS-GL-HIT = 0
              ADD 1 TO WS-GL-UNMAPPED-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "UNMAPPED TRANSACTION TYPE " WS-GL-TYPE
                     WS-GL-VARIANT " REF " TRANS-REF-NO
                     " - NOT POSTED TO GL"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE WS-GLM-DR(WS-GL-HIT) TO WS-GL-DR
              MOVE WS-GLM-CR(WS-GL-HIT) TO WS-GL-CR
              MOVE WS-GLM-DESC(WS-GL-HIT) TO WS-GL-DESC
              IF WS-GL-SWAP = "Y"
                 MOVE WS-GL-DR TO WS-GL-HOLD
                 MOVE WS-GL-CR TO WS-GL-DR
                 MOVE WS-GL-HOLD TO WS-GL-CR
                 MOVE SPACES TO WS-GL-DESC
                 STRING "REV " WS-GLM-DESC(WS-GL-HIT)
                        DELIMITED BY SIZE INTO WS-GL-DESC
              END-IF
              MOVE TRANS-REF-NO TO GJ-REF-NO
              MOVE TRANS-ACC-NO TO GJ-ACC-NO
              MOVE TRANS-TYPE TO GJ-TRANS-TYPE
              PERFORM WRITE-GL-PAIR
           END-IF.

       WRITE-GL-PAIR.
           MOVE WS-TODAY-DATE TO GJ-POST-DATE
           MOVE WS-GL-VARIANT TO GJ-VARIANT
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-DESC TO GJ-DESC
           MOVE WS-GL-DR TO GJ-GL-NO
           MOVE "D" TO GJ-DR-CR
           WRITE GL-JOURNAL-REC
           MOVE WS-GL-DR TO WS-GL-KEY
           PERFORM FIND-GL-SLOT
           IF WS-GL-IDX > 0
              ADD WS-GL-AMOUNT TO WS-GLA-DAY-DR(WS-GL-IDX)
           END-IF
           MOVE WS-GL-CR TO GJ-GL-NO
           MOVE "C" TO GJ-DR-CR
           WRITE GL-JOURNAL-REC
           MOVE WS-GL-CR TO WS-GL-KEY
           PERFORM FIND-GL-SLOT
           IF WS-GL-IDX > 0
              ADD WS-GL-AMOUNT TO WS-GLA-DAY-CR(WS-GL-IDX)
           END-IF
           ADD 1 TO WS-GL-ENTRIES.

       SUM-DEPOSIT-ACCOUNTS.
           MOVE 0 TO WS-GL-ACC-BAL
           MOVE 0 TO WS-GL-ACC-OD
           MOVE "N" TO WS-GL-EOF
           OPEN INPUT ACCOUNTS
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF ACC-CURRENCY = SPACES
                          OR ACC-CURRENCY = WS-BASE-CCY
                          ADD ACC-BALANCE TO WS-GL-ACC-BAL
                          ADD ACC-OD-USED TO WS-GL-ACC-OD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           COMPUTE WS-GL-ACC-NET = WS-GL-ACC-BAL - WS-GL-ACC-OD.

       POST-GL-OPENING.
           MOVE WS-GL-DEPOSITS-GL TO WS-GL-KEY
           PERFORM FIND-GL-SLOT
           COMPUTE WS-GL-OPENING-AMT = WS-GL-ACC-NET
              - (WS-GLA-DAY-CR(WS-GL-IDX) - WS-GLA-DAY-DR(WS-GL-IDX))
           IF WS-GL-OPENING-AMT NOT = 0
              MOVE WS-TODAY-DATE TO GJ-POST-DATE
              MOVE 0 TO GJ-REF-NO
              MOVE SPACES TO GJ-ACC-NO
              MOVE SPACE TO GJ-TRANS-TYPE
              MOVE SPACE TO GJ-VARIANT
              MOVE "OPENING BALANCE" TO GJ-DESC
              IF WS-GL-OPENING-AMT > 0
                 MOVE WS-GL-OPENING-AMT TO GJ-AMOUNT
                 ADD GJ-AMOUNT TO WS-GLA-OPEN-CR(WS-GL-IDX)
                 MOVE WS-GL-DEPOSITS-GL TO GJ-GL-NO
                 MOVE "C" TO GJ-DR-CR
                 WRITE GL-JOURNAL-REC
                 MOVE WS-GL-OPENING-GL TO WS-GL-KEY
                 PERFORM FIND-GL-SLOT
                 ADD GJ-AMOUNT TO WS-GLA-OPEN-DR(WS-GL-IDX)
                 MOVE WS-GL-OPENING-GL TO GJ-GL-NO
                 MOVE "D" TO GJ-DR-CR
                 WRITE GL-JOURNAL-REC
              ELSE
                 COMPUTE GJ-AMOUNT = 0 - WS-GL-OPENING-AMT
                 ADD GJ-AMOUNT TO WS-GLA-OPEN-DR(WS-GL-IDX)
                 MOVE WS-GL-DEPOSITS-GL TO GJ-GL-NO
                 MOVE "D" TO GJ-DR-CR
                 WRITE GL-JOURNAL-REC
                 MOVE WS-GL-OPENING-GL TO WS-GL-KEY
                 PERFORM FIND-GL-SLOT
                 ADD GJ-AMOUNT TO WS-GLA-OPEN-CR(WS-GL-IDX)
                 MOVE WS-GL-OPENING-GL TO GJ-GL-NO
                 MOVE "C" TO GJ-DR-CR
                 WRITE GL-JOURNAL-REC
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING "GL OPENING BALANCE FOR CUSTOMER DEPOSITS TAKEN "
                     "FROM ACCOUNTS.DAT"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       SAVE-GL-BALANCES.
           OPEN OUTPUT GL-BALANCES
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                 UNTIL WS-GL-IDX > WS-GLA-COUNT
               MOVE WS-GLA-NO(WS-GL-IDX) TO GB-GL-NO
               COMPUTE GB-DEBITS = WS-GLA-OPEN-DR(WS-GL-IDX)
                  + WS-GLA-DAY-DR(WS-GL-IDX)
               COMPUTE GB-CREDITS = WS-GLA-OPEN-CR(WS-GL-IDX)
                  + WS-GLA-DAY-CR(WS-GL-IDX)
               MOVE WS-GLA-DAY-DR(WS-GL-IDX) TO GB-DAY-DEBITS
               MOVE WS-GLA-DAY-CR(WS-GL-IDX) TO GB-DAY-CREDITS
               MOVE WS-TODAY-DATE TO GB-LAST-DATE
               WRITE GL-BALANCE-REC
           END-PERFORM
           CLOSE GL-BALANCES.

       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRIAL BALANCE AS AT " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GL-NO  ACCOUNT NAME                                "
                  "  DEBIT              CREDIT"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE 0 TO WS-GL-TB-DR
           MOVE 0 TO WS-GL-TB-CR
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                 UNTIL WS-GL-IDX > WS-GLA-COUNT
               COMPUTE WS-GL-CLOSE-NET =
                  WS-GLA-OPEN-DR(WS-GL-IDX) + WS-GLA-DAY-DR(WS-GL-IDX)
                  - WS-GLA-OPEN-CR(WS-GL-IDX)
                  - WS-GLA-DAY-CR(WS-GL-IDX)
               MOVE 0 TO WS-GL-DR-DIS
               MOVE 0 TO WS-GL-CR-DIS
               IF WS-GL-CLOSE-NET > 0
                  MOVE WS-GL-CLOSE-NET TO WS-GL-DR-DIS
                  ADD WS-GL-CLOSE-NET TO WS-GL-TB-DR
               ELSE
                  COMPUTE WS-GL-CR-DIS = 0 - WS-GL-CLOSE-NET
                  SUBTRACT WS-GL-CLOSE-NET FROM WS-GL-TB-CR
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-GLA-NO(WS-GL-IDX) " "
                      WS-GLA-NAME(WS-GL-IDX) " "
                      WS-GL-DR-DIS " " WS-GL-CR-DIS
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO EOD-REPORT-REC
               WRITE EOD-REPORT-REC
           END-PERFORM
           MOVE WS-GL-TB-DR TO WS-GL-DR-DIS
           MOVE WS-GL-TB-CR TO WS-GL-CR-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS" "                               "
                  WS-GL-DR-DIS " " WS-GL-CR-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-GL-TB-DR NOT = WS-GL-TB-CR
              MOVE "*** TRIAL BALANCE DOES NOT BALANCE ***"
                 TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           END-IF.

       PROVE-DEPOSITS-CONTROL.
           MOVE WS-GL-DEPOSITS-GL TO WS-GL-KEY
           PERFORM FIND-GL-SLOT
           COMPUTE WS-GL-CONTROL =
              WS-GLA-OPEN-CR(WS-GL-IDX) + WS-GLA-DAY-CR(WS-GL-IDX)
              - WS-GLA-OPEN-DR(WS-GL-IDX) - WS-GLA-DAY-DR(WS-GL-IDX)
           COMPUTE WS-GL-BREAK = WS-GL-CONTROL - WS-GL-ACC-NET
           MOVE "CUSTOMER DEPOSITS CONTROL PROOF" TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE WS-GL-CONTROL TO WS-GL-NET-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GL " WS-GL-DEPOSITS-GL " CUSTOMER DEPOSITS      "
                  WS-GL-NET-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE WS-GL-ACC-BAL TO WS-GL-NET-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS.DAT TOTAL ACC-BALANCE      "
                  WS-GL-NET-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           MOVE WS-GL-ACC-OD TO WS-GL-NET-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LESS OVERDRAWN (ACC-OD-USED)        "
                  WS-GL-NET-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO EOD-REPORT-REC
           WRITE EOD-REPORT-REC
           IF WS-GL-BREAK = 0
              MOVE "CONTROL ACCOUNT PROVED - NO BREAK"
                 TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
           ELSE
              MOVE WS-GL-BREAK TO WS-GL-NET-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** GL BREAK: CUSTOMER DEPOSITS DIFFER BY "
                     WS-GL-NET-DIS " ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO EOD-REPORT-REC
              WRITE EOD-REPORT-REC
              DISPLAY "GL BREAK ON CUSTOMER DEPOSITS: " WS-GL-NET-DIS
           END-IF.

       WRITE-FX-POSITION-REPORT.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACCOUNTS
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ACC-CURRENCY NOT = SPACES
                          AND ACC-CURRENCY NOT = WS-BASE-CCY
                          AND NOT ACC-CLOSED
                          MOVE ACC-CURRENCY TO WS-FX-CCY
                          PERFORM FIND-CCY-SLOT
                          IF WS-CCY-IDX > 0
                             ADD 1 TO WS-CCY-ACCS(WS-CCY-IDX)
                             ADD ACC-BALANCE TO WS-CCY-BAL(WS-CCY-IDX)
                             SUBTRACT ACC-OD-USED
                                FROM WS-CCY-BAL(WS-CCY-IDX)
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           MOVE "N" TO WS-FX-EOF
           OPEN INPUT FX-TRANS
           IF WS-FXT-STATUS = "35"
              MOVE "Y" TO WS-FX-EOF
           END-IF
           PERFORM UNTIL WS-FX-EOF = "Y"
               READ FX-TRANS
                   AT END MOVE "Y" TO WS-FX-EOF
                   NOT AT END
                       IF FXT-DATE = WS-TODAY-DATE
                          PERFORM NOTE-FX-DEAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXT-STATUS NOT = "35"
              CLOSE FX-TRANS
           END-IF

           OPEN OUTPUT FX-POSITION-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FOREIGN CURRENCY POSITION REPORT - " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC
           IF WS-CCY-COUNT = 0
              MOVE "NO FOREIGN CURRENCY ACCOUNTS OR DEALS."
                 TO FX-POSITION-REC
              WRITE FX-POSITION-REC
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                 UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-FX-POSITION-LINES
           END-PERFORM
           CLOSE FX-POSITION-REPORT.

       NOTE-FX-DEAL.
           IF FXT-FROM-CCY NOT = WS-BASE-CCY
              MOVE FXT-FROM-CCY TO WS-FX-CCY
              PERFORM FIND-CCY-SLOT
              IF WS-CCY-IDX > 0
                 ADD FXT-FROM-AMOUNT TO WS-CCY-BOUGHT(WS-CCY-IDX)
                 ADD FXT-BASE-AMOUNT TO WS-CCY-BASE-OUT(WS-CCY-IDX)
              END-IF
           END-IF
           IF FXT-TO-CCY NOT = WS-BASE-CCY
              MOVE FXT-TO-CCY TO WS-FX-CCY
              PERFORM FIND-CCY-SLOT
              IF WS-CCY-IDX > 0
                 ADD FXT-TO-AMOUNT TO WS-CCY-SOLD(WS-CCY-IDX)
                 ADD FXT-BASE-AMOUNT TO WS-CCY-BASE-IN(WS-CCY-IDX)
              END-IF
           END-IF.

       WRITE-FX-POSITION-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CCY-BUY(WS-CCY-IDX) TO WS-FX-RATE-DIS
           MOVE WS-CCY-SELL(WS-CCY-IDX) TO WS-FX-SELL-DIS
           STRING "CURRENCY " WS-CCY-CODE(WS-CCY-IDX)
                  "  BUY " WS-FX-RATE-DIS
                  "  SELL " WS-FX-SELL-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC
           IF WS-CCY-BUY(WS-CCY-IDX) = 0
              MOVE "  NO RATE IN FORCE - BASE EQUIVALENT NOT AVAILABLE"
                 TO FX-POSITION-REC
              WRITE FX-POSITION-REC
           END-IF
           COMPUTE WS-FX-BAL-BASE ROUNDED =
              WS-CCY-BAL(WS-CCY-IDX) * WS-CCY-BUY(WS-CCY-IDX)
           MOVE WS-CCY-BAL(WS-CCY-IDX) TO WS-FX-BAL-DIS
           MOVE WS-FX-BAL-BASE TO WS-FX-BASE-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACCOUNTS " WS-CCY-ACCS(WS-CCY-IDX)
                  " BALANCES " WS-FX-BAL-DIS
                  " THB EQUIV " WS-FX-BASE-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC
           MOVE WS-CCY-BOUGHT(WS-CCY-IDX) TO WS-FX-BAL-DIS
           MOVE WS-CCY-BASE-OUT(WS-CCY-IDX) TO WS-FX-BASE-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BOUGHT TODAY     " WS-FX-BAL-DIS
                  " THB PAID  " WS-FX-BASE-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC
           MOVE WS-CCY-SOLD(WS-CCY-IDX) TO WS-FX-BAL-DIS
           MOVE WS-CCY-BASE-IN(WS-CCY-IDX) TO WS-FX-BASE-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SOLD TODAY       " WS-FX-BAL-DIS
                  " THB RECVD " WS-FX-BASE-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC
           COMPUTE WS-FX-NET = WS-CCY-BOUGHT(WS-CCY-IDX)
              - WS-CCY-SOLD(WS-CCY-IDX)
           MOVE WS-FX-NET TO WS-FX-NET-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NET DAY POSITION " WS-FX-NET-DIS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO FX-POSITION-REC
           WRITE FX-POSITION-REC.

       WRITE-BALANCE-SNAPSHOTS.
           MOVE "N" TO WS-SNAP-DONE
           OPEN INPUT BAL-SNAPSHOT
              CLOSE TLARCH-CTL
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
                         IF AP-OPT-SO = "N"
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

       END PROGRAM EOD.

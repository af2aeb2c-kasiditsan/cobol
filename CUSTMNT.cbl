       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-REPORT ASSIGN TO "CUST_CHG_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHLIST ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT WATCHLIST-CTL ASSIGN TO "WATCHLIST_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-STATUS.
           SELECT WL-REVIEW ASSIGN TO "WATCHLIST_REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT WL-REVIEW-NEW ASSIGN TO "WATCHLIST_REVIEW_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSOLE-AUDIT ASSIGN TO "CONSOLE_AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-OP-STATUS.
           SELECT ALERT-PREFS ASSIGN TO "ALERT_PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AP-STATUS.
           SELECT LINK-NEW ASSIGN TO "ACCT_CUST_LINK_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-DEPOSITS ASSIGN TO "TERM_DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT TD-NEW ASSIGN TO "TERM_DEPOSITS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETAIL-LOANS ASSIGN TO "RETAIL_LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT RL-NEW ASSIGN TO "RETAIL_LOANS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-ARCH ASSIGN TO "CUST_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUA-STATUS.
           SELECT DUP-REPORT ASSIGN TO "DUP_CUST_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ACCOUNTS-FILE.
       01 ACCOUNT-REC.
           05 ACC-OD-USED    PIC 9(8)V99.
           05 ACC-WHT-EXEMPT PIC X(1).
              88 ACC-WHT-IS-EXEMPT VALUE "Y".
           05 ACC-CURRENCY   PIC X(3).

       FD ACCT-CUST-LINK.
       01 ACCT-CUST-LINK-REC.
       FD CHG-REPORT.
       01 CHG-REPORT-REC PIC X(140).

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

       FD WL-REVIEW-NEW.
       01 WL-REVIEW-NEW-REC PIC X(205).

       FD CONSOLE-AUDIT.
       01 CONSOLE-AUDIT-REC.
          05 CA-ACC-NO    PIC X(10).
          05 CA-DATE      PIC 9(8).
          05 CA-TIME      PIC 9(6).
          05 CA-ACTION    PIC X(12).
          05 CA-OPERATOR  PIC X(10).
          05 CA-REASON    PIC X(20).

       FD OPERATOR-MASTER.
       01 OPERATOR-REC.
          05 OP-ID          PIC X(10).
          05 OP-PERM-CLOSE  PIC X(1).
          05 OP-PERM-MAINT  PIC X(1).

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

       FD LINK-NEW.
       01 LINK-NEW-REC PIC X(21).

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

       FD TD-NEW.
       01 TD-NEW-REC PIC X(67).

       FD RETAIL-LOANS.
       01 RETAIL-LOAN-REC.
          05 RL-LOAN-NO       PIC 9(10).
          05 RL-CUST-ID       PIC X(10).
          05 RL-ACC-NO        PIC X(10).
          05 RL-PRINCIPAL     PIC 9(8)V99.
          05 RL-RATE          PIC 9V9(4).
          05 RL-TERM-MONTHS   PIC 9(3).
          05 RL-INSTALMENT    PIC 9(8)V99.
          05 RL-OPEN-DATE     PIC 9(8).
          05 RL-OUTSTANDING   PIC 9(8)V99.
          05 RL-ARREARS       PIC 9(8)V99.
          05 RL-ARREARS-DAYS  PIC 9(4).
          05 RL-STATUS        PIC X(1).

       FD RL-NEW.
       01 RL-NEW-REC PIC X(91).

       FD CUST-ARCH.
       01 CUST-ARCH-REC.
          05 CUA-ARCH-DATE   PIC 9(8).
          05 CUA-DATA        PIC X(121).

       FD DUP-REPORT.
       01 DUP-REPORT-REC PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS      PIC XX VALUE SPACES.
       01 WS-OP-PASSWORD    PIC X(10) VALUE SPACES.
       01 WS-CHG-EOF             PIC X VALUE "N".
       01 WS-CHG-LINE            PIC X(140) VALUE SPACES.
       01 WS-HIST-COUNT          PIC 9(5) VALUE 0.
       01 WS-TODAY               PIC 9(8) VALUE 0.
       01 WS-OLD-EXPIRY          PIC 9(8) VALUE 0.
       01 WS-NEW-EXPIRY          PIC 9(8) VALUE 0.
       01 WS-OLD-RISK            PIC X VALUE SPACES.
       01 WS-NEW-RISK            PIC X VALUE SPACES.
       01 WS-REVIEW-OK           PIC X VALUE "N".
       01 WS-CA-STATUS           PIC XX VALUE SPACES.
       01 WS-WL-BLOCK            PIC X VALUE SPACES.
       01 WS-RV-SEQ              PIC 9(3) VALUE 0.
       01 WS-RV-PICK             PIC 9(3) VALUE 0.
       01 WS-RV-SHOWN            PIC 9(3) VALUE 0.
       01 WS-RV-ACTION           PIC X VALUE SPACES.
       01 WS-RV-ORIGIN           PIC X VALUE SPACES.
       01 WS-RV-EOF              PIC X VALUE "N".
       01 WS-LOCKED-COUNT        PIC 9(3) VALUE 0.
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
       01 WS-AP-STATUS           PIC XX VALUE SPACES.
       01 WS-AP-NEW              PIC X VALUE "N".
       01 WS-AP-ANSWER           PIC X VALUE SPACES.
       01 WS-AP-AMOUNT           PIC 9(8)V99 VALUE 0.
       01 WS-AP-PHONE            PIC X(10) VALUE SPACES.
       01 WS-AP-OK               PIC X VALUE "N".
       01 WS-TD-STATUS           PIC XX VALUE SPACES.
       01 WS-TD-EOF              PIC X VALUE "N".
       01 WS-RL-STATUS           PIC XX VALUE SPACES.
       01 WS-RL-EOF              PIC X VALUE "N".
       01 WS-CUA-STATUS          PIC XX VALUE SPACES.
       01 WS-DUP-CHOICE          PIC X VALUE SPACES.
       01 WS-DUP-COUNT           PIC 9(4) VALUE 0.
       01 WS-DUP-FULL            PIC X VALUE "N".
       01 WS-DUP-PAIRS           PIC 9(5) VALUE 0.
       01 WS-DUP-I               PIC 9(4) VALUE 0.
       01 WS-DUP-J               PIC 9(4) VALUE 0.
       01 WS-DUP-START           PIC 9(4) VALUE 0.
       01 WS-DUP-BASIS           PIC X(12) VALUE SPACES.
       01 WS-DUP-THRESHOLD       PIC 9(3) VALUE 75.
       01 WS-DUP-TABLE.
          05 WS-DUP-ENTRY OCCURS 2000 TIMES.
             10 WS-DC-ID         PIC X(10).
             10 WS-DC-NAME       PIC X(30).
             10 WS-DC-DOC        PIC X(13).
             10 WS-DC-PHONE      PIC X(10).
       01 WS-MERGE-DUP           PIC X(10) VALUE SPACES.
       01 WS-MERGE-SURV          PIC X(10) VALUE SPACES.
       01 WS-MERGE-DUP-NAME      PIC X(30) VALUE SPACES.
       01 WS-MERGE-SURV-NAME     PIC X(30) VALUE SPACES.
       01 WS-MERGE-OK            PIC X VALUE "N".
       01 WS-MERGE-DONE          PIC X VALUE "N".
       01 WS-MERGE-LINKS         PIC 9(3) VALUE 0.
       01 WS-MERGE-LINK-DROP     PIC 9(3) VALUE 0.
       01 WS-MERGE-ACCTS         PIC 9(3) VALUE 0.
       01 WS-MERGE-TDS           PIC 9(3) VALUE 0.
       01 WS-MERGE-LOANS         PIC 9(3) VALUE 0.
       01 WS-MERGE-AP-ACT        PIC X VALUE "-".
          88 WS-MERGE-AP-MOVED   VALUE "M".
          88 WS-MERGE-AP-DROPPED VALUE "D".
       01 WS-MERGE-AP-SAVE       PIC X(54) VALUE SPACES.
       01 WS-MERGE-HIT           PIC X VALUE "N".
       01 WS-MERGE-IDX           PIC 9(3) VALUE 0.
       01 WS-MS-COUNT            PIC 9(3) VALUE 0.
       01 WS-MS-TABLE.
          05 WS-MS-ACC OCCURS 50 TIMES PIC X(10).
       01 WS-MD-COUNT            PIC 9(3) VALUE 0.
       01 WS-MD-TABLE.
          05 WS-MD-ACC OCCURS 50 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CUSTOMER MASTER MAINTENANCE ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPERATOR-SIGN-ON
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY "1. CREATE / EDIT CUSTOMER"
               DISPLAY "2. LIST ACCOUNTS FOR CUSTOMER"
               DISPLAY "3. APPROVE / REJECT PENDING CHANGES"
               DISPLAY "4. CHANGE HISTORY REPORT"
               DISPLAY "5. RECORD KYC REVIEW"
               DISPLAY "6. WATCHLIST REVIEW QUEUE"
               DISPLAY "7. CUSTOMER ALERT PREFERENCES"
               DISPLAY "8. DUPLICATE CUSTOMERS / MERGE"
               DISPLAY "9. EXIT"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 2 PERFORM CUSTOMER-ACCOUNT-INQUIRY
                   WHEN 3 PERFORM APPROVE-PENDING-CHANGES
                   WHEN 4 PERFORM CHANGE-HISTORY-REPORT
                   WHEN 5 PERFORM RECORD-KYC-REVIEW
                   WHEN 6 PERFORM WATCHLIST-REVIEW-QUEUE
                   WHEN 7 PERFORM MAINTAIN-ALERT-PREFS
                   WHEN 8 PERFORM DUPLICATE-CUSTOMERS
                   WHEN 9 DISPLAY "GOODBYE!"
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
                   ACCEPT CUST-PHONE
                   DISPLAY "ENTER ADDRESS (40 CHAR): "
                   ACCEPT CUST-ADDRESS
                   DISPLAY "ENTER ID DOCUMENT EXPIRY (YYYYMMDD): "
                   ACCEPT CUST-ID-EXPIRY
                   PERFORM ACCEPT-RISK-RATING
                   MOVE WS-NEW-RISK TO CUST-RISK
                   MOVE WS-TODAY TO CUST-LAST-REVIEW
                   MOVE SPACES TO CUST-KYC-FLAG
                   MOVE CUST-NAME TO WS-SCR-NAME
                   PERFORM SCREEN-CUSTOMER-NAME
                   IF WS-SCR-HIT = "Y"
                      MOVE "O" TO WS-RV-ORIGIN
                      PERFORM QUEUE-WATCHLIST-HIT
                      DISPLAY "POSSIBLE WATCHLIST MATCH: "
                         WS-SCR-BEST-NAME
                      DISPLAY "CUSTOMER NOT CREATED - QUEUED FOR "
                         "COMPLIANCE REVIEW."
                   ELSE
                      WRITE CUSTOMER-REC
                          INVALID KEY
                              DISPLAY "ERROR CREATING CUSTOMER"
                      END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM EDIT-EXISTING-CUSTOMER
           END-READ
           DISPLAY "ID DOC  : " CUST-ID-DOC
           DISPLAY "PHONE   : " CUST-PHONE
           DISPLAY "ADDRESS : " CUST-ADDRESS
           PERFORM SHOW-KYC-FIELDS
           MOVE CUST-NAME TO WS-OLD-NAME
           MOVE CUST-ID-DOC TO WS-OLD-DOC
           MOVE CUST-PHONE TO WS-OLD-PHONE
           MOVE CUST-ADDRESS TO WS-OLD-ADDR
           MOVE CUST-ID-EXPIRY TO WS-OLD-EXPIRY
           MOVE CUST-RISK TO WS-OLD-RISK
           DISPLAY "ENTER NEW FULL NAME: "
           ACCEPT WS-NEW-NAME
           DISPLAY "ENTER NEW ID DOCUMENT NUMBER: "
           ACCEPT WS-NEW-PHONE
           DISPLAY "ENTER NEW ADDRESS: "
           ACCEPT WS-NEW-ADDR
           DISPLAY "ENTER NEW ID EXPIRY (YYYYMMDD, 0 = NO CHANGE): "
           ACCEPT WS-NEW-EXPIRY
           IF WS-NEW-EXPIRY = 0
              MOVE WS-OLD-EXPIRY TO WS-NEW-EXPIRY
           END-IF
           DISPLAY "ENTER NEW RISK RATING (L/M/H, BLANK = NO CHANGE): "
           ACCEPT WS-NEW-RISK
           IF WS-NEW-RISK NOT = "L" AND WS-NEW-RISK NOT = "M"
              AND WS-NEW-RISK NOT = "H"
              MOVE WS-OLD-RISK TO WS-NEW-RISK
           END-IF
           IF WS-NEW-NAME NOT = WS-OLD-NAME
              MOVE WS-NEW-NAME TO WS-SCR-NAME
              PERFORM SCREEN-CUSTOMER-NAME
              MOVE "NAME" TO WS-CHG-FIELD
              MOVE WS-OLD-NAME TO WS-CHG-OLD
              MOVE WS-NEW-NAME TO WS-CHG-NEW
              IF WS-SCR-HIT = "Y"
                 MOVE "P" TO WS-CHG-ST
                 PERFORM WRITE-CHANGE-HISTORY
                 MOVE "N" TO WS-RV-ORIGIN
                 MOVE WS-NEW-NAME TO CUST-NAME
                 PERFORM QUEUE-WATCHLIST-HIT
                 MOVE WS-OLD-NAME TO CUST-NAME
                 DISPLAY "POSSIBLE WATCHLIST MATCH: "
                    WS-SCR-BEST-NAME
                 DISPLAY "NAME CHANGE HELD FOR COMPLIANCE REVIEW."
              ELSE
                 MOVE WS-NEW-NAME TO CUST-NAME
                 MOVE "A" TO WS-CHG-ST
                 PERFORM WRITE-CHANGE-HISTORY
              END-IF
           END-IF
           IF WS-NEW-PHONE NOT = WS-OLD-PHONE
              MOVE WS-NEW-PHONE TO CUST-PHONE
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY "ADDRESS CHANGE HELD FOR A SECOND "
                 "OPERATOR TO APPROVE."
           END-IF
           IF WS-NEW-EXPIRY NOT = WS-OLD-EXPIRY
              MOVE "ID-EXPIRY" TO WS-CHG-FIELD
              MOVE WS-OLD-EXPIRY TO WS-CHG-OLD
              MOVE WS-NEW-EXPIRY TO WS-CHG-NEW
              MOVE "P" TO WS-CHG-ST
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY "ID EXPIRY CHANGE HELD FOR A SECOND "
                 "OPERATOR TO APPROVE."
           END-IF
           IF WS-NEW-RISK NOT = WS-OLD-RISK
              MOVE "RISK" TO WS-CHG-FIELD
              MOVE WS-OLD-RISK TO WS-CHG-OLD
              MOVE WS-NEW-RISK TO WS-CHG-NEW
              MOVE "P" TO WS-CHG-ST
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY "RISK RATING CHANGE HELD FOR A SECOND "
                 "OPERATOR TO APPROVE."
           END-IF.

       SHOW-KYC-FIELDS.
           IF CUST-ID-EXPIRY NOT NUMERIC
              MOVE 0 TO CUST-ID-EXPIRY
           END-IF
           IF CUST-LAST-REVIEW NOT NUMERIC
              MOVE 0 TO CUST-LAST-REVIEW
           END-IF
           DISPLAY "ID EXPIRY   : " CUST-ID-EXPIRY
           DISPLAY "RISK RATING : " CUST-RISK
           DISPLAY "LAST REVIEW : " CUST-LAST-REVIEW
           IF CUST-KYC-ID-EXPIRED
              DISPLAY "*** ID DOCUMENT EXPIRED ***"
           END-IF
           IF CUST-KYC-REVIEW-DUE
              DISPLAY "*** KYC REVIEW OVERDUE ***"
           END-IF.

       ACCEPT-RISK-RATING.
           DISPLAY "ENTER RISK RATING (L/M/H): "
           ACCEPT WS-NEW-RISK
           IF WS-NEW-RISK NOT = "L" AND WS-NEW-RISK NOT = "H"
              MOVE "M" TO WS-NEW-RISK
           END-IF.

       RECORD-KYC-REVIEW.
           MOVE "N" TO WS-REVIEW-OK
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-CUST-ID
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              CLOSE CUST-MASTER
           ELSE
              MOVE WS-CUST-ID TO CUST-ID
              READ CUST-MASTER
                  INVALID KEY
                      DISPLAY "CUSTOMER NOT FOUND."
                  NOT INVALID KEY
                      DISPLAY "CUSTOMER: " CUST-NAME
                      PERFORM SHOW-KYC-FIELDS
                      MOVE "Y" TO WS-REVIEW-OK
              END-READ
              CLOSE CUST-MASTER
           END-IF
           IF WS-REVIEW-OK = "Y"
              DISPLAY "CONFIRM KYC REVIEW COMPLETED TODAY? (Y/N): "
              ACCEPT WS-REVIEW-OK
           END-IF
           IF WS-REVIEW-OK = "Y"
              MOVE "KYC-REVIEW" TO WS-CHG-FIELD
              MOVE CUST-LAST-REVIEW TO WS-CHG-OLD
              MOVE WS-TODAY TO WS-CHG-NEW
              MOVE "P" TO WS-CHG-ST
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY "KYC REVIEW HELD FOR A SECOND "
                 "OPERATOR TO APPROVE."
           END-IF.

       WRITE-CHANGE-HISTORY.
                          PERFORM RESOLVE-ONE-PENDING
                       END-IF
                       WRITE CHG-NEW-REC FROM CUST-CHG-REC
                       IF WS-MERGE-DONE = "Y"
                          PERFORM LOG-SURVIVOR-MERGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-CHG-HIST
              "mv CUST_CHG_HIST_NEW.tmp CUST_CHG_HIST.DAT".

       RESOLVE-ONE-PENDING.
           MOVE SPACES TO WS-WL-BLOCK
           IF WS-PEND-ACTION = "A" AND CH-FIELD = "NAME"
              PERFORM CHECK-NAME-SCREENING
           END-IF
           IF WS-PEND-ACTION = "A"
              IF CH-OPERATOR = WS-OPERATOR-ID
                 DISPLAY "A CHANGE CANNOT BE APPROVED BY THE "
                    "OPERATOR WHO ENTERED IT."
              ELSE
              IF WS-WL-BLOCK = "P"
                 DISPLAY "NAME CHANGE IS AWAITING WATCHLIST REVIEW."
              ELSE
              IF WS-WL-BLOCK = "C"
                 DISPLAY "NAME IS A CONFIRMED WATCHLIST MATCH. "
                    "CHANGE CANNOT BE APPROVED."
              ELSE
              IF CH-FIELD = "MERGE"
                 PERFORM APPLY-CUSTOMER-MERGE
                 IF WS-MERGE-OK = "Y"
                    SET CH-APPLIED TO TRUE
                    MOVE WS-OPERATOR-ID TO CH-APPROVER
                    MOVE "Y" TO WS-MERGE-DONE
                    DISPLAY "MERGE APPROVED AND APPLIED."
                 END-IF
              ELSE
                 PERFORM APPLY-PENDING-FIELD
                 SET CH-APPLIED TO TRUE
                 MOVE WS-OPERATOR-ID TO CH-APPROVER
                 DISPLAY "CHANGE APPROVED AND APPLIED."
              END-IF
              END-IF
              END-IF
              END-IF
           ELSE
              SET CH-REJECTED TO TRUE
              MOVE WS-OPERATOR-ID TO CH-APPROVER
                   DISPLAY "CUSTOMER NOT FOUND - NOT APPLIED."
               NOT INVALID KEY
                   EVALUATE CH-FIELD
                       WHEN "NAME"
                           MOVE CH-NEW-VAL(1:30) TO CUST-NAME
                       WHEN "ID-DOC"
                           MOVE CH-NEW-VAL(1:13) TO CUST-ID-DOC
                       WHEN "ADDRESS"
                           MOVE CH-NEW-VAL TO CUST-ADDRESS
                       WHEN "ID-EXPIRY"
                           MOVE CH-NEW-VAL(1:8) TO CUST-ID-EXPIRY
                           IF CUST-ID-EXPIRY NOT < WS-TODAY
                              PERFORM CLEAR-EXPIRED-FLAG
                           END-IF
                       WHEN "RISK"
                           MOVE CH-NEW-VAL(1:1) TO CUST-RISK
                       WHEN "KYC-REVIEW"
                           MOVE CH-NEW-VAL(1:8) TO CUST-LAST-REVIEW
                           PERFORM CLEAR-REVIEW-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE CUST-MASTER.

       APPLY-CUSTOMER-MERGE.
           MOVE "N" TO WS-MERGE-OK
           MOVE CH-OLD-VAL(1:10) TO WS-MERGE-DUP
           MOVE CH-NEW-VAL(1:10) TO WS-MERGE-SURV
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              CLOSE CUST-MASTER
           ELSE
              MOVE WS-MERGE-SURV TO CUST-ID
              READ CUST-MASTER
                  INVALID KEY
                      DISPLAY "SURVIVING CUSTOMER NOT FOUND - NOT "
                         "APPLIED."
                  NOT INVALID KEY
                      MOVE "Y" TO WS-MERGE-OK
              END-READ
              IF WS-MERGE-OK = "Y"
                 MOVE WS-MERGE-DUP TO CUST-ID
                 READ CUST-MASTER
                     INVALID KEY
                         DISPLAY "DUPLICATE CUSTOMER NOT FOUND - NOT "
                            "APPLIED."
                         MOVE "N" TO WS-MERGE-OK
                 END-READ
              END-IF
              CLOSE CUST-MASTER
           END-IF
           IF WS-MERGE-OK = "Y"
              PERFORM REPOINT-MERGED-LINKS
              PERFORM REPOINT-MERGED-ACCOUNTS
              PERFORM REPOINT-MERGED-DEPOSITS
              PERFORM REPOINT-MERGED-LOANS
              PERFORM MOVE-MERGED-ALERT-PREFS
              PERFORM RETIRE-MERGED-CUSTOMER
              DISPLAY "LINKS MOVED: " WS-MERGE-LINKS
                 "  LINKS ALREADY HELD: " WS-MERGE-LINK-DROP
              DISPLAY "ACCOUNTS MOVED: " WS-MERGE-ACCTS
                 "  TERM DEPOSITS MOVED: " WS-MERGE-TDS
              DISPLAY "LOANS MOVED: " WS-MERGE-LOANS
              IF WS-MERGE-AP-MOVED
                 DISPLAY "ALERT PREFERENCES MOVED TO SURVIVOR."
              END-IF
              IF WS-MERGE-AP-DROPPED
                 DISPLAY "ALERT PREFERENCES DROPPED - SURVIVOR "
                    "ALREADY HAS ITS OWN."
              END-IF
              DISPLAY "CUSTOMER " WS-MERGE-DUP " RETIRED INTO "
                 WS-MERGE-SURV
           END-IF.

       REPOINT-MERGED-LINKS.
           MOVE 0 TO WS-MERGE-LINKS
           MOVE 0 TO WS-MERGE-LINK-DROP
           MOVE 0 TO WS-MS-COUNT
           MOVE 0 TO WS-MD-COUNT
           OPEN INPUT ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-LINK-EOF
              PERFORM UNTIL WS-LINK-EOF = "Y"
                  READ ACCT-CUST-LINK
                      AT END MOVE "Y" TO WS-LINK-EOF
                      NOT AT END
                          IF LK-CUST-ID = WS-MERGE-SURV
                             AND WS-MS-COUNT < 50
                             ADD 1 TO WS-MS-COUNT
                             MOVE LK-ACC-NO TO WS-MS-ACC(WS-MS-COUNT)
                          END-IF
                          IF LK-CUST-ID = WS-MERGE-DUP AND LK-PRIMARY
                             AND WS-MD-COUNT < 50
                             ADD 1 TO WS-MD-COUNT
                             MOVE LK-ACC-NO TO WS-MD-ACC(WS-MD-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCT-CUST-LINK
              OPEN INPUT ACCT-CUST-LINK
              OPEN OUTPUT LINK-NEW
              MOVE "N" TO WS-LINK-EOF
              PERFORM UNTIL WS-LINK-EOF = "Y"
                  READ ACCT-CUST-LINK
                      AT END MOVE "Y" TO WS-LINK-EOF
                      NOT AT END
                          PERFORM REPOINT-ONE-LINK
                  END-READ
              END-PERFORM
              CLOSE ACCT-CUST-LINK
              CLOSE LINK-NEW
              CALL "SYSTEM" USING
                 "mv ACCT_CUST_LINK_NEW.tmp ACCT_CUST_LINK.DAT"
           END-IF.

       REPOINT-ONE-LINK.
           MOVE "N" TO WS-MERGE-HIT
           IF LK-CUST-ID = WS-MERGE-DUP
              PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                    UNTIL WS-MERGE-IDX > WS-MS-COUNT
                  IF WS-MS-ACC(WS-MERGE-IDX) = LK-ACC-NO
                     MOVE "Y" TO WS-MERGE-HIT
                  END-IF
              END-PERFORM
              IF WS-MERGE-HIT = "Y"
                 ADD 1 TO WS-MERGE-LINK-DROP
              ELSE
                 MOVE WS-MERGE-SURV TO LK-CUST-ID
                 ADD 1 TO WS-MERGE-LINKS
                 WRITE LINK-NEW-REC FROM ACCT-CUST-LINK-REC
              END-IF
           ELSE
              IF LK-CUST-ID = WS-MERGE-SURV AND LK-JOINT
                 PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > WS-MD-COUNT
                     IF WS-MD-ACC(WS-MERGE-IDX) = LK-ACC-NO
                        SET LK-PRIMARY TO TRUE
                     END-IF
                 END-PERFORM
              END-IF
              WRITE LINK-NEW-REC FROM ACCT-CUST-LINK-REC
           END-IF.

       REPOINT-MERGED-ACCOUNTS.
           MOVE 0 TO WS-MERGE-ACCTS
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACC-FILE-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = "Y"
                  READ ACCOUNTS-FILE NEXT RECORD
                      AT END MOVE "Y" TO WS-EOF-FLAG
                      NOT AT END
                          IF ACC-CUST-ID = WS-MERGE-DUP
                             MOVE WS-MERGE-SURV TO ACC-CUST-ID
                             REWRITE ACCOUNT-REC
                                 INVALID KEY
                                     DISPLAY "ERROR UPDATING " ACC-NO
                                 NOT INVALID KEY
                                     ADD 1 TO WS-MERGE-ACCTS
                             END-REWRITE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCOUNTS-FILE
           END-IF.

       REPOINT-MERGED-DEPOSITS.
           MOVE 0 TO WS-MERGE-TDS
           OPEN INPUT TERM-DEPOSITS
           IF WS-TD-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT TD-NEW
              MOVE "N" TO WS-TD-EOF
              PERFORM UNTIL WS-TD-EOF = "Y"
                  READ TERM-DEPOSITS
                      AT END MOVE "Y" TO WS-TD-EOF
                      NOT AT END
                          IF TD-CUST-ID = WS-MERGE-DUP
                             MOVE WS-MERGE-SURV TO TD-CUST-ID
                             ADD 1 TO WS-MERGE-TDS
                          END-IF
                          WRITE TD-NEW-REC FROM TERM-DEPOSIT-REC
                  END-READ
              END-PERFORM
              CLOSE TERM-DEPOSITS
              CLOSE TD-NEW
              CALL "SYSTEM" USING
                 "mv TERM_DEPOSITS_NEW.tmp TERM_DEPOSITS.DAT"
           END-IF.

       REPOINT-MERGED-LOANS.
           MOVE 0 TO WS-MERGE-LOANS
           OPEN INPUT RETAIL-LOANS
           IF WS-RL-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT RL-NEW
              MOVE "N" TO WS-RL-EOF
              PERFORM UNTIL WS-RL-EOF = "Y"
                  READ RETAIL-LOANS
                      AT END MOVE "Y" TO WS-RL-EOF
                      NOT AT END
                          IF RL-CUST-ID = WS-MERGE-DUP
                             MOVE WS-MERGE-SURV TO RL-CUST-ID
                             ADD 1 TO WS-MERGE-LOANS
                          END-IF
                          WRITE RL-NEW-REC FROM RETAIL-LOAN-REC
                  END-READ
              END-PERFORM
              CLOSE RETAIL-LOANS
              CLOSE RL-NEW
              CALL "SYSTEM" USING
                 "mv RETAIL_LOANS_NEW.tmp RETAIL_LOANS.DAT"
           END-IF.

       MOVE-MERGED-ALERT-PREFS.
           MOVE "-" TO WS-MERGE-AP-ACT
           OPEN I-O ALERT-PREFS
           IF WS-AP-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-MERGE-HIT
              MOVE WS-MERGE-SURV TO AP-CUST-ID
              READ ALERT-PREFS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "Y" TO WS-MERGE-HIT
              END-READ
              MOVE WS-MERGE-DUP TO AP-CUST-ID
              READ ALERT-PREFS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      MOVE ALERT-PREF-REC TO WS-MERGE-AP-SAVE
                      DELETE ALERT-PREFS RECORD
                          INVALID KEY
                              DISPLAY "ERROR REMOVING ALERT "
                                 "PREFERENCES FOR " WS-MERGE-DUP
                      END-DELETE
                      IF WS-MERGE-HIT = "Y"
                         SET WS-MERGE-AP-DROPPED TO TRUE
                      ELSE
                         MOVE WS-MERGE-AP-SAVE TO ALERT-PREF-REC
                         MOVE WS-MERGE-SURV TO AP-CUST-ID
                         WRITE ALERT-PREF-REC
                             INVALID KEY
                                 DISPLAY "ERROR MOVING ALERT "
                                    "PREFERENCES TO " WS-MERGE-SURV
                             NOT INVALID KEY
                                 SET WS-MERGE-AP-MOVED TO TRUE
                         END-WRITE
                      END-IF
              END-READ
              CLOSE ALERT-PREFS
           END-IF.

       RETIRE-MERGED-CUSTOMER.
           OPEN I-O CUST-MASTER
           MOVE WS-MERGE-DUP TO CUST-ID
           READ CUST-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   OPEN EXTEND CUST-ARCH
                   IF WS-CUA-STATUS = "35"
                      OPEN OUTPUT CUST-ARCH
                   END-IF
                   MOVE WS-TODAY TO CUA-ARCH-DATE
                   MOVE CUSTOMER-REC TO CUA-DATA
                   WRITE CUST-ARCH-REC
                   CLOSE CUST-ARCH
                   DELETE CUST-MASTER RECORD
                       INVALID KEY
                           DISPLAY "ERROR RETIRING CUSTOMER "
                              WS-MERGE-DUP
                   END-DELETE
           END-READ
           CLOSE CUST-MASTER.

       LOG-SURVIVOR-MERGE.
           MOVE "N" TO WS-MERGE-DONE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CH-TIME
           MOVE WS-MERGE-SURV TO CH-CUST-ID
           MOVE "MERGED-IN" TO CH-FIELD
           MOVE WS-MERGE-DUP TO CH-OLD-VAL
           MOVE SPACES TO CH-NEW-VAL
           STRING "LINKS " WS-MERGE-LINKS " ACCTS " WS-MERGE-ACCTS
                  " TDS " WS-MERGE-TDS " LNS " WS-MERGE-LOANS
                  " AP " WS-MERGE-AP-ACT
                  DELIMITED BY SIZE INTO CH-NEW-VAL
           SET CH-APPLIED TO TRUE
           WRITE CHG-NEW-REC FROM CUST-CHG-REC.

       DUPLICATE-CUSTOMERS.
           DISPLAY "1. DUPLICATE CANDIDATE REPORT"
           DISPLAY "2. REQUEST CUSTOMER MERGE"
           ACCEPT WS-DUP-CHOICE
           EVALUATE WS-DUP-CHOICE
               WHEN "1" PERFORM DUPLICATE-CANDIDATE-REPORT
               WHEN "2" PERFORM REQUEST-CUSTOMER-MERGE
               WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

       DUPLICATE-CANDIDATE-REPORT.
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-PAIRS
           MOVE "N" TO WS-DUP-FULL
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              CLOSE CUST-MASTER
           ELSE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = "Y"
                  READ CUST-MASTER NEXT RECORD
                      AT END MOVE "Y" TO WS-EOF-FLAG
                      NOT AT END
                          IF WS-DUP-COUNT < 2000
                             ADD 1 TO WS-DUP-COUNT
                             MOVE CUST-ID TO WS-DC-ID(WS-DUP-COUNT)
                             MOVE CUST-NAME TO WS-DC-NAME(WS-DUP-COUNT)
                             MOVE CUST-ID-DOC
                                TO WS-DC-DOC(WS-DUP-COUNT)
                             MOVE CUST-PHONE
                                TO WS-DC-PHONE(WS-DUP-COUNT)
                          ELSE
                             MOVE "Y" TO WS-DUP-FULL
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CUST-MASTER
              OPEN OUTPUT DUP-REPORT
              MOVE SPACES TO WS-CHG-LINE
              STRING "DUPLICATE CUSTOMER CANDIDATES - " WS-TODAY
                     DELIMITED BY SIZE INTO WS-CHG-LINE
              MOVE WS-CHG-LINE TO DUP-REPORT-REC
              WRITE DUP-REPORT-REC
              MOVE SPACES TO WS-CHG-LINE
              STRING "MATCHED ON SAME ID DOCUMENT, OR SAME PHONE WITH "
                     "A SIMILAR NAME"
                     DELIMITED BY SIZE INTO WS-CHG-LINE
              MOVE WS-CHG-LINE TO DUP-REPORT-REC
              WRITE DUP-REPORT-REC
              PERFORM VARYING WS-DUP-I FROM 1 BY 1
                    UNTIL WS-DUP-I >= WS-DUP-COUNT
                  COMPUTE WS-DUP-START = WS-DUP-I + 1
                  PERFORM VARYING WS-DUP-J FROM WS-DUP-START BY 1
                        UNTIL WS-DUP-J > WS-DUP-COUNT
                      PERFORM COMPARE-CUSTOMER-PAIR
                  END-PERFORM
              END-PERFORM
              IF WS-DUP-FULL = "Y"
                 MOVE SPACES TO WS-CHG-LINE
                 STRING "WARNING: ONLY THE FIRST 2000 CUSTOMERS WERE "
                        "COMPARED."
                        DELIMITED BY SIZE INTO WS-CHG-LINE
                 MOVE WS-CHG-LINE TO DUP-REPORT-REC
                 WRITE DUP-REPORT-REC
              END-IF
              MOVE SPACES TO WS-CHG-LINE
              STRING "CUSTOMERS COMPARED: " WS-DUP-COUNT
                     "  CANDIDATE PAIRS: " WS-DUP-PAIRS
                     DELIMITED BY SIZE INTO WS-CHG-LINE
              MOVE WS-CHG-LINE TO DUP-REPORT-REC
              WRITE DUP-REPORT-REC
              CLOSE DUP-REPORT
              DISPLAY "CANDIDATE PAIRS FOUND: " WS-DUP-PAIRS
              DISPLAY "REPORT WRITTEN TO DUP_CUST_REPORT.TXT"
           END-IF.

       COMPARE-CUSTOMER-PAIR.
           MOVE SPACES TO WS-DUP-BASIS
           MOVE 0 TO WS-SCR-SCORE
           IF WS-DC-DOC(WS-DUP-I) NOT = SPACES
              AND WS-DC-DOC(WS-DUP-I) = WS-DC-DOC(WS-DUP-J)
              MOVE "ID DOCUMENT" TO WS-DUP-BASIS
           ELSE
              IF WS-DC-PHONE(WS-DUP-I) NOT = SPACES
                 AND WS-DC-PHONE(WS-DUP-I) = WS-DC-PHONE(WS-DUP-J)
                 MOVE WS-DC-NAME(WS-DUP-I) TO WS-SCR-NAME
                 PERFORM SPLIT-CANDIDATE-NAME
                 MOVE WS-DC-NAME(WS-DUP-J) TO WS-SCR-WORK
                 PERFORM SCORE-LIST-NAME
                 IF WS-SCR-SCORE >= WS-DUP-THRESHOLD
                    MOVE "NAME + PHONE" TO WS-DUP-BASIS
                 END-IF
              END-IF
           END-IF
           IF WS-DUP-BASIS NOT = SPACES
              ADD 1 TO WS-DUP-PAIRS
              MOVE SPACES TO WS-CHG-LINE
              STRING WS-DUP-BASIS " " WS-DC-ID(WS-DUP-I) " "
                     WS-DC-NAME(WS-DUP-I) " / " WS-DC-ID(WS-DUP-J)
                     " " WS-DC-NAME(WS-DUP-J)
                     DELIMITED BY SIZE INTO WS-CHG-LINE
              MOVE WS-CHG-LINE TO DUP-REPORT-REC
              WRITE DUP-REPORT-REC
              MOVE SPACES TO WS-CHG-LINE
              STRING "             DOC " WS-DC-DOC(WS-DUP-I) " / "
                     WS-DC-DOC(WS-DUP-J) "  PHONE "
                     WS-DC-PHONE(WS-DUP-I) " / "
                     WS-DC-PHONE(WS-DUP-J) "  NAME SCORE "
                     WS-SCR-SCORE
                     DELIMITED BY SIZE INTO WS-CHG-LINE
              MOVE WS-CHG-LINE TO DUP-REPORT-REC
              WRITE DUP-REPORT-REC
           END-IF.

       REQUEST-CUSTOMER-MERGE.
           MOVE "N" TO WS-MERGE-OK
           DISPLAY "ENTER DUPLICATE CUSTOMER ID (TO BE RETIRED): "
           ACCEPT WS-MERGE-DUP
           DISPLAY "ENTER SURVIVING CUSTOMER ID: "
           ACCEPT WS-MERGE-SURV
           IF WS-MERGE-DUP = WS-MERGE-SURV
              DISPLAY "A CUSTOMER CANNOT BE MERGED INTO ITSELF."
           ELSE
              OPEN INPUT CUST-MASTER
              IF WS-CUST-STATUS = "35"
                 DISPLAY "NO CUSTOMER MASTER ON FILE."
                 CLOSE CUST-MASTER
              ELSE
                 MOVE WS-MERGE-DUP TO CUST-ID
                 READ CUST-MASTER
                     INVALID KEY
                         DISPLAY "DUPLICATE CUSTOMER NOT FOUND."
                     NOT INVALID KEY
                         MOVE CUST-NAME TO WS-MERGE-DUP-NAME
                         MOVE "Y" TO WS-MERGE-OK
                 END-READ
                 MOVE WS-MERGE-SURV TO CUST-ID
                 READ CUST-MASTER
                     INVALID KEY
                         DISPLAY "SURVIVING CUSTOMER NOT FOUND."
                         MOVE "N" TO WS-MERGE-OK
                     NOT INVALID KEY
                         MOVE CUST-NAME TO WS-MERGE-SURV-NAME
                 END-READ
                 CLOSE CUST-MASTER
              END-IF
           END-IF
           IF WS-MERGE-OK = "Y"
              DISPLAY "RETIRE  : " WS-MERGE-DUP " " WS-MERGE-DUP-NAME
              DISPLAY "KEEP    : " WS-MERGE-SURV " "
                 WS-MERGE-SURV-NAME
              DISPLAY "CONFIRM MERGE REQUEST? (Y/N): "
              ACCEPT WS-MERGE-OK
           END-IF
           IF WS-MERGE-OK = "Y"
              MOVE WS-MERGE-DUP TO WS-CUST-ID
              MOVE "MERGE" TO WS-CHG-FIELD
              MOVE WS-MERGE-DUP TO WS-CHG-OLD
              MOVE WS-MERGE-SURV TO WS-CHG-NEW
              MOVE "P" TO WS-CHG-ST
              PERFORM WRITE-CHANGE-HISTORY
              DISPLAY "MERGE HELD FOR A SECOND OPERATOR TO APPROVE."
           END-IF.

       CLEAR-EXPIRED-FLAG.
           IF CUST-KYC-FLAG = "B"
              MOVE "O" TO CUST-KYC-FLAG
           ELSE
              IF CUST-KYC-FLAG = "E"
                 MOVE SPACES TO CUST-KYC-FLAG
              END-IF
           END-IF.

       CLEAR-REVIEW-FLAG.
           IF CUST-KYC-FLAG = "B"
              MOVE "E" TO CUST-KYC-FLAG
           ELSE
              IF CUST-KYC-FLAG = "O"
                 MOVE SPACES TO CUST-KYC-FLAG
              END-IF
           END-IF.

       CHECK-NAME-SCREENING.
           OPEN INPUT WL-REVIEW
           IF WS-RV-STATUS NOT = "35"
              MOVE "N" TO WS-RV-EOF
              PERFORM UNTIL WS-RV-EOF = "Y"
                  READ WL-REVIEW
                      AT END MOVE "Y" TO WS-RV-EOF
                      NOT AT END
                          IF RV-FROM-NAME-CHG
                             AND RV-CUST-ID = CH-CUST-ID
                             AND RV-CUST-NAME = CH-NEW-VAL(1:30)
                             AND NOT RV-CLEARED
                             MOVE RV-STATUS TO WS-WL-BLOCK
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WL-REVIEW
           END-IF.

       QUEUE-WATCHLIST-HIT.
           OPEN EXTEND WL-REVIEW
           IF WS-RV-STATUS = "35"
              OPEN OUTPUT WL-REVIEW
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RV-TIME
           MOVE WS-RV-ORIGIN TO RV-ORIGIN
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

       WATCHLIST-REVIEW-QUEUE.
           MOVE 0 TO WS-RV-SEQ
           MOVE 0 TO WS-RV-SHOWN
           OPEN INPUT WL-REVIEW
           IF WS-RV-STATUS = "35"
              DISPLAY "NO WATCHLIST REVIEW ITEMS ON FILE."
           ELSE
              MOVE "N" TO WS-RV-EOF
              PERFORM UNTIL WS-RV-EOF = "Y"
                  READ WL-REVIEW
                      AT END MOVE "Y" TO WS-RV-EOF
                      NOT AT END
                          ADD 1 TO WS-RV-SEQ
                          IF RV-PENDING
                             ADD 1 TO WS-RV-SHOWN
                             DISPLAY WS-RV-SEQ " " RV-CUST-ID " "
                                RV-ORIGIN " SCORE " RV-SCORE
                                " BY " RV-OPERATOR
                             DISPLAY "   CUSTOMER: " RV-CUST-NAME
                             DISPLAY "   LIST    : " RV-WL-ID " "
                                RV-WL-NAME
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WL-REVIEW
              IF WS-RV-SHOWN = 0
                 DISPLAY "NO PENDING WATCHLIST REVIEWS."
              ELSE
                 DISPLAY "ORIGIN: O = OPENING, N = NAME CHANGE, "
                    "S = RESCREEN"
                 DISPLAY "ENTER LINE NUMBER TO ACTION (0 = NONE): "
                 ACCEPT WS-RV-PICK
                 IF WS-RV-PICK > 0
                    DISPLAY "CONFIRM MATCH OR CLEAR AS FALSE "
                       "POSITIVE? (C/F): "
                    ACCEPT WS-RV-ACTION
                    IF WS-RV-ACTION = "C" OR WS-RV-ACTION = "F"
                       PERFORM ACTION-WATCHLIST-REVIEW
                    ELSE
                       DISPLAY "INVALID ACTION."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ACTION-WATCHLIST-REVIEW.
           MOVE 0 TO WS-RV-SEQ
           OPEN INPUT WL-REVIEW
           OPEN OUTPUT WL-REVIEW-NEW
           MOVE "N" TO WS-RV-EOF
           PERFORM UNTIL WS-RV-EOF = "Y"
               READ WL-REVIEW
                   AT END MOVE "Y" TO WS-RV-EOF
                   NOT AT END
                       ADD 1 TO WS-RV-SEQ
                       IF WS-RV-SEQ = WS-RV-PICK
                          AND RV-PENDING
                          PERFORM RESOLVE-ONE-REVIEW
                       END-IF
                       WRITE WL-REVIEW-NEW-REC FROM WL-REVIEW-REC
               END-READ
           END-PERFORM
           CLOSE WL-REVIEW
           CLOSE WL-REVIEW-NEW
           CALL "SYSTEM" USING
              "mv WATCHLIST_REVIEW_NEW.tmp WATCHLIST_REVIEW.DAT".

       RESOLVE-ONE-REVIEW.
           IF RV-OPERATOR = WS-OPERATOR-ID
              DISPLAY "A MATCH CANNOT BE REVIEWED BY THE OPERATOR "
                 "WHO RAISED IT."
           ELSE
              MOVE WS-OPERATOR-ID TO RV-REVIEWER
              MOVE FUNCTION CURRENT-DATE(1:8) TO RV-REVIEW-DATE
              IF WS-RV-ACTION = "C"
                 SET RV-CONFIRMED TO TRUE
                 DISPLAY "MATCH CONFIRMED."
                 IF RV-FROM-OPENING
                    DISPLAY "CUSTOMER " RV-CUST-ID " WAS NOT "
                       "CREATED."
                 ELSE
                    PERFORM LOCK-CUSTOMER-ACCOUNTS
                 END-IF
              ELSE
                 SET RV-CLEARED TO TRUE
                 DISPLAY "MATCH CLEARED AS FALSE POSITIVE."
                 IF RV-FROM-OPENING
                    PERFORM CREATE-CLEARED-CUSTOMER
                 END-IF
                 IF RV-FROM-NAME-CHG
                    DISPLAY "NAME CHANGE MAY NOW BE APPROVED."
                 END-IF
              END-IF
           END-IF.

       CREATE-CLEARED-CUSTOMER.
           OPEN I-O CUST-MASTER
           IF WS-CUST-STATUS = "35"
              CLOSE CUST-MASTER
              OPEN OUTPUT CUST-MASTER
              CLOSE CUST-MASTER
              OPEN I-O CUST-MASTER
           END-IF
           MOVE RV-CUST-ID TO CUST-ID
           MOVE RV-CUST-NAME TO CUST-NAME
           MOVE RV-ID-DOC TO CUST-ID-DOC
           MOVE RV-PHONE TO CUST-PHONE
           MOVE RV-ADDRESS TO CUST-ADDRESS
           MOVE RV-ID-EXPIRY TO CUST-ID-EXPIRY
           MOVE RV-RISK TO CUST-RISK
           MOVE RV-DATE TO CUST-LAST-REVIEW
           MOVE SPACES TO CUST-KYC-FLAG
           WRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY "CUSTOMER " RV-CUST-ID " ALREADY EXISTS."
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " RV-CUST-ID " CREATED."
           END-WRITE
           CLOSE CUST-MASTER.

       LOCK-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-LOCKED-COUNT
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE."
           ELSE
              OPEN INPUT ACCT-CUST-LINK
              IF WS-LINK-STATUS = "35"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF-FLAG = "Y"
                     READ ACCOUNTS-FILE NEXT RECORD
                         AT END MOVE "Y" TO WS-EOF-FLAG
                         NOT AT END
                             IF ACC-CUST-ID = RV-CUST-ID
                                PERFORM LOCK-ONE-ACCOUNT
                             END-IF
                     END-READ
                 END-PERFORM
              ELSE
                 MOVE "N" TO WS-LINK-EOF
                 PERFORM UNTIL WS-LINK-EOF = "Y"
                     READ ACCT-CUST-LINK
                         AT END MOVE "Y" TO WS-LINK-EOF
                         NOT AT END
                             IF LK-CUST-ID = RV-CUST-ID
                                MOVE LK-ACC-NO TO ACC-NO
                                READ ACCOUNTS-FILE
                                    INVALID KEY CONTINUE
                                    NOT INVALID KEY
                                        PERFORM LOCK-ONE-ACCOUNT
                                END-READ
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ACCT-CUST-LINK
              END-IF
              CLOSE ACCOUNTS-FILE
           END-IF
           DISPLAY "ACCOUNTS LOCKED: " WS-LOCKED-COUNT.

       LOCK-ONE-ACCOUNT.
           IF NOT ACC-CLOSED AND NOT ACC-LOCKED
              SET ACC-LOCKED TO TRUE
              REWRITE ACCOUNT-REC
                  INVALID KEY
                      DISPLAY "ERROR LOCKING " ACC-NO
                  NOT INVALID KEY
                      ADD 1 TO WS-LOCKED-COUNT
                      DISPLAY "ACCOUNT LOCKED: " ACC-NO
                      PERFORM WRITE-LOCK-AUDIT
              END-REWRITE
           END-IF.

       WRITE-LOCK-AUDIT.
           OPEN EXTEND CONSOLE-AUDIT
           IF WS-CA-STATUS = "35"
              OPEN OUTPUT CONSOLE-AUDIT
           END-IF
           MOVE ACC-NO TO CA-ACC-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CA-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CA-TIME
           MOVE "LOCK" TO CA-ACTION
           MOVE WS-OPERATOR-ID TO CA-OPERATOR
           MOVE "WATCHLIST MATCH" TO CA-REASON
           WRITE CONSOLE-AUDIT-REC
           CLOSE CONSOLE-AUDIT.

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

       CHANGE-HISTORY-REPORT.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT CUST-CHG-HIST
              CLOSE ACCOUNTS-FILE
           END-IF.

       MAINTAIN-ALERT-PREFS.
           MOVE "N" TO WS-AP-OK
           DISPLAY "ENTER CUSTOMER ID: "
           ACCEPT WS-CUST-ID
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
           ELSE
              MOVE WS-CUST-ID TO CUST-ID
              READ CUST-MASTER
                  INVALID KEY
                      DISPLAY "CUSTOMER NOT FOUND."
                  NOT INVALID KEY
                      DISPLAY "CUSTOMER: " CUST-NAME
                      MOVE CUST-PHONE TO WS-AP-PHONE
                      MOVE "Y" TO WS-AP-OK
              END-READ
              CLOSE CUST-MASTER
           END-IF
           IF WS-AP-OK = "Y"
              IF WS-AP-PHONE = SPACES
                 DISPLAY "NO PHONE NUMBER ON FILE - ALERTS WILL NOT "
                    "BE SENT UNTIL ONE IS RECORDED."
              ELSE
                 DISPLAY "ALERTS ARE SENT TO: " WS-AP-PHONE
              END-IF
              OPEN I-O ALERT-PREFS
              IF WS-AP-STATUS = "35"
                 CLOSE ALERT-PREFS
                 OPEN OUTPUT ALERT-PREFS
                 CLOSE ALERT-PREFS
                 OPEN I-O ALERT-PREFS
              END-IF
              MOVE WS-CUST-ID TO AP-CUST-ID
              READ ALERT-PREFS
                  INVALID KEY
                      MOVE "Y" TO WS-AP-NEW
                      MOVE WS-CUST-ID TO AP-CUST-ID
                      MOVE "Y" TO AP-OPT-LARGE
                      MOVE "Y" TO AP-OPT-LOWBAL
                      MOVE "Y" TO AP-OPT-SECURITY
                      MOVE "Y" TO AP-OPT-SO
                      MOVE "Y" TO AP-OPT-CHEQUE
                      MOVE "Y" TO AP-OPT-FRAUD
                      MOVE 0 TO AP-LARGE-LIMIT
                      MOVE 0 TO AP-LOW-LEVEL
                  NOT INVALID KEY
                      MOVE "N" TO WS-AP-NEW
              END-READ
              PERFORM SHOW-ALERT-PREFS
              MOVE SPACES TO WS-CHG-OLD
              STRING AP-OPT-LARGE AP-OPT-LOWBAL AP-OPT-SECURITY
                     AP-OPT-SO AP-OPT-CHEQUE AP-OPT-FRAUD " "
                     AP-LARGE-LIMIT " " AP-LOW-LEVEL
                     DELIMITED BY SIZE INTO WS-CHG-OLD
              PERFORM ACCEPT-ALERT-PREFS
              MOVE SPACES TO WS-CHG-NEW
              STRING AP-OPT-LARGE AP-OPT-LOWBAL AP-OPT-SECURITY
                     AP-OPT-SO AP-OPT-CHEQUE AP-OPT-FRAUD " "
                     AP-LARGE-LIMIT " " AP-LOW-LEVEL
                     DELIMITED BY SIZE INTO WS-CHG-NEW
              MOVE WS-TODAY TO AP-UPD-DATE
              MOVE WS-OPERATOR-ID TO AP-UPD-OPER
              IF WS-AP-NEW = "Y"
                 WRITE ALERT-PREF-REC
                     INVALID KEY
                         DISPLAY "ERROR SAVING ALERT PREFERENCES"
                         MOVE "N" TO WS-AP-OK
                 END-WRITE
              ELSE
                 REWRITE ALERT-PREF-REC
                     INVALID KEY
                         DISPLAY "ERROR SAVING ALERT PREFERENCES"
                         MOVE "N" TO WS-AP-OK
                 END-REWRITE
              END-IF
              CLOSE ALERT-PREFS
              IF WS-AP-OK = "Y" AND WS-CHG-OLD NOT = WS-CHG-NEW
                 MOVE "ALERTS" TO WS-CHG-FIELD
                 MOVE "A" TO WS-CHG-ST
                 PERFORM WRITE-CHANGE-HISTORY
                 DISPLAY "ALERT PREFERENCES UPDATED."
              END-IF
           END-IF.

       SHOW-ALERT-PREFS.
           DISPLAY "CURRENT ALERT PREFERENCES (Y = SEND, N = OFF):"
           DISPLAY "  LARGE WITHDRAWAL / TRANSFER : " AP-OPT-LARGE
           DISPLAY "  LOW BALANCE                 : " AP-OPT-LOWBAL
           DISPLAY "  CARD LOCKED                 : " AP-OPT-SECURITY
           DISPLAY "  STANDING ORDER FAILED       : " AP-OPT-SO
           DISPLAY "  CHEQUE RETURNED             : " AP-OPT-CHEQUE
           DISPLAY "  FRAUD REVIEW                : " AP-OPT-FRAUD
           DISPLAY "  LARGE DEBIT LEVEL (0=BANK)  : " AP-LARGE-LIMIT
           DISPLAY "  LOW BALANCE LEVEL (0=BANK)  : " AP-LOW-LEVEL.

       ACCEPT-ALERT-PREFS.
           DISPLAY "LARGE WITHDRAWAL / TRANSFER ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-LARGE
           DISPLAY "LOW BALANCE ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-LOWBAL
           DISPLAY "CARD LOCKED ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-SECURITY
           DISPLAY "STANDING ORDER FAILED ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-SO
           DISPLAY "CHEQUE RETURNED ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-CHEQUE
           DISPLAY "FRAUD REVIEW ALERTS? (Y/N): "
           ACCEPT WS-AP-ANSWER
           PERFORM EDIT-ALERT-ANSWER
           MOVE WS-AP-ANSWER TO AP-OPT-FRAUD
           DISPLAY "LARGE DEBIT ALERT LEVEL (0 = BANK DEFAULT): "
           ACCEPT WS-AP-AMOUNT
           MOVE WS-AP-AMOUNT TO AP-LARGE-LIMIT
           DISPLAY "LOW BALANCE ALERT LEVEL (0 = BANK DEFAULT): "
           ACCEPT WS-AP-AMOUNT
           MOVE WS-AP-AMOUNT TO AP-LOW-LEVEL.

       EDIT-ALERT-ANSWER.
           IF WS-AP-ANSWER NOT = "N"
              MOVE "Y" TO WS-AP-ANSWER
           END-IF.

       OPERATOR-SIGN-ON.
           PERFORM SEED-OPERATOR-MASTER
           MOVE "N" TO WS-OP-SIGNED

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CONSOLE-AUDIT ASSIGN TO "CONSOLE_AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT DISPUTE-CASES ASSIGN TO "DISPUTE_CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT CARD-MASTER ASSIGN TO "CARD_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "STANDING_ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT SO-NEW ASSIGN TO "STANDING_ORDERS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-HOLDS ASSIGN TO "CHEQUE_HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT CHQ-NEW ASSIGN TO "CHEQUE_HOLDS_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-CUST-LINK ASSIGN TO "ACCT_CUST_LINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT LINK-NEW ASSIGN TO "ACCT_CUST_LINK_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CLOSED-ACCT-ARCH ASSIGN TO "CLOSED_ACCT_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAA-STATUS.
           SELECT CARD-ARCH ASSIGN TO "CARD_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDA-STATUS.
           SELECT SO-ARCH ASSIGN TO "SO_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOA-STATUS.
           SELECT CHQ-ARCH ASSIGN TO "CHQ_HOLD_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHA-STATUS.
           SELECT LINK-ARCH ASSIGN TO "ACCT_LINK_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKA-STATUS.
           SELECT CUST-ARCH ASSIGN TO "CUST_ARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUA-STATUS.
           SELECT PURGE-REGISTER ASSIGN TO "PURGE_REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATM-PARAMS ASSIGN TO "ATM_PARAMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-KEY
               FILE STATUS IS WS-PAR-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT RETAIN-CTL ASSIGN TO "RETAIN_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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

       FD CONSOLE-AUDIT.
       01 CONSOLE-AUDIT-REC.
          05 CA-ACC-NO    PIC X(10).
          05 CA-DATE      PIC 9(8).
          05 CA-TIME      PIC 9(6).
          05 CA-ACTION    PIC X(12).
          05 CA-OPERATOR  PIC X(10).
          05 CA-REASON    PIC X(20).

       FD DISPUTE-CASES.
       01 DISPUTE-CASE-REC.
          05 DC-CASE-NO    PIC 9(6).
          05 DC-REF-NO     PIC 9(10).
          05 DC-ACC-NO     PIC X(10).
          05 DC-OPEN-DATE  PIC 9(8).
          05 DC-REASON     PIC X(12).
          05 DC-CALLER     PIC X(20).
          05 DC-CLAIM      PIC X(40).
          05 DC-PROV-REF   PIC 9(10).
          05 DC-CLOSE-DATE PIC 9(8).
          05 DC-STATUS     PIC X(1).
             88 DC-OPEN         VALUE "O".
             88 DC-INVESTIGATE  VALUE "I".
             88 DC-REFUNDED     VALUE "F".
             88 DC-DENIED       VALUE "D".

       FD CARD-MASTER.
       01 CARD-REC.
          05 CARD-NO         PIC X(10).
          05 CARD-ACC-NO     PIC X(10).
          05 CARD-HOLDER     PIC X(20).
          05 CARD-EXPIRY     PIC 9(6).
          05 CARD-PIN        PIC X(4).
          05 CARD-FAIL-COUNT PIC 9(2).
          05 CARD-STATUS     PIC X(1).
             88 CARD-ACTIVE    VALUE "A".
             88 CARD-LOCKED    VALUE "L".
             88 CARD-CANCELLED VALUE "X".

       FD STANDING-ORDERS.
       01 STANDING-ORDER-REC.
          05 SO-FROM-ACC  PIC X(10).
          05 SO-TO-ACC    PIC X(10).
          05 SO-AMOUNT    PIC 9(8)V99.
          05 SO-DAY       PIC 9(2).
          05 SO-START     PIC 9(8).
          05 SO-END       PIC 9(8).
          05 SO-LAST-RUN  PIC 9(6).
          05 SO-STATUS    PIC X(1).
             88 SO-ACTIVE    VALUE "A".
             88 SO-CANCELLED VALUE "X".

       FD SO-NEW.
       01 SO-NEW-REC PIC X(55).

       FD CHEQUE-HOLDS.
       01 CHEQUE-HOLD-REC.
          05 CH-REF-NO       PIC 9(10).
          05 CH-ACC-NO       PIC X(10).
          05 CH-AMOUNT       PIC 9(8)V99.
          05 CH-DEPOSIT-DATE PIC 9(8).
          05 CH-CLEAR-DATE   PIC 9(8).
          05 CH-STATUS       PIC X(1).
             88 CH-HELD      VALUE "H".
             88 CH-CLEARED   VALUE "C".
             88 CH-RETURNED  VALUE "R".

       FD CHQ-NEW.
       01 CHQ-NEW-REC PIC X(47).

       FD ACCT-CUST-LINK.
       01 ACCT-CUST-LINK-REC.
          05 LK-ACC-NO  PIC X(10).
          05 LK-CUST-ID PIC X(10).
          05 LK-ROLE    PIC X(1).
             88 LK-PRIMARY VALUE "P".
             88 LK-JOINT   VALUE "J".

       FD LINK-NEW.
       01 LINK-NEW-REC PIC X(21).

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

       FD CARD-ARCH.
       01 CARD-ARCH-REC.
          05 CDA-ARCH-DATE   PIC 9(8).
          05 CDA-DATA        PIC X(53).

       FD SO-ARCH.
       01 SO-ARCH-REC.
          05 SOA-ARCH-DATE   PIC 9(8).
          05 SOA-DATA        PIC X(55).

       FD CHQ-ARCH.
       01 CHQ-ARCH-REC.
          05 CHA-ARCH-DATE   PIC 9(8).
          05 CHA-DATA        PIC X(47).

       FD LINK-ARCH.
       01 LINK-ARCH-REC.
          05 LKA-ARCH-DATE   PIC 9(8).
          05 LKA-DATA        PIC X(21).

       FD CUST-ARCH.
       01 CUST-ARCH-REC.
          05 CUA-ARCH-DATE   PIC 9(8).
          05 CUA-DATA        PIC X(121).

       FD PURGE-REGISTER.
       01 PURGE-REGISTER-REC PIC X(100).

       FD ATM-PARAMS.
       01 ATM-PARAM-REC.
          05 PAR-KEY      PIC X(12).
          05 PAR-VALUE    PIC 9(8)V99.

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD RETAIN-CTL.
       01 RETAIN-CTL-REC PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-CA-STATUS        PIC XX VALUE SPACES.
       01 WS-DC-STATUS        PIC XX VALUE SPACES.
       01 WS-CARD-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SO-STATUS        PIC XX VALUE SPACES.
       01 WS-CHQ-STATUS       PIC XX VALUE SPACES.
       01 WS-LINK-STATUS      PIC XX VALUE SPACES.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-CAA-STATUS       PIC XX VALUE SPACES.
       01 WS-CDA-STATUS       PIC XX VALUE SPACES.
       01 WS-SOA-STATUS       PIC XX VALUE SPACES.
       01 WS-CHA-STATUS       PIC XX VALUE SPACES.
       01 WS-LKA-STATUS       PIC XX VALUE SPACES.
       01 WS-CUA-STATUS       PIC XX VALUE SPACES.
       01 WS-PAR-STATUS       PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-DC-EOF           PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-RUN-YEAR         PIC 9(4) VALUE 0.
       01 WS-LAST-YEAR        PIC 9(4) VALUE 0.
       01 WS-RETAIN-YEARS     PIC 9(8)V99 VALUE 7.
       01 WS-CUTOFF-DATE      PIC 9(8) VALUE 0.
       01 WS-CLOSE-DATE       PIC 9(8) VALUE 0.
       01 WS-FIND-ACC         PIC X(10) VALUE SPACES.
       01 WS-FIND-CUST        PIC X(10) VALUE SPACES.
       01 WS-PG-HIT           PIC 9(4) VALUE 0.
       01 WS-CC-HIT           PIC 9(4) VALUE 0.
       01 WS-IDX              PIC 9(4) VALUE 0.
       01 WS-RETAIN-REASON    PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-IT       PIC X VALUE "N".
       01 WS-ROW-ARCHIVED     PIC X VALUE "N".

       01 WS-CLOSED-SEEN      PIC 9(5) VALUE 0.
       01 WS-RETAINED-COUNT   PIC 9(5) VALUE 0.
       01 WS-ACC-ARCH-COUNT   PIC 9(5) VALUE 0.
       01 WS-CARD-ARCH-COUNT  PIC 9(5) VALUE 0.
       01 WS-SO-ARCH-COUNT    PIC 9(5) VALUE 0.
       01 WS-CHQ-ARCH-COUNT   PIC 9(5) VALUE 0.
       01 WS-LINK-ARCH-COUNT  PIC 9(5) VALUE 0.
       01 WS-CUST-ARCH-COUNT  PIC 9(5) VALUE 0.
       01 WS-CUST-KEPT-COUNT  PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.

       01 WS-CLD-COUNT        PIC 9(4) VALUE 0.
       01 WS-CLD-TABLE.
          05 WS-CLD-ENTRY OCCURS 1000 TIMES.
             10 WS-CLD-ACC    PIC X(10).
             10 WS-CLD-DATE   PIC 9(8).

       01 WS-PG-COUNT         PIC 9(4) VALUE 0.
       01 WS-PG-TABLE.
          05 WS-PG-ENTRY OCCURS 500 TIMES.
             10 WS-PG-ACC     PIC X(10).
             10 WS-PG-NAME    PIC X(20).
             10 WS-PG-CUST    PIC X(10).
             10 WS-PG-CLOSE   PIC 9(8).
             10 WS-PG-CARDS   PIC 9(3).
             10 WS-PG-SOS     PIC 9(3).
             10 WS-PG-CHQS    PIC 9(3).
             10 WS-PG-LINKS   PIC 9(3).

       01 WS-CC-COUNT         PIC 9(4) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 1000 TIMES.
             10 WS-CC-ID      PIC X(10).
             10 WS-CC-OPEN    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE(1:4) TO WS-RUN-YEAR
           PERFORM CHECK-ALREADY-PURGED
           IF WS-LAST-YEAR = WS-RUN-YEAR
              DISPLAY "RETENTION PURGE ALREADY RUN FOR YEAR "
                 WS-RUN-YEAR
              STOP RUN
           END-IF
           PERFORM LOAD-RETAIN-PARAMS
           COMPUTE WS-CUTOFF-DATE = WS-BUS-DATE
              - (WS-RETAIN-YEARS * 10000)

           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACCOUNTS

           OPEN OUTPUT PURGE-REGISTER
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED ACCOUNT RETENTION PURGE REGISTER - "
                  "BUSINESS DATE " WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS CLOSED BEFORE " WS-CUTOFF-DATE
                  " ARE ARCHIVED"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC

           PERFORM LOAD-CLOSURE-DATES
           PERFORM SELECT-PURGE-ACCOUNTS
           IF WS-PG-COUNT > 0
              PERFORM ARCHIVE-CARDS
              PERFORM ARCHIVE-STANDING-ORDERS
              PERFORM ARCHIVE-CHEQUE-HOLDS
              PERFORM ARCHIVE-CUST-LINKS
              PERFORM ARCHIVE-ACCOUNTS
              PERFORM MARK-CUSTOMERS-WITH-OPEN-ACCTS
              PERFORM ARCHIVE-CUSTOMERS
           END-IF

           PERFORM WRITE-PURGE-SUMMARY
           CLOSE PURGE-REGISTER
           PERFORM UPDATE-LAST-YEAR
           DISPLAY "RETENTION PURGE COMPLETE FOR " WS-RUN-YEAR
           DISPLAY "CLOSED ACCOUNTS CHECKED: " WS-CLOSED-SEEN
           DISPLAY "ACCOUNTS ARCHIVED: " WS-ACC-ARCH-COUNT
              "  RETAINED: " WS-RETAINED-COUNT
           DISPLAY "CUSTOMERS ARCHIVED: " WS-CUST-ARCH-COUNT
           STOP RUN.

       LOAD-RETAIN-PARAMS.
           OPEN INPUT ATM-PARAMS
           IF WS-PAR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "RETAIN-YEARS" TO PAR-KEY
              READ ATM-PARAMS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE PAR-VALUE TO WS-RETAIN-YEARS
              END-READ
              CLOSE ATM-PARAMS
           END-IF.

       LOAD-CLOSURE-DATES.
           MOVE 0 TO WS-CLD-COUNT
           OPEN INPUT CONSOLE-AUDIT
           IF WS-CA-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ CONSOLE-AUDIT
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF CA-ACTION = "CLOSE"
                             PERFORM NOTE-CLOSURE-DATE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONSOLE-AUDIT
           END-IF.

       NOTE-CLOSURE-DATE.
           MOVE 0 TO WS-PG-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLD-COUNT
               IF WS-CLD-ACC(WS-IDX) = CA-ACC-NO
                  MOVE WS-IDX TO WS-PG-HIT
               END-IF
           END-PERFORM
           IF WS-PG-HIT > 0
              IF CA-DATE > WS-CLD-DATE(WS-PG-HIT)
                 MOVE CA-DATE TO WS-CLD-DATE(WS-PG-HIT)
              END-IF
           ELSE
              IF WS-CLD-COUNT < 1000
                 ADD 1 TO WS-CLD-COUNT
                 MOVE CA-ACC-NO TO WS-CLD-ACC(WS-CLD-COUNT)
                 MOVE CA-DATE TO WS-CLD-DATE(WS-CLD-COUNT)
              END-IF
           END-IF.

       SELECT-PURGE-ACCOUNTS.
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT ACCOUNTS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ACC-CLOSED
                          ADD 1 TO WS-CLOSED-SEEN
                          PERFORM CHECK-ONE-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       CHECK-ONE-CLOSED-ACCOUNT.
           MOVE "Y" TO WS-ARCHIVE-IT
           MOVE SPACES TO WS-RETAIN-REASON
           MOVE 0 TO WS-CLOSE-DATE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CLD-COUNT
               IF WS-CLD-ACC(WS-IDX) = ACC-NO
                  MOVE WS-CLD-DATE(WS-IDX) TO WS-CLOSE-DATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CLOSE-DATE = 0
                 MOVE "N" TO WS-ARCHIVE-IT
                 MOVE "NO CLOSURE RECORD" TO WS-RETAIN-REASON
              WHEN WS-CLOSE-DATE >= WS-CUTOFF-DATE
                 MOVE "N" TO WS-ARCHIVE-IT
              WHEN ACC-BALANCE > 0 OR ACC-OD-USED > 0
                 MOVE "N" TO WS-ARCHIVE-IT
                 MOVE "BALANCE ON ACCOUNT" TO WS-RETAIN-REASON
              WHEN WS-PG-COUNT >= 500
                 MOVE "N" TO WS-ARCHIVE-IT
                 MOVE "HELD OVER TO NEXT RUN" TO WS-RETAIN-REASON
           END-EVALUATE
           IF WS-ARCHIVE-IT = "Y"
              MOVE ACC-NO TO WS-FIND-ACC
              PERFORM CHECK-OPEN-DISPUTES
           END-IF
           IF WS-ARCHIVE-IT = "Y"
              ADD 1 TO WS-PG-COUNT
              MOVE ACC-NO TO WS-PG-ACC(WS-PG-COUNT)
              MOVE ACC-NAME TO WS-PG-NAME(WS-PG-COUNT)
              MOVE ACC-CUST-ID TO WS-PG-CUST(WS-PG-COUNT)
              MOVE WS-CLOSE-DATE TO WS-PG-CLOSE(WS-PG-COUNT)
              MOVE 0 TO WS-PG-CARDS(WS-PG-COUNT)
              MOVE 0 TO WS-PG-SOS(WS-PG-COUNT)
              MOVE 0 TO WS-PG-CHQS(WS-PG-COUNT)
              MOVE 0 TO WS-PG-LINKS(WS-PG-COUNT)
              IF ACC-CUST-ID NOT = SPACES
                 MOVE ACC-CUST-ID TO WS-FIND-CUST
                 PERFORM ADD-CUST-CANDIDATE
              END-IF
           ELSE
              ADD 1 TO WS-RETAINED-COUNT
              IF WS-RETAIN-REASON NOT = SPACES
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "RETAINED " ACC-NO " " ACC-NAME
                        " CLOSED " WS-CLOSE-DATE " "
                        WS-RETAIN-REASON
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
                 WRITE PURGE-REGISTER-REC
              END-IF
           END-IF.

       CHECK-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-CASES
           IF WS-DC-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-DC-EOF
              PERFORM UNTIL WS-DC-EOF = "Y"
                  READ DISPUTE-CASES
                      AT END MOVE "Y" TO WS-DC-EOF
                      NOT AT END
                          IF DC-ACC-NO = WS-FIND-ACC
                             AND (DC-OPEN OR DC-INVESTIGATE)
                             MOVE "N" TO WS-ARCHIVE-IT
                             MOVE "OPEN DISPUTE CASE"
                                TO WS-RETAIN-REASON
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DISPUTE-CASES
           END-IF.

       FIND-PURGE-ACC.
           MOVE 0 TO WS-PG-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-PG-COUNT
               IF WS-PG-ACC(WS-IDX) = WS-FIND-ACC
                  MOVE WS-IDX TO WS-PG-HIT
               END-IF
           END-PERFORM.

       ADD-CUST-CANDIDATE.
           MOVE 0 TO WS-CC-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CC-COUNT
               IF WS-CC-ID(WS-IDX) = WS-FIND-CUST
                  MOVE WS-IDX TO WS-CC-HIT
               END-IF
           END-PERFORM
           IF WS-CC-HIT = 0 AND WS-CC-COUNT < 1000
              ADD 1 TO WS-CC-COUNT
              MOVE WS-FIND-CUST TO WS-CC-ID(WS-CC-COUNT)
              MOVE "N" TO WS-CC-OPEN(WS-CC-COUNT)
           END-IF.

       ARCHIVE-CARDS.
           OPEN I-O CARD-MASTER
           IF WS-CARD-FILE-STATUS = "35"
              CONTINUE
           ELSE
              OPEN EXTEND CARD-ARCH
              IF WS-CDA-STATUS = "35"
                 OPEN OUTPUT CARD-ARCH
              END-IF
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ CARD-MASTER NEXT RECORD
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          MOVE CARD-ACC-NO TO WS-FIND-ACC
                          PERFORM FIND-PURGE-ACC
                          IF WS-PG-HIT > 0
                             MOVE WS-BUS-DATE TO CDA-ARCH-DATE
                             MOVE CARD-REC TO CDA-DATA
                             WRITE CARD-ARCH-REC
                             DELETE CARD-MASTER RECORD
                             ADD 1 TO WS-PG-CARDS(WS-PG-HIT)
                             ADD 1 TO WS-CARD-ARCH-COUNT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CARD-ARCH
              CLOSE CARD-MASTER
           END-IF.

       ARCHIVE-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS
           IF WS-SO-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT SO-NEW
              OPEN EXTEND SO-ARCH
              IF WS-SOA-STATUS = "35"
                 OPEN OUTPUT SO-ARCH
              END-IF
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ STANDING-ORDERS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          PERFORM ARCHIVE-ONE-SO
                  END-READ
              END-PERFORM
              CLOSE STANDING-ORDERS
              CLOSE SO-NEW
              CLOSE SO-ARCH
              CALL "SYSTEM" USING
                 "mv STANDING_ORDERS_NEW.tmp STANDING_ORDERS.DAT"
           END-IF.

       ARCHIVE-ONE-SO.
           MOVE "N" TO WS-ROW-ARCHIVED
           MOVE SO-FROM-ACC TO WS-FIND-ACC
           PERFORM FIND-PURGE-ACC
           IF WS-PG-HIT = 0
              MOVE SO-TO-ACC TO WS-FIND-ACC
              PERFORM FIND-PURGE-ACC
           END-IF
           IF WS-PG-HIT > 0 AND NOT SO-ACTIVE
              MOVE WS-BUS-DATE TO SOA-ARCH-DATE
              MOVE STANDING-ORDER-REC TO SOA-DATA
              WRITE SO-ARCH-REC
              ADD 1 TO WS-PG-SOS(WS-PG-HIT)
              ADD 1 TO WS-SO-ARCH-COUNT
              MOVE "Y" TO WS-ROW-ARCHIVED
           END-IF
           IF WS-ROW-ARCHIVED = "N"
              WRITE SO-NEW-REC FROM STANDING-ORDER-REC
           END-IF.

       ARCHIVE-CHEQUE-HOLDS.
           OPEN INPUT CHEQUE-HOLDS
           IF WS-CHQ-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT CHQ-NEW
              OPEN EXTEND CHQ-ARCH
              IF WS-CHA-STATUS = "35"
                 OPEN OUTPUT CHQ-ARCH
              END-IF
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ CHEQUE-HOLDS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          MOVE CH-ACC-NO TO WS-FIND-ACC
                          PERFORM FIND-PURGE-ACC
                          IF WS-PG-HIT > 0 AND NOT CH-HELD
                             MOVE WS-BUS-DATE TO CHA-ARCH-DATE
                             MOVE CHEQUE-HOLD-REC TO CHA-DATA
                             WRITE CHQ-ARCH-REC
                             ADD 1 TO WS-PG-CHQS(WS-PG-HIT)
                             ADD 1 TO WS-CHQ-ARCH-COUNT
                          ELSE
                             WRITE CHQ-NEW-REC FROM CHEQUE-HOLD-REC
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CHEQUE-HOLDS
              CLOSE CHQ-NEW
              CLOSE CHQ-ARCH
              CALL "SYSTEM" USING
                 "mv CHEQUE_HOLDS_NEW.tmp CHEQUE_HOLDS.DAT"
           END-IF.

       ARCHIVE-CUST-LINKS.
           OPEN INPUT ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT LINK-NEW
              OPEN EXTEND LINK-ARCH
              IF WS-LKA-STATUS = "35"
                 OPEN OUTPUT LINK-ARCH
              END-IF
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ ACCT-CUST-LINK
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          MOVE LK-ACC-NO TO WS-FIND-ACC
                          PERFORM FIND-PURGE-ACC
                          IF WS-PG-HIT > 0
                             MOVE WS-BUS-DATE TO LKA-ARCH-DATE
                             MOVE ACCT-CUST-LINK-REC TO LKA-DATA
                             WRITE LINK-ARCH-REC
                             ADD 1 TO WS-PG-LINKS(WS-PG-HIT)
                             ADD 1 TO WS-LINK-ARCH-COUNT
                             MOVE LK-CUST-ID TO WS-FIND-CUST
                             PERFORM ADD-CUST-CANDIDATE
                          ELSE
                             WRITE LINK-NEW-REC
                                FROM ACCT-CUST-LINK-REC
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE ACCT-CUST-LINK
              CLOSE LINK-NEW
              CLOSE LINK-ARCH
              CALL "SYSTEM" USING
                 "mv ACCT_CUST_LINK_NEW.tmp ACCT_CUST_LINK.DAT"
           END-IF.

       ARCHIVE-ACCOUNTS.
           MOVE SPACES TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE "ACCOUNT    NAME                 CUSTOMER   CLOSED   "
              TO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           OPEN I-O ACCOUNTS
           OPEN EXTEND CLOSED-ACCT-ARCH
           IF WS-CAA-STATUS = "35"
              OPEN OUTPUT CLOSED-ACCT-ARCH
           END-IF
           PERFORM VARYING WS-PG-HIT FROM 1 BY 1
                 UNTIL WS-PG-HIT > WS-PG-COUNT
               MOVE WS-PG-ACC(WS-PG-HIT) TO ACC-NO
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "ACCOUNT " WS-PG-ACC(WS-PG-HIT)
                          " NO LONGER ON FILE."
                   NOT INVALID KEY
                       PERFORM ARCHIVE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CLOSED-ACCT-ARCH
           CLOSE ACCOUNTS.

       ARCHIVE-ONE-ACCOUNT.
           MOVE ACC-NO TO CAA-ACC-NO
           MOVE ACC-NAME TO CAA-NAME
           MOVE ACC-CUST-ID TO CAA-CUST-ID
           MOVE ACC-TIER TO CAA-TIER
           MOVE ACC-CURRENCY TO CAA-CURRENCY
           MOVE ACC-OD-LIMIT TO CAA-OD-LIMIT
           MOVE ACC-WHT-EXEMPT TO CAA-WHT-EXEMPT
           MOVE WS-PG-CLOSE(WS-PG-HIT) TO CAA-CLOSE-DATE
           MOVE WS-BUS-DATE TO CAA-ARCH-DATE
           MOVE WS-PG-CARDS(WS-PG-HIT) TO CAA-CARDS
           MOVE WS-PG-SOS(WS-PG-HIT) TO CAA-SOS
           MOVE WS-PG-CHQS(WS-PG-HIT) TO CAA-CHQS
           MOVE WS-PG-LINKS(WS-PG-HIT) TO CAA-LINKS
           WRITE CLOSED-ACCT-ARCH-REC
           DELETE ACCOUNTS RECORD
           ADD 1 TO WS-ACC-ARCH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING ACC-NO " " ACC-NAME " " ACC-CUST-ID " "
                  WS-PG-CLOSE(WS-PG-HIT)
                  " CARDS " WS-PG-CARDS(WS-PG-HIT)
                  " SO " WS-PG-SOS(WS-PG-HIT)
                  " CHQ " WS-PG-CHQS(WS-PG-HIT)
                  " LINKS " WS-PG-LINKS(WS-PG-HIT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC.

       MARK-CUSTOMERS-WITH-OPEN-ACCTS.
           OPEN INPUT ACCOUNTS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NOT ACC-CLOSED
                          MOVE ACC-CUST-ID TO WS-FIND-CUST
                          PERFORM MARK-CUST-OPEN
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ ACCT-CUST-LINK
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          MOVE LK-CUST-ID TO WS-FIND-CUST
                          MOVE LK-ACC-NO TO ACC-NO
                          READ ACCOUNTS KEY IS ACC-NO
                              INVALID KEY CONTINUE
                              NOT INVALID KEY
                                  IF NOT ACC-CLOSED
                                     PERFORM MARK-CUST-OPEN
                                  END-IF
                          END-READ
                  END-READ
              END-PERFORM
              CLOSE ACCT-CUST-LINK
           END-IF
           CLOSE ACCOUNTS.

       MARK-CUST-OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CC-COUNT
               IF WS-CC-ID(WS-IDX) = WS-FIND-CUST
                  MOVE "Y" TO WS-CC-OPEN(WS-IDX)
               END-IF
           END-PERFORM.

       ARCHIVE-CUSTOMERS.
           OPEN I-O CUST-MASTER
           IF WS-CUST-STATUS = "35"
              CONTINUE
           ELSE
              OPEN EXTEND CUST-ARCH
              IF WS-CUA-STATUS = "35"
                 OPEN OUTPUT CUST-ARCH
              END-IF
              MOVE SPACES TO PURGE-REGISTER-REC
              WRITE PURGE-REGISTER-REC
              MOVE "CUSTOMERS ARCHIVED (NO REMAINING OPEN ACCOUNTS)"
                 TO PURGE-REGISTER-REC
              WRITE PURGE-REGISTER-REC
              PERFORM VARYING WS-CC-HIT FROM 1 BY 1
                    UNTIL WS-CC-HIT > WS-CC-COUNT
                  IF WS-CC-OPEN(WS-CC-HIT) = "Y"
                     ADD 1 TO WS-CUST-KEPT-COUNT
                  ELSE
                     MOVE WS-CC-ID(WS-CC-HIT) TO CUST-ID
                     READ CUST-MASTER
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                             PERFORM ARCHIVE-ONE-CUSTOMER
                     END-READ
                  END-IF
              END-PERFORM
              CLOSE CUST-ARCH
              CLOSE CUST-MASTER
           END-IF.

       ARCHIVE-ONE-CUSTOMER.
           MOVE WS-BUS-DATE TO CUA-ARCH-DATE
           MOVE CUSTOMER-REC TO CUA-DATA
           WRITE CUST-ARCH-REC
           DELETE CUST-MASTER RECORD
           ADD 1 TO WS-CUST-ARCH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING CUST-ID " " CUST-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC.

       WRITE-PURGE-SUMMARY.
           MOVE SPACES TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSED ACCOUNTS CHECKED:  " WS-CLOSED-SEEN
                  "   RETAINED: " WS-RETAINED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS ARCHIVED:        " WS-ACC-ARCH-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CARDS ARCHIVED:           " WS-CARD-ARCH-COUNT
                  "   STANDING ORDERS: " WS-SO-ARCH-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHEQUE HOLDS ARCHIVED:    " WS-CHQ-ARCH-COUNT
                  "   CUSTOMER LINKS: " WS-LINK-ARCH-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS ARCHIVED:       " WS-CUST-ARCH-COUNT
                  "   KEPT (OPEN ACCOUNTS): " WS-CUST-KEPT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PURGE-REGISTER-REC
           WRITE PURGE-REGISTER-REC.

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

       CHECK-ALREADY-PURGED.
           MOVE 0 TO WS-LAST-YEAR
           OPEN INPUT RETAIN-CTL
           IF WS-CTL-STATUS = "00"
              READ RETAIN-CTL INTO WS-LAST-YEAR
              END-READ
           END-IF
           CLOSE RETAIN-CTL.

       UPDATE-LAST-YEAR.
           OPEN OUTPUT RETAIN-CTL
           MOVE WS-RUN-YEAR TO RETAIN-CTL-REC
           WRITE RETAIN-CTL-REC
           CLOSE RETAIN-CTL.

       END PROGRAM RETPURGE.

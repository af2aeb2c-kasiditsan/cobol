       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRTN.

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
           SELECT OUTWARD-CLEARING ASSIGN TO "OUTWARD_CLEARING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
           SELECT OC-NEW ASSIGN TO "OUTWARD_CLEARING_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARING-RETURNS ASSIGN TO "CLEARING_RETURNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
           SELECT RETURNS-REPORT ASSIGN TO "CLEARING_RETURNS_REPORT.TXT"
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

       FD CLEARING-RETURNS.
       01 CLEARING-RETURN-REC.
          05 CR-REF-NO       PIC 9(10).
          05 CR-BANK-CODE    PIC X(3).
          05 CR-DEST-ACC     PIC X(15).
          05 CR-AMOUNT       PIC 9(8)V99.
          05 CR-REASON       PIC X(2).
          05 CR-REASON-TEXT  PIC X(30).

       FD RETURNS-REPORT.
       01 RETURNS-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TRCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-OC-STATUS        PIC XX VALUE SPACES.
       01 WS-CR-STATUS        PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-REF-NO           PIC 9(10) VALUE 0.
       01 WS-CREDIT-AMOUNT    PIC 9(8)V99 VALUE 0.
       01 WS-CREDIT-REMAIN    PIC 9(8)V99 VALUE 0.
       01 WS-CREDIT-OK        PIC X VALUE "N".
       01 WS-RT-COUNT         PIC 9(3) VALUE 0.
       01 WS-RT-DROPPED       PIC 9(5) VALUE 0.
       01 WS-ACC-FAILED       PIC X VALUE "N".
       01 WS-RT-IDX           PIC 9(3) VALUE 0.
       01 WS-RT-HIT           PIC 9(3) VALUE 0.
       01 WS-RT-TABLE.
          05 WS-RT-ENTRY OCCURS 200 TIMES.
             10 WS-RT-REF       PIC 9(10).
             10 WS-RT-AMOUNT    PIC 9(8)V99.
             10 WS-RT-REASON    PIC X(2).
             10 WS-RT-TEXT      PIC X(30).
             10 WS-RT-RESULT    PIC X(1).
       01 WS-RETURNED-COUNT   PIC 9(5) VALUE 0.
       01 WS-RETURNED-AMOUNT  PIC 9(10)V99 VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DIS       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-MV-CMD           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-RETURNS
           IF WS-RT-COUNT = 0
              DISPLAY "NO CLEARING RETURNS TO PROCESS."
              STOP RUN
           END-IF
           OPEN OUTPUT RETURNS-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INWARD CLEARING RETURNS - BUSINESS DATE "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           PERFORM APPLY-RETURNS
           PERFORM REPORT-UNMATCHED-RETURNS
           MOVE WS-RETURNED-AMOUNT TO WS-AMOUNT-DIS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS CREDITED BACK " WS-RETURNED-COUNT
                  " AMOUNT " WS-AMOUNT-DIS
                  " REJECTED " WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC
           IF WS-RT-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** RETURN TABLE FULL - " WS-RT-DROPPED
                     " RETURNS NOT LOADED, FILE KEPT FOR RERUN ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
              WRITE RETURNS-REPORT-REC
           END-IF
           IF WS-ACC-FAILED = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "*** ACCOUNTS FILE NOT AVAILABLE - RETURNS NOT "
                     "CREDITED, FILE KEPT FOR RERUN ***"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
              WRITE RETURNS-REPORT-REC
           END-IF
           CLOSE RETURNS-REPORT
           IF WS-RT-DROPPED > 0 OR WS-ACC-FAILED = "Y"
              DISPLAY "CLEARING RETURNS NOT ALL APPLIED - "
                 "CLEARING_RETURNS.DAT KEPT FOR RERUN."
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-MV-CMD
              STRING "mv CLEARING_RETURNS.DAT CLEARING_RETURNS_"
                     WS-BUS-DATE ".DONE"
                     DELIMITED BY SIZE INTO WS-MV-CMD
              CALL "SYSTEM" USING WS-MV-CMD
           END-IF
           DISPLAY "CLEARING RETURNS PROCESSED."
           DISPLAY "ITEMS CREDITED BACK: " WS-RETURNED-COUNT
           DISPLAY "ITEMS REJECTED: " WS-REJECT-COUNT
           STOP RUN.

       LOAD-RETURNS.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-DROPPED
           OPEN INPUT CLEARING-RETURNS
           IF WS-CR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ CLEARING-RETURNS
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WS-RT-COUNT < 200
                             ADD 1 TO WS-RT-COUNT
                             MOVE CR-REF-NO TO WS-RT-REF(WS-RT-COUNT)
                             MOVE CR-AMOUNT
                                TO WS-RT-AMOUNT(WS-RT-COUNT)
                             MOVE CR-REASON
                                TO WS-RT-REASON(WS-RT-COUNT)
                             MOVE CR-REASON-TEXT
                                TO WS-RT-TEXT(WS-RT-COUNT)
                             MOVE "N" TO WS-RT-RESULT(WS-RT-COUNT)
                          ELSE
                             DISPLAY "RETURN NOT LOADED - TABLE FULL: "
                                CR-REF-NO
                             ADD 1 TO WS-RT-DROPPED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CLEARING-RETURNS
           END-IF.

       APPLY-RETURNS.
           OPEN INPUT OUTWARD-CLEARING
           IF WS-OC-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT OC-NEW
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ OUTWARD-CLEARING
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          PERFORM MATCH-RETURN
                          IF WS-RT-HIT > 0
                             PERFORM RETURN-ONE-ITEM
                          END-IF
                          WRITE OC-NEW-REC FROM OUTWARD-CLEARING-REC
                  END-READ
              END-PERFORM
              CLOSE OUTWARD-CLEARING
              CLOSE OC-NEW
              CALL "SYSTEM" USING
                 "mv OUTWARD_CLEARING_NEW.tmp OUTWARD_CLEARING.DAT"
           END-IF.

       MATCH-RETURN.
           MOVE 0 TO WS-RT-HIT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-REF(WS-RT-IDX) = OC-REF-NO
                  AND WS-RT-RESULT(WS-RT-IDX) = "N"
                  MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM.

       RETURN-ONE-ITEM.
           EVALUATE TRUE
              WHEN NOT OC-SENT
                 MOVE "X" TO WS-RT-RESULT(WS-RT-HIT)
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "REJECTED " OC-REF-NO
                        " ITEM NOT IN AN OUTWARD BATCH, STATUS "
                        OC-STATUS
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
                 WRITE RETURNS-REPORT-REC
              WHEN WS-RT-AMOUNT(WS-RT-HIT) NOT = OC-AMOUNT
                 MOVE "X" TO WS-RT-RESULT(WS-RT-HIT)
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "REJECTED " OC-REF-NO
                        " RETURN AMOUNT " WS-RT-AMOUNT(WS-RT-HIT)
                        " NOT EQUAL TO SENT " OC-AMOUNT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
                 WRITE RETURNS-REPORT-REC
              WHEN OTHER
                 PERFORM CREDIT-RETURN-TO-CUSTOMER
           END-EVALUATE.

       CREDIT-RETURN-TO-CUSTOMER.
           MOVE "N" TO WS-CREDIT-OK
           MOVE OC-AMOUNT TO WS-CREDIT-AMOUNT
           OPEN I-O ACCOUNTS
           IF WS-ACC-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNTS FILE NOT AVAILABLE, STATUS "
                 WS-ACC-FILE-STATUS " - " OC-REF-NO " NOT CREDITED"
              MOVE "Y" TO WS-ACC-FAILED
           ELSE
              MOVE OC-ACC-NO TO ACC-NO
              READ ACCOUNTS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT ACC-CLOSED
                         PERFORM APPLY-CREDIT-TO-ACCOUNT
                         REWRITE ACCOUNT-REC
                             INVALID KEY
                                 DISPLAY "ERROR CREDITING " ACC-NO
                             NOT INVALID KEY
                                 MOVE "Y" TO WS-CREDIT-OK
                         END-REWRITE
                      END-IF
              END-READ
              CLOSE ACCOUNTS
           END-IF
           IF WS-CREDIT-OK = "Y"
              PERFORM GET-NEXT-REF-NO
              PERFORM WRITE-RETURN-TRANSLOG
              SET OC-RETURNED TO TRUE
              MOVE "Y" TO WS-RT-RESULT(WS-RT-HIT)
              ADD 1 TO WS-RETURNED-COUNT
              ADD OC-AMOUNT TO WS-RETURNED-AMOUNT
              MOVE OC-AMOUNT TO WS-AMOUNT-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "RETURNED " OC-REF-NO " ACC " OC-ACC-NO
                     " AMOUNT " WS-AMOUNT-DIS
                     " REVERSAL " WS-REF-NO
                     " " WS-RT-REASON(WS-RT-HIT)
                     " " WS-RT-TEXT(WS-RT-HIT)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE "X" TO WS-RT-RESULT(WS-RT-HIT)
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-ACC-FAILED = "Y"
                 STRING "REJECTED " OC-REF-NO " ACC " OC-ACC-NO
                        " NOT CREDITED - ACCOUNTS FILE NOT AVAILABLE"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING "REJECTED " OC-REF-NO " ACC " OC-ACC-NO
                        " NOT FOUND OR CLOSED - REFER TO OPERATIONS"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF
           MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
           WRITE RETURNS-REPORT-REC.

       APPLY-CREDIT-TO-ACCOUNT.
           IF ACC-OD-USED > 0
              IF WS-CREDIT-AMOUNT >= ACC-OD-USED
                 COMPUTE WS-CREDIT-REMAIN =
                    WS-CREDIT-AMOUNT - ACC-OD-USED
                 MOVE 0 TO ACC-OD-USED
                 ADD WS-CREDIT-REMAIN TO ACC-BALANCE
              ELSE
                 SUBTRACT WS-CREDIT-AMOUNT FROM ACC-OD-USED
              END-IF
           ELSE
              ADD WS-CREDIT-AMOUNT TO ACC-BALANCE
           END-IF.

       WRITE-RETURN-TRANSLOG.
           OPEN EXTEND TRANSLOG
           IF WS-TL-STATUS = "35"
              OPEN OUTPUT TRANSLOG
           END-IF
           MOVE WS-REF-NO TO TRANS-REF-NO
           MOVE OC-ACC-NO TO TRANS-ACC-NO
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRANS-TIME
           MOVE "R" TO TRANS-TYPE
           MOVE OC-AMOUNT TO TRANS-AMOUNT
           MOVE ACC-BALANCE TO TRANS-BALANCE
           MOVE OC-REF-NO TO TRANS-ORIG-REF
           WRITE TRANSLOG-REC
           CLOSE TRANSLOG.

       REPORT-UNMATCHED-RETURNS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-RESULT(WS-RT-IDX) = "N"
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING "REJECTED " WS-RT-REF(WS-RT-IDX)
                         " NO MATCHING OUTWARD ITEM"
                         DELIMITED BY SIZE INTO WS-REPORT-LINE
                  MOVE WS-REPORT-LINE TO RETURNS-REPORT-REC
                  WRITE RETURNS-REPORT-REC
               END-IF
           END-PERFORM.

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

       END PROGRAM CLRRTN.

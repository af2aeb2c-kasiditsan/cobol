           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-KEY
               FILE STATUS IS WS-PAR-STATUS.
           SELECT CUST-CHG-HIST ASSIGN TO "CUST_CHG_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CTR-REPORT ASSIGN TO "CTR_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD CUST-MASTER.
       01 CUSTOMER-REC.
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

       FD TRANSLOG.
       01 TRANSLOG-REC.
          05 PAR-KEY      PIC X(12).
          05 PAR-VALUE    PIC 9(8)V99.

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

       FD CTR-REPORT.
       01 CTR-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-AMOUNT-DIS       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORTED         PIC 9(3) VALUE 0.
       01 WS-CHG-STATUS       PIC XX VALUE SPACES.
       01 WS-OLD-RISK         PIC X VALUE SPACES.
       01 WS-RISK-RAISED      PIC 9(3) VALUE 0.

       01 WS-CTR-OVERFLOW     PIC X VALUE "N".
       01 WS-CTR-COUNT        PIC 9(3) VALUE 0.
           END-IF
           PERFORM LOAD-THRESHOLD
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCAN-ALL-TRANSLOGS
           CLOSE ACCOUNTS
           PERFORM WRITE-CTR-REPORT
           DISPLAY "LARGE CASH TRANSACTION REPORT COMPLETE."
           DISPLAY "CUSTOMERS REPORTED: " WS-REPORTED
           DISPLAY "CUSTOMERS RAISED TO HIGH RISK: " WS-RISK-RAISED
           IF WS-CTR-OVERFLOW = "Y"
              DISPLAY "*** REPORT INCOMPLETE - CUSTOMER TABLE "
                 "LIMIT EXCEEDED ***"
                "                           TXNS  CASH TOTAL"
              TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC
           OPEN I-O CUST-MASTER
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                 UNTIL WS-CTR-IDX > WS-CTR-COUNT
               IF WS-CTR-TOTAL(WS-CTR-IDX) >= WS-THRESHOLD
                  INVALID KEY
                      MOVE "*UNKNOWN*" TO CUST-NAME
                  NOT INVALID KEY
                      PERFORM RAISE-CUSTOMER-RISK
              END-READ
           END-IF
           MOVE WS-CTR-TOTAL(WS-CTR-IDX) TO WS-AMOUNT-DIS
           MOVE WS-REPORT-LINE TO CTR-REPORT-REC
           WRITE CTR-REPORT-REC.

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
           MOVE "CTR" TO CH-OPERATOR
           MOVE "CTR" TO CH-APPROVER
           MOVE CUST-ID TO CH-CUST-ID
           MOVE "RISK" TO CH-FIELD
           MOVE WS-OLD-RISK TO CH-OLD-VAL
           MOVE CUST-RISK TO CH-NEW-VAL
           SET CH-APPLIED TO TRUE
           WRITE CUST-CHG-REC
           CLOSE CUST-CHG-HIST.

       END PROGRAM CTR.

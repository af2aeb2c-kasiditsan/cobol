           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TRANSLOG ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT FX-RATES ASSIGN TO "FX_RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TRANSLOG.
       01 TRANSLOG-REC.
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

       FD FX-RATES.
       01 FX-RATE-REC.
          05 FX-CCY         PIC X(3).
          05 FX-EFF-DATE    PIC 9(8).
          05 FX-BUY-RATE    PIC 9(4)V9(6).
          05 FX-SELL-RATE   PIC 9(4)V9(6).
          05 FX-OPERATOR    PIC X(10).
          05 FX-ENTRY-DATE  PIC 9(8).
          05 FX-ENTRY-TIME  PIC 9(6).

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-ARCH-EOF         PIC X VALUE "N".
       01 WS-STMT-MONTH       PIC 9(6) VALUE 0.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 WS-STMT-ACC         PIC X(10) VALUE SPACES.
       01 WS-CUR-ACC          PIC X(10) VALUE SPACES.
       01 WS-TRANS-PERIOD     PIC 9(6) VALUE 0.
       01 WS-CONS-COUNT       PIC 9(3) VALUE 0.
       01 WS-CONS-BALANCE     PIC 9(10)V99 VALUE 0.
       01 WS-CONS-DIS         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BASE-CCY         PIC X(3) VALUE "THB".
       01 WS-CUR-CCY          PIC X(3) VALUE "THB".
       01 WS-FX-STATUS        PIC XX VALUE SPACES.
       01 WS-FX-EOF           PIC X VALUE "N".
       01 WS-FX-EFF-DATE      PIC 9(8) VALUE 0.
       01 WS-FX-RATE-DATE     PIC 9(8) VALUE 0.
       01 WS-FX-BUY           PIC 9(4)V9(6) VALUE 0.
       01 WS-TRF-FEE          PIC 9(8)V99 VALUE 0.
       01 WS-CONS-CCY-COUNT   PIC 9(2) VALUE 0.
       01 WS-CONS-CCY-IDX     PIC 9(2) VALUE 0.
       01 WS-CONS-CCY-HIT     PIC 9(2) VALUE 0.
       01 WS-CONS-CCY-TABLE.
          05 WS-CONS-CCY-ENTRY OCCURS 10 TIMES.
             10 WS-CONS-CCY       PIC X(3).
             10 WS-CONS-CCY-ACCS  PIC 9(3).
             10 WS-CONS-CCY-BAL   PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "STATEMENT MONTH (YYYYMM, 0 = CURRENT): "
           ACCEPT WS-STMT-MONTH
           IF WS-STMT-MONTH = 0
              PERFORM GET-BUSINESS-DATE
              MOVE WS-BUS-DATE(1:6) TO WS-STMT-MONTH
           END-IF
           DISPLAY "CUSTOMER ID FOR CONSOLIDATED STATEMENT "
              "(BLANK = BY ACCOUNT): "
           ACCEPT WS-STMT-CUST

           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
              WS-STMT-COUNT
           STOP RUN.

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

       LOAD-ATM-PARAMS.
           OPEN INPUT ATM-PARAMS
           IF WS-PAR-STATUS = "35"
           MOVE 0 TO WS-TOTAL-FEES
           MOVE 0 TO WS-STMT-TRANS-COUNT
           MOVE 1 TO WS-PAGE-NUM
           PERFORM SET-STMT-CURRENCY
           PERFORM WRITE-STMT-HEADER
           PERFORM WRITE-STMT-HOLDERS

           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STMT-CUST TO CUST-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND."
                   CLOSE CUST-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE

           MOVE 0 TO WS-CONS-COUNT
           MOVE 0 TO WS-CONS-BALANCE
           MOVE 0 TO WS-CONS-CCY-COUNT
           OPEN INPUT ACCOUNTS
           OPEN INPUT ACCT-CUST-LINK
           IF WS-LINK-STATUS = "35"

           MOVE ALL "=" TO STMT-REC
           WRITE STMT-REC
           MOVE SPACES TO WS-STMT-LINE
           STRING "ACCOUNTS: " WS-CONS-COUNT
                  DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO STMT-REC
           WRITE STMT-REC
           PERFORM VARYING WS-CONS-CCY-IDX FROM 1 BY 1
                 UNTIL WS-CONS-CCY-IDX > WS-CONS-CCY-COUNT
               MOVE WS-CONS-CCY-BAL(WS-CONS-CCY-IDX) TO WS-CONS-DIS
               MOVE SPACES TO WS-STMT-LINE
               STRING "COMBINED BALANCE "
                      WS-CONS-CCY(WS-CONS-CCY-IDX) ": " WS-CONS-DIS
                      "  (" WS-CONS-CCY-ACCS(WS-CONS-CCY-IDX)
                      " ACCOUNTS)"
                      DELIMITED BY SIZE INTO WS-STMT-LINE
               MOVE WS-STMT-LINE TO STMT-REC
               WRITE STMT-REC
           END-PERFORM
           CLOSE STMT-FILE
           ADD 1 TO WS-STMT-COUNT
           DISPLAY "STATEMENT WRITTEN: " WS-STMT-FILENAME.
       CONS-ONE-ACCOUNT.
           ADD 1 TO WS-CONS-COUNT
           ADD ACC-BALANCE TO WS-CONS-BALANCE
           PERFORM SET-STMT-CURRENCY
           PERFORM ADD-CONS-CURRENCY
           MOVE ACC-NO TO WS-CUR-ACC
           MOVE 0 TO WS-OPEN-BALANCE
           MOVE 0 TO WS-CLOSE-BALANCE
           MOVE ACC-OD-LIMIT TO WS-OD-LIMIT
           PERFORM WRITE-STMT-FOOTER.

       SET-STMT-CURRENCY.
           IF ACC-CURRENCY = SPACES
              MOVE WS-BASE-CCY TO WS-CUR-CCY
           ELSE
              MOVE ACC-CURRENCY TO WS-CUR-CCY
           END-IF
           MOVE 0 TO WS-FX-RATE-DATE.

       ADD-CONS-CURRENCY.
           MOVE 0 TO WS-CONS-CCY-HIT
           PERFORM VARYING WS-CONS-CCY-IDX FROM 1 BY 1
                 UNTIL WS-CONS-CCY-IDX > WS-CONS-CCY-COUNT
               IF WS-CONS-CCY(WS-CONS-CCY-IDX) = WS-CUR-CCY
                  MOVE WS-CONS-CCY-IDX TO WS-CONS-CCY-HIT
               END-IF
           END-PERFORM
           IF WS-CONS-CCY-HIT = 0 AND WS-CONS-CCY-COUNT < 10
              ADD 1 TO WS-CONS-CCY-COUNT
              MOVE WS-CONS-CCY-COUNT TO WS-CONS-CCY-HIT
              MOVE WS-CUR-CCY TO WS-CONS-CCY(WS-CONS-CCY-HIT)
              MOVE 0 TO WS-CONS-CCY-ACCS(WS-CONS-CCY-HIT)
              MOVE 0 TO WS-CONS-CCY-BAL(WS-CONS-CCY-HIT)
           END-IF
           IF WS-CONS-CCY-HIT > 0
              ADD 1 TO WS-CONS-CCY-ACCS(WS-CONS-CCY-HIT)
              ADD ACC-BALANCE TO WS-CONS-CCY-BAL(WS-CONS-CCY-HIT)
           END-IF.

       FOREIGN-TRANSFER-FEE.
           IF TRANS-DATE NOT = WS-FX-RATE-DATE
              MOVE TRANS-DATE TO WS-FX-RATE-DATE
              MOVE 0 TO WS-FX-BUY
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
                          IF FX-CCY = WS-CUR-CCY
                             AND FX-EFF-DATE NOT > TRANS-DATE
                             AND FX-EFF-DATE NOT < WS-FX-EFF-DATE
                             AND FX-BUY-RATE > 0
                             MOVE FX-EFF-DATE TO WS-FX-EFF-DATE
                             MOVE FX-BUY-RATE TO WS-FX-BUY
                          END-IF
                  END-READ
              END-PERFORM
              IF WS-FX-STATUS NOT = "35"
                 CLOSE FX-RATES
              END-IF
           END-IF
           IF WS-FX-BUY > 0
              COMPUTE WS-TRF-FEE ROUNDED =
                 WS-TRANSFER-FEE / WS-FX-BUY
           ELSE
              MOVE 0 TO WS-TRF-FEE
           END-IF.

       SCAN-ARCHIVE-FOR-STMT.
           OPEN INPUT TRANSLOG-ARCH
           IF WS-ARCH-STATUS = "35"
                 MOVE TRANS-BALANCE TO WS-CLOSE-BALANCE
                 ADD 1 TO WS-STMT-TRANS-COUNT
                 IF TRANS-TYPE = "T"
                    IF WS-CUR-CCY = WS-BASE-CCY
                       ADD WS-TRANSFER-FEE TO WS-TOTAL-FEES
                    ELSE
                       PERFORM FOREIGN-TRANSFER-FEE
                       ADD WS-TRF-FEE TO WS-TOTAL-FEES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       WRITE-STMT-HEADER.
           MOVE SPACES TO WS-STMT-LINE
           STRING "ACCOUNT STATEMENT  ACCOUNT: " WS-CUR-ACC
                  "  CCY: " WS-CUR-CCY
                  "  MONTH: " WS-STMT-MONTH
                  "  PAGE: " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO WS-STMT-LINE

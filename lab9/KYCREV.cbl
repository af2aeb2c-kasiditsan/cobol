       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CUST-STATUS.
           SELECT KYC-REPORT ASSIGN TO "KYC_REVIEW_REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD KYC-REPORT.
       01 KYC-REPORT-REC PIC X(100).

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD       PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-KYC-YEARS        PIC 9 VALUE 0.
       01 WS-DUE-DATE         PIC 9(8) VALUE 0.
       01 WS-DUE-PERIOD       PIC 9(6) VALUE 0.
       01 WS-RISK-DIS         PIC X(1) VALUE SPACES.
       01 WS-NEW-FLAG         PIC X(1) VALUE SPACES.
       01 WS-OVERDUE          PIC X VALUE "N".
       01 WS-EXPIRED          PIC X VALUE "N".
       01 WS-DUE-NOW          PIC X VALUE "N".
       01 WS-REMARK           PIC X(24) VALUE SPACES.
       01 WS-CHECKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT        PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD
           PERFORM PROCESS-CUSTOMERS
           DISPLAY "KYC REVIEW CYCLE COMPLETE."
           DISPLAY "CUSTOMERS CHECKED: " WS-CHECKED-COUNT
           DISPLAY "DUE THIS MONTH: " WS-DUE-COUNT
           DISPLAY "OVERDUE: " WS-OVERDUE-COUNT
           DISPLAY "ID EXPIRED: " WS-EXPIRED-COUNT
           STOP RUN.

       PROCESS-CUSTOMERS.
           OPEN OUTPUT KYC-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "KYC REVIEW DUE REPORT - RUN DATE: " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO KYC-REPORT-REC
           WRITE KYC-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST-ID    NAME                           RISK "
                  "LAST-REV DUE-DATE ID-EXPRY STATUS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO KYC-REPORT-REC
           WRITE KYC-REPORT-REC

           MOVE "N" TO EOF-FLAG
           OPEN I-O CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              MOVE 8 TO RETURN-CODE
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUST-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM
           IF WS-CUST-STATUS NOT = "35"
              CLOSE CUST-MASTER
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS CHECKED: " WS-CHECKED-COUNT
                  "  DUE THIS MONTH: " WS-DUE-COUNT
                  "  OVERDUE: " WS-OVERDUE-COUNT
                  "  ID EXPIRED: " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO KYC-REPORT-REC
           WRITE KYC-REPORT-REC
           CLOSE KYC-REPORT.

       CHECK-ONE-CUSTOMER.
           IF CUST-LAST-REVIEW NOT NUMERIC
              MOVE 0 TO CUST-LAST-REVIEW
           END-IF
           IF CUST-ID-EXPIRY NOT NUMERIC
              MOVE 0 TO CUST-ID-EXPIRY
           END-IF
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH
                   MOVE 1 TO WS-KYC-YEARS
                   MOVE "H" TO WS-RISK-DIS
               WHEN CUST-RISK-LOW
                   MOVE 5 TO WS-KYC-YEARS
                   MOVE "L" TO WS-RISK-DIS
               WHEN OTHER
                   MOVE 3 TO WS-KYC-YEARS
                   MOVE "M" TO WS-RISK-DIS
           END-EVALUATE
           MOVE "N" TO WS-OVERDUE
           MOVE "N" TO WS-EXPIRED
           MOVE "N" TO WS-DUE-NOW
           IF CUST-LAST-REVIEW = 0
              MOVE 0 TO WS-DUE-DATE
              MOVE "Y" TO WS-OVERDUE
           ELSE
              COMPUTE WS-DUE-DATE =
                 CUST-LAST-REVIEW + WS-KYC-YEARS * 10000
              DIVIDE WS-DUE-DATE BY 100 GIVING WS-DUE-PERIOD
              IF WS-DUE-DATE < WS-RUN-DATE
                 MOVE "Y" TO WS-OVERDUE
              ELSE
                 IF WS-DUE-PERIOD = WS-RUN-PERIOD
                    MOVE "Y" TO WS-DUE-NOW
                 END-IF
              END-IF
           END-IF
           IF CUST-ID-EXPIRY > 0 AND CUST-ID-EXPIRY < WS-RUN-DATE
              MOVE "Y" TO WS-EXPIRED
           END-IF

           MOVE SPACES TO WS-NEW-FLAG
           IF WS-OVERDUE = "Y" AND WS-EXPIRED = "Y"
              MOVE "B" TO WS-NEW-FLAG
           ELSE
              IF WS-OVERDUE = "Y"
                 MOVE "O" TO WS-NEW-FLAG
              ELSE
                 IF WS-EXPIRED = "Y"
                    MOVE "E" TO WS-NEW-FLAG
                 END-IF
              END-IF
           END-IF
           IF WS-NEW-FLAG NOT = CUST-KYC-FLAG
              MOVE WS-NEW-FLAG TO CUST-KYC-FLAG
              REWRITE CUSTOMER-REC
                  INVALID KEY
                      DISPLAY "ERROR FLAGGING CUSTOMER " CUST-ID
              END-REWRITE
           END-IF

           IF WS-OVERDUE = "Y" OR WS-DUE-NOW = "Y"
              OR WS-EXPIRED = "Y"
              PERFORM WRITE-KYC-LINE
           END-IF.

       WRITE-KYC-LINE.
           MOVE SPACES TO WS-REMARK
           IF WS-OVERDUE = "Y"
              ADD 1 TO WS-OVERDUE-COUNT
              IF CUST-LAST-REVIEW = 0
                 MOVE "NEVER REVIEWED" TO WS-REMARK
              ELSE
                 MOVE "OVERDUE" TO WS-REMARK
              END-IF
           ELSE
              IF WS-DUE-NOW = "Y"
                 ADD 1 TO WS-DUE-COUNT
                 MOVE "DUE THIS MONTH" TO WS-REMARK
              END-IF
           END-IF
           IF WS-EXPIRED = "Y"
              ADD 1 TO WS-EXPIRED-COUNT
              EVALUATE WS-REMARK
                  WHEN SPACES
                      MOVE "ID EXPIRED" TO WS-REMARK
                  WHEN "OVERDUE"
                      MOVE "OVERDUE + ID EXPIRED" TO WS-REMARK
                  WHEN "DUE THIS MONTH"
                      MOVE "DUE + ID EXPIRED" TO WS-REMARK
                  WHEN OTHER
                      MOVE "NEVER REVIEWED + ID EXP" TO WS-REMARK
              END-EVALUATE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING CUST-ID " " CUST-NAME " " WS-RISK-DIS "    "
                  CUST-LAST-REVIEW " " WS-DUE-DATE " "
                  CUST-ID-EXPIRY " " WS-REMARK
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO KYC-REPORT-REC
           WRITE KYC-REPORT-REC.

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

       END PROGRAM KYCREV.

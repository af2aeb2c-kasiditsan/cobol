               SELECT WHT-REMIT-REPORT ASSIGN TO
                   "WHT_REMIT_REPORT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FISCAL-CAL ASSIGN TO "FISCAL_CAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FC-STATUS.
       DATA DIVISION.

       FILE SECTION.
           05 ACC-OD-USED    PIC 9(8)V99.
           05 ACC-WHT-EXEMPT PIC X(1).
              88 ACC-WHT-IS-EXEMPT VALUE "Y".
           05 ACC-CURRENCY   PIC X(3).

       FD TRANS-CTL.
       01 TRANS-CTL-REC.
       FD WHT-REMIT-REPORT.
       01 WHT-REMIT-REC PIC X(100).

       FD FISCAL-CAL.
       01 FISCAL-CAL-REC.
           05 FC-FISCAL-YEAR PIC 9(4).
           05 FC-PERIOD      PIC 9(2).
           05 FC-QUARTER     PIC 9(1).
           05 FC-START-DATE  PIC 9(8).
           05 FC-END-DATE    PIC 9(8).
           05 FC-STATUS      PIC X(1).
               88 FC-OPEN     VALUE "O".
               88 FC-CLOSED   VALUE "C".

       WORKING-STORAGE SECTION.
       01 WS-EOF.
           05 WS-EOF-FLAG PIC A(1) VALUE "N".
       01 WS-SNAP-EOF          PIC X VALUE "N".
       01 WS-SNAP-SUM          PIC 9(12)V99 VALUE 0.
       01 WS-SNAP-DAYS         PIC 9(3) VALUE 0.
       01 WS-AVG-BALANCE       PIC 9(8)V99 VALUE 0.
       01 WS-AVG-DIS           PIC Z(6)9.99.
       01 WS-WHT-RATE          PIC 9V9(4) VALUE 0.1500.
       01 WS-AVG-OD            PIC 9(8)V99 VALUE 0.
       01 WS-OD-AVG-DIS        PIC Z(6)9.99.
       01 WS-OD-CHG-DIS        PIC Z(6)9.99.
       01 WS-FC-STATUS         PIC XX VALUE SPACES.
       01 WS-FC-EOF            PIC X VALUE "N".
       01 WS-FC-FOUND          PIC X VALUE "N".
       01 WS-FC-CLOSED         PIC X VALUE "N".
       01 WS-FC-PERIOD-ID.
           05 WS-FC-YEAR       PIC 9(4) VALUE 0.
           05 WS-FC-PERIOD     PIC 9(2) VALUE 0.
       01 WS-FC-START          PIC 9(8) VALUE 0.
       01 WS-FC-END            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-OD-RATE
           PERFORM GET-BUSINESS-DATE
           PERFORM FIND-FISCAL-PERIOD
           IF WS-FC-FOUND = "N"
              DISPLAY "BUSINESS DATE " WS-BUS-DATE
                 " IS NOT IN ANY DEFINED FISCAL PERIOD."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FC-CLOSED = "Y"
              DISPLAY "FISCAL PERIOD " WS-FC-YEAR "/" WS-FC-PERIOD
                 " IS CLOSED - INTEREST NOT POSTED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED = "Y"
              DISPLAY "INTEREST ALREADY POSTED FOR THIS PERIOD."
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT INTEREST-DETAIL
           END-PERFORM.

       GET-AVG-DAILY-BALANCE.
           MOVE 0 TO WS-SNAP-SUM
           MOVE 0 TO WS-OD-SUM
           MOVE 0 TO WS-SNAP-DAYS
                      AT END MOVE "Y" TO WS-SNAP-EOF
                      NOT AT END
                          IF SN-ACC-NO = ACC-NO
                             AND SN-DATE >= WS-FC-START
                             AND SN-DATE <= WS-FC-END
                             ADD SN-BALANCE TO WS-SNAP-SUM
                             IF SN-OD-USED NUMERIC
                                ADD SN-OD-USED TO WS-OD-SUM
              CLOSE BUSINESS-DATE
           END-IF.

       FIND-FISCAL-PERIOD.
           MOVE "N" TO WS-FC-FOUND
           MOVE "N" TO WS-FC-CLOSED
           OPEN INPUT FISCAL-CAL
           IF WS-FC-STATUS = "00"
              MOVE "N" TO WS-FC-EOF
              PERFORM UNTIL WS-FC-EOF = "Y"
                  READ FISCAL-CAL
                      AT END MOVE "Y" TO WS-FC-EOF
                      NOT AT END
                          IF WS-BUS-DATE >= FC-START-DATE
                             AND WS-BUS-DATE <= FC-END-DATE
                             MOVE "Y" TO WS-FC-FOUND
                             MOVE FC-FISCAL-YEAR TO WS-FC-YEAR
                             MOVE FC-PERIOD TO WS-FC-PERIOD
                             MOVE FC-START-DATE TO WS-FC-START
                             MOVE FC-END-DATE TO WS-FC-END
                             IF FC-CLOSED
                                MOVE "Y" TO WS-FC-CLOSED
                             END-IF
                             MOVE "Y" TO WS-FC-EOF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE FISCAL-CAL.

       CHECK-ALREADY-POSTED.
           MOVE WS-FC-PERIOD-ID TO WS-RUN-PERIOD
           MOVE "N" TO WS-ALREADY-POSTED
           MOVE 0 TO WS-LAST-PERIOD
           OPEN INPUT INTEREST-CTL

       SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
       SELECT FISCAL-CAL ASSIGN TO "FISCAL_CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
       SELECT FISCAL-LIST ASSIGN TO "FISCAL_CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TEST-TIME.
             05 HOL-DATE PIC 9(8).
             05 HOL-DESC PIC X(30).

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

       FD FISCAL-LIST.
          01 FISCAL-LIST-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CURRENT-DATE-DATA.
       01 WS-EOM-MONTH      PIC 9(2) VALUE 0.
       01 WS-EOM-DATE       PIC 9(8) VALUE 0.

       01 WS-FC-STATUS      PIC XX VALUE SPACES.
       01 WS-FC-EOF         PIC X VALUE "N".
       01 WS-FC-COUNT       PIC 9(3) VALUE 0.
       01 WS-FC-IDX         PIC 9(3) VALUE 0.
       01 WS-FC-HIT         PIC 9(3) VALUE 0.
       01 WS-FC-TABLE.
          05 WS-FC-ENTRY OCCURS 240 TIMES.
             10 WS-FC-T-YEAR   PIC 9(4).
             10 WS-FC-T-PERIOD PIC 9(2).
             10 WS-FC-T-QTR    PIC 9(1).
             10 WS-FC-T-START  PIC 9(8).
             10 WS-FC-T-END    PIC 9(8).
             10 WS-FC-T-STATUS PIC X(1).
       01 WS-FC-YEAR        PIC 9(4) VALUE 0.
       01 WS-FC-PERIOD      PIC 9(2) VALUE 0.
       01 WS-FC-START-YM    PIC 9(6) VALUE 0.
       01 WS-FC-START-PARTS REDEFINES WS-FC-START-YM.
          05 WS-FC-START-YEAR  PIC 9(4).
          05 WS-FC-START-MONTH PIC 9(2).
       01 WS-FC-PER-YEAR    PIC 9(4) VALUE 0.
       01 WS-FC-PER-MONTH   PIC 9(2) VALUE 0.
       01 WS-FC-PER-START   PIC 9(8) VALUE 0.
       01 WS-FC-NEXT-START  PIC 9(8) VALUE 0.
       01 WS-FC-INT         PIC 9(8) VALUE 0.
       01 WS-FC-ACTION      PIC X VALUE SPACE.
       01 WS-FC-FOUND       PIC X VALUE "N".
          88 WS-FC-IS-FOUND VALUE "Y".
       01 WS-FC-ANS-YEAR    PIC 9(4) VALUE 0.
       01 WS-FC-ANS-PERIOD  PIC 9(2) VALUE 0.
       01 WS-FC-ANS-QTR     PIC 9(1) VALUE 0.
       01 WS-FC-ANS-START   PIC 9(8) VALUE 0.
       01 WS-FC-ANS-END     PIC 9(8) VALUE 0.
       01 WS-FC-ANS-STATUS  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-FISCAL-TABLE
           PERFORM UNTIL WS-TT-CHOICE = 9
               DISPLAY "1. PROCESSING DATE SERVICE"
               DISPLAY "2. ADD HOLIDAY"
               DISPLAY "3. LIST HOLIDAYS"
               DISPLAY "4. DEFINE FISCAL YEAR"
               DISPLAY "5. CLOSE / REOPEN FISCAL PERIOD"
               DISPLAY "6. FISCAL PERIOD ENQUIRY"
               DISPLAY "7. PRINT FISCAL CALENDAR"
               DISPLAY "9. EXIT"
               ACCEPT WS-TT-CHOICE
               EVALUATE WS-TT-CHOICE
                  WHEN 1 PERFORM PROCESSING-DATE-SERVICE
                  WHEN 2 PERFORM ADD-HOLIDAY
                  WHEN 3 PERFORM LIST-HOLIDAYS
                  WHEN 4 PERFORM DEFINE-FISCAL-YEAR
                  WHEN 5 PERFORM CLOSE-FISCAL-PERIOD
                  WHEN 6 PERFORM FISCAL-PERIOD-ENQUIRY
                  WHEN 7 PERFORM PRINT-FISCAL-CALENDAR
                  WHEN 9 CONTINUE
                  WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-IF
           DISPLAY "MONTH-END SHOULD RUN TODAY: " WS-MONTH-END-RUN

           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM FIND-FISCAL-PERIOD
           IF WS-FC-IS-FOUND
              DISPLAY "FISCAL YEAR / PERIOD : " WS-FC-ANS-YEAR "/"
                 WS-FC-ANS-PERIOD
              DISPLAY "FISCAL QUARTER       : Q" WS-FC-ANS-QTR
              DISPLAY "PERIOD RUNS          : " WS-FC-ANS-START
                 " TO " WS-FC-ANS-END
              DISPLAY "PERIOD STATUS        : " WS-FC-ANS-STATUS
           ELSE
              DISPLAY "FISCAL PERIOD        : NOT DEFINED"
           END-IF

           PERFORM WRITE-TEST-TIME-RECORD.

       LOAD-HOLIDAY-TABLE.
              END-PERFORM
           END-IF.

       LOAD-FISCAL-TABLE.
           MOVE 0 TO WS-FC-COUNT
           OPEN INPUT FISCAL-CAL
           IF WS-FC-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO WS-FC-EOF
              PERFORM UNTIL WS-FC-EOF = "Y"
                  READ FISCAL-CAL
                      AT END MOVE "Y" TO WS-FC-EOF
                      NOT AT END
                          IF WS-FC-COUNT < 240
                             ADD 1 TO WS-FC-COUNT
                             MOVE FISCAL-CAL-REC TO
                                WS-FC-ENTRY(WS-FC-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE FISCAL-CAL
           END-IF.

       SAVE-FISCAL-TABLE.
           OPEN OUTPUT FISCAL-CAL
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > WS-FC-COUNT
               MOVE WS-FC-ENTRY(WS-FC-IDX) TO FISCAL-CAL-REC
               WRITE FISCAL-CAL-REC
           END-PERFORM
           CLOSE FISCAL-CAL.

       DEFINE-FISCAL-YEAR.
           DISPLAY "ENTER FISCAL YEAR (YYYY):"
           ACCEPT WS-FC-YEAR
           DISPLAY "ENTER FISCAL YEAR START MONTH (YYYYMM):"
           ACCEPT WS-FC-START-YM
           IF WS-FC-START-MONTH < 1 OR WS-FC-START-MONTH > 12
              DISPLAY "INVALID START MONTH."
           ELSE
              MOVE 0 TO WS-FC-HIT
              PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
                  IF WS-FC-T-YEAR(WS-FC-IDX) = WS-FC-YEAR
                     MOVE WS-FC-IDX TO WS-FC-HIT
                  END-IF
              END-PERFORM
              IF WS-FC-HIT > 0
                 DISPLAY "FISCAL YEAR " WS-FC-YEAR
                    " IS ALREADY DEFINED."
              ELSE
                 IF WS-FC-COUNT > 228
                    DISPLAY "FISCAL CALENDAR TABLE IS FULL."
                 ELSE
                    PERFORM BUILD-FISCAL-PERIODS
                    PERFORM SAVE-FISCAL-TABLE
                    DISPLAY "FISCAL YEAR " WS-FC-YEAR
                       " DEFINED WITH 12 PERIODS."
                 END-IF
              END-IF
           END-IF.

       BUILD-FISCAL-PERIODS.
           MOVE WS-FC-START-YEAR TO WS-FC-PER-YEAR
           MOVE WS-FC-START-MONTH TO WS-FC-PER-MONTH
           PERFORM VARYING WS-FC-PERIOD FROM 1 BY 1
                 UNTIL WS-FC-PERIOD > 12
               COMPUTE WS-FC-PER-START =
                  WS-FC-PER-YEAR * 10000 + WS-FC-PER-MONTH * 100 + 1
               IF WS-FC-PER-MONTH = 12
                  ADD 1 TO WS-FC-PER-YEAR
                  MOVE 1 TO WS-FC-PER-MONTH
               ELSE
                  ADD 1 TO WS-FC-PER-MONTH
               END-IF
               COMPUTE WS-FC-NEXT-START =
                  WS-FC-PER-YEAR * 10000 + WS-FC-PER-MONTH * 100 + 1
               COMPUTE WS-FC-INT =
                  FUNCTION INTEGER-OF-DATE(WS-FC-NEXT-START) - 1
               ADD 1 TO WS-FC-COUNT
               MOVE WS-FC-YEAR TO WS-FC-T-YEAR(WS-FC-COUNT)
               MOVE WS-FC-PERIOD TO WS-FC-T-PERIOD(WS-FC-COUNT)
               COMPUTE WS-FC-T-QTR(WS-FC-COUNT) =
                  (WS-FC-PERIOD + 2) / 3
               MOVE WS-FC-PER-START TO WS-FC-T-START(WS-FC-COUNT)
               COMPUTE WS-FC-T-END(WS-FC-COUNT) =
                  FUNCTION DATE-OF-INTEGER(WS-FC-INT)
               MOVE "O" TO WS-FC-T-STATUS(WS-FC-COUNT)
           END-PERFORM.

       CLOSE-FISCAL-PERIOD.
           DISPLAY "ENTER FISCAL YEAR (YYYY):"
           ACCEPT WS-FC-YEAR
           DISPLAY "ENTER PERIOD (01-12):"
           ACCEPT WS-FC-PERIOD
           MOVE 0 TO WS-FC-HIT
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-T-YEAR(WS-FC-IDX) = WS-FC-YEAR
                  AND WS-FC-T-PERIOD(WS-FC-IDX) = WS-FC-PERIOD
                  MOVE WS-FC-IDX TO WS-FC-HIT
               END-IF
           END-PERFORM
           IF WS-FC-HIT = 0
              DISPLAY "FISCAL PERIOD NOT DEFINED."
           ELSE
              DISPLAY "PERIOD " WS-FC-YEAR "/" WS-FC-PERIOD
                 " CURRENT STATUS: " WS-FC-T-STATUS(WS-FC-HIT)
              DISPLAY "ENTER C TO CLOSE OR O TO REOPEN:"
              ACCEPT WS-FC-ACTION
              IF WS-FC-ACTION = "C" OR WS-FC-ACTION = "O"
                 MOVE WS-FC-ACTION TO WS-FC-T-STATUS(WS-FC-HIT)
                 PERFORM SAVE-FISCAL-TABLE
                 DISPLAY "FISCAL PERIOD STATUS UPDATED."
              ELSE
                 DISPLAY "NO CHANGE MADE."
              END-IF
           END-IF.

       FISCAL-PERIOD-ENQUIRY.
           DISPLAY "ENTER DATE (YYYYMMDD):"
           ACCEPT WS-CHECK-DATE
           PERFORM FIND-FISCAL-PERIOD
           IF WS-FC-IS-FOUND
              DISPLAY "FISCAL YEAR    : " WS-FC-ANS-YEAR
              DISPLAY "FISCAL PERIOD  : " WS-FC-ANS-PERIOD
              DISPLAY "FISCAL QUARTER : Q" WS-FC-ANS-QTR
              DISPLAY "PERIOD RUNS    : " WS-FC-ANS-START
                 " TO " WS-FC-ANS-END
              DISPLAY "PERIOD STATUS  : " WS-FC-ANS-STATUS
           ELSE
              DISPLAY "DATE IS NOT IN ANY DEFINED FISCAL PERIOD."
           END-IF.

       FIND-FISCAL-PERIOD.
           MOVE "N" TO WS-FC-FOUND
           MOVE 0 TO WS-FC-ANS-YEAR
           MOVE 0 TO WS-FC-ANS-PERIOD
           MOVE 0 TO WS-FC-ANS-QTR
           MOVE 0 TO WS-FC-ANS-START
           MOVE 0 TO WS-FC-ANS-END
           MOVE SPACES TO WS-FC-ANS-STATUS
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                 UNTIL WS-FC-IDX > WS-FC-COUNT OR WS-FC-IS-FOUND
               IF WS-CHECK-DATE >= WS-FC-T-START(WS-FC-IDX)
                  AND WS-CHECK-DATE <= WS-FC-T-END(WS-FC-IDX)
                  MOVE "Y" TO WS-FC-FOUND
                  MOVE WS-FC-T-YEAR(WS-FC-IDX) TO WS-FC-ANS-YEAR
                  MOVE WS-FC-T-PERIOD(WS-FC-IDX) TO WS-FC-ANS-PERIOD
                  MOVE WS-FC-T-QTR(WS-FC-IDX) TO WS-FC-ANS-QTR
                  MOVE WS-FC-T-START(WS-FC-IDX) TO WS-FC-ANS-START
                  MOVE WS-FC-T-END(WS-FC-IDX) TO WS-FC-ANS-END
                  IF WS-FC-T-STATUS(WS-FC-IDX) = "C"
                     MOVE "CLOSED" TO WS-FC-ANS-STATUS
                  ELSE
                     MOVE "OPEN" TO WS-FC-ANS-STATUS
                  END-IF
               END-IF
           END-PERFORM.

       PRINT-FISCAL-CALENDAR.
           IF WS-FC-COUNT = 0
              DISPLAY "NO FISCAL CALENDAR ON FILE."
           ELSE
              OPEN OUTPUT FISCAL-LIST
              MOVE "FISCAL CALENDAR LISTING" TO FISCAL-LIST-REC
              WRITE FISCAL-LIST-REC
              MOVE "YEAR PERIOD QTR  START     END       STATUS"
                 TO FISCAL-LIST-REC
              WRITE FISCAL-LIST-REC
              PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-COUNT
                  IF WS-FC-T-STATUS(WS-FC-IDX) = "C"
                     MOVE "CLOSED" TO WS-FC-ANS-STATUS
                  ELSE
                     MOVE "OPEN" TO WS-FC-ANS-STATUS
                  END-IF
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING WS-FC-T-YEAR(WS-FC-IDX) "   "
                         WS-FC-T-PERIOD(WS-FC-IDX) "    Q"
                         WS-FC-T-QTR(WS-FC-IDX) "  "
                         WS-FC-T-START(WS-FC-IDX) "  "
                         WS-FC-T-END(WS-FC-IDX) "  "
                         WS-FC-ANS-STATUS
                         DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  MOVE WS-REPORT-LINE TO FISCAL-LIST-REC
                  WRITE FISCAL-LIST-REC
                  DISPLAY WS-REPORT-LINE
              END-PERFORM
              CLOSE FISCAL-LIST
              DISPLAY "FISCAL CALENDAR WRITTEN TO FISCAL_CALENDAR.txt"
           END-IF.

       CHECK-BUSINESS-DAY.
           PERFORM DETERMINE-DAY-OF-WEEK
           IF WS-IS-BUSINESS-DAY
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TEST-TIME-REC
           WRITE TEST-TIME-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FISCAL PERIOD: " WS-FC-ANS-YEAR "/"
                  WS-FC-ANS-PERIOD "  QUARTER: " WS-FC-ANS-QTR
                  "  STATUS: " WS-FC-ANS-STATUS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO TEST-TIME-REC
           WRITE TEST-TIME-REC
           CLOSE TEST-TIME.

       END PROGRAM TESTTIME.

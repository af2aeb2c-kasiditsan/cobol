           FILE STATUS IS WS-OLDDEPT-STATUS.
           SELECT DEPT-TEMP-SORT ASSIGN TO "EMPSAL_DEPT_SORT.tmp"
           ORGANIZATION IS SEQUENTIAL.
           SELECT GRADE-MASTER ASSIGN TO "GRADE_MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GRADE-CODE
           FILE STATUS IS WS-GRADE-STATUS.
           SELECT COMPA-WORK ASSIGN TO "EMPSAL_COMPA.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPA-SORTED ASSIGN TO "EMPSAL_COMPA_SORTED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPA-TEMP-SORT ASSIGN TO "EMPSAL_COMPA_SORT.tmp"
           ORGANIZATION IS SEQUENTIAL.
           SELECT GRADE-SUM ASSIGN TO "EMPSAL_GRADE_SUM.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPA-REPORT ASSIGN TO "compa_ratio_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
           05 DT-DEPARTMENT   PIC X(10).
           05 DT-SALARY       PIC 9(7)V99.

       FD  GRADE-MASTER.
       01  GRADE-RECORD.
           05 GRADE-CODE        PIC X(4).
           05 GRADE-TITLE       PIC X(20).
           05 GRADE-MIN-SALARY  PIC 9(7)V99.
           05 GRADE-MAX-SALARY  PIC 9(7)V99.
           05 GRADE-OT-MULT     PIC 9V99.

       FD  COMPA-WORK.
       01  COMPA-WORK-REC.
           05 CW-GRADE        PIC X(4).
           05 CW-DEPARTMENT   PIC X(10).
           05 CW-EMP-ID       PIC 9(5).
           05 CW-EMP-NAME     PIC X(20).
           05 CW-SALARY       PIC 9(7)V99.
           05 CW-MIDPOINT     PIC 9(7)V99.
           05 CW-COMPA        PIC 99V999.

       FD  COMPA-SORTED.
       01  COMPA-SORTED-REC.
           05 CP-GRADE        PIC X(4).
           05 CP-DEPARTMENT   PIC X(10).
           05 CP-EMP-ID       PIC 9(5).
           05 CP-EMP-NAME     PIC X(20).
           05 CP-SALARY       PIC 9(7)V99.
           05 CP-MIDPOINT     PIC 9(7)V99.
           05 CP-COMPA        PIC 99V999.

       SD  COMPA-TEMP-SORT.
       01  COMPA-TEMP-REC.
           05 CT-GRADE        PIC X(4).
           05 CT-DEPARTMENT   PIC X(10).
           05 CT-EMP-ID       PIC 9(5).
           05 CT-EMP-NAME     PIC X(20).
           05 CT-SALARY       PIC 9(7)V99.
           05 CT-MIDPOINT     PIC 9(7)V99.
           05 CT-COMPA        PIC 99V999.

       FD  GRADE-SUM.
       01  GRADE-SUM-REC.
           05 GSM-GRADE       PIC X(4).
           05 GSM-HEADCOUNT   PIC 9(5).
           05 GSM-AVG-SALARY  PIC 9(7)V99.

       FD  COMPA-REPORT.
       01  COMPA-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG        PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE           VALUE 'Y'.
       01  WS-HC-DELTA-DIS     PIC -ZZZZ9.
       01  WS-TOT-DELTA-DIS    PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-GRADE-STATUS     PIC XX VALUE SPACES.
       01  WS-CR-BUILT         PIC 9(5) VALUE 0.
       01  WS-CR-NO-RANGE      PIC 9(5) VALUE 0.
       01  WS-CR-LOW-COUNT     PIC 9(5) VALUE 0.
       01  WS-CR-HIGH-COUNT    PIC 9(5) VALUE 0.
       01  WS-CR-LOW-LIMIT     PIC 9V99 VALUE 0.80.
       01  WS-CR-HIGH-LIMIT    PIC 9V99 VALUE 1.20.
       01  WS-CR-FLAG          PIC X(4) VALUE SPACES.
       01  WS-CR-GRADE-PREV    PIC X(4) VALUE SPACES.
       01  WS-CR-DEPT-PREV     PIC X(10) VALUE SPACES.
       01  WS-CR-SUM-EOF       PIC X VALUE "N".
       01  WS-CR-GRADE-AVG     PIC 9(7)V99 VALUE 0.
       01  WS-CR-GRADE-HC      PIC 9(5) VALUE 0.
       01  WS-CR-GRADE-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-CR-GRADE-MIN     PIC 99V999 VALUE 0.
       01  WS-CR-GRADE-MAX     PIC 99V999 VALUE 0.
       01  WS-CR-GRADE-CSUM    PIC 9(7)V999 VALUE 0.
       01  WS-CR-GRADE-DAVG-LO PIC 9(7)V99 VALUE 0.
       01  WS-CR-GRADE-DAVG-HI PIC 9(7)V99 VALUE 0.
       01  WS-CR-GRADE-DEPTS   PIC 9(3) VALUE 0.
       01  WS-CR-DEPT-HC       PIC 9(5) VALUE 0.
       01  WS-CR-DEPT-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-CR-DEPT-MIN      PIC 99V999 VALUE 0.
       01  WS-CR-DEPT-MAX      PIC 99V999 VALUE 0.
       01  WS-CR-DEPT-CSUM     PIC 9(7)V999 VALUE 0.
       01  WS-CR-DEPT-AVG      PIC 9(7)V99 VALUE 0.
       01  WS-CR-AVG-COMPA     PIC 99V999 VALUE 0.
       01  WS-CR-VAR-PCT       PIC S9(3)V9 VALUE 0.
       01  WS-CR-COMPA-DIS     PIC Z9.999.
       01  WS-CR-MIN-DIS       PIC Z9.999.
       01  WS-CR-MAX-DIS       PIC Z9.999.
       01  WS-CR-AVGC-DIS      PIC Z9.999.
       01  WS-CR-VAR-DIS       PIC -ZZ9.9.
       01  WS-CR-SAL-DIS       PIC $$$,$$$,$$$.99.
       01  WS-CR-AVG-DIS       PIC $$$,$$$,$$$.99.
       01  WS-CR-LO-DIS        PIC $$$,$$$,$$$.99.
       01  WS-CR-HI-DIS        PIC $$$,$$$,$$$.99.
       01  WS-CR-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM EXTRACT-FROM-MASTER
           PERFORM WRITE-SALARY-REPORT
           PERFORM WRITE-DEPT-SUBTOTALS
           PERFORM WRITE-DELTA-REPORT
           PERFORM WRITE-COMPA-RATIO-REPORT
           PERFORM WRITE-RUN-SNAPSHOT
           STOP RUN.

           MOVE WS-DELTA-LINE TO DELTA-REC
           WRITE DELTA-REC.

      * Pay equity: each active employee's compa-ratio against the
      * midpoint of the grade range, grouped grade by grade and
      * department by department from a sorted work file. Grade
      * averages come from a first pass so every department line can
      * be compared with its grade as it is printed.
       WRITE-COMPA-RATIO-REPORT.
           OPEN OUTPUT COMPA-REPORT
           MOVE "COMPA-RATIO AND PAY EQUITY REPORT" TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC
           OPEN INPUT GRADE-MASTER
           IF WS-GRADE-STATUS = "35"
              MOVE "NO GRADE MASTER - COMPA-RATIO NOT AVAILABLE."
                 TO COMPA-REPORT-REC
              WRITE COMPA-REPORT-REC
           ELSE
              PERFORM BUILD-COMPA-WORK
              CLOSE GRADE-MASTER
              IF WS-CR-BUILT = 0
                 MOVE "NO GRADED EMPLOYEES - NOTHING TO ANALYSE."
                    TO COMPA-REPORT-REC
                 WRITE COMPA-REPORT-REC
              ELSE
                 SORT COMPA-TEMP-SORT
                     ON ASCENDING KEY CT-GRADE CT-DEPARTMENT CT-EMP-ID
                     USING COMPA-WORK
                     GIVING COMPA-SORTED
                 PERFORM BUILD-GRADE-SUMMARY
                 PERFORM WRITE-COMPA-DETAIL
              END-IF
           END-IF
           MOVE SPACES TO WS-CR-LINE
           STRING "ANALYSED: " WS-CR-BUILT
                  "  BELOW 80%: " WS-CR-LOW-COUNT
                  "  ABOVE 120%: " WS-CR-HIGH-COUNT
                  "  NO GRADE RANGE: " WS-CR-NO-RANGE
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC
           CLOSE COMPA-REPORT
           DISPLAY WS-CR-LINE
           DISPLAY "COMPA-RATIO REPORT WRITTEN: compa_ratio_report.txt".

       BUILD-COMPA-WORK.
           MOVE 0 TO WS-CR-BUILT
           MOVE 0 TO WS-CR-NO-RANGE
           OPEN INPUT EMP-MASTER
           OPEN OUTPUT COMPA-WORK
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ EMP-MASTER NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EMP-ACTIVE
                          PERFORM BUILD-ONE-COMPA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           CLOSE COMPA-WORK.

       BUILD-ONE-COMPA.
           IF EMP-GRADE = SPACES
              PERFORM REPORT-NO-GRADE-RANGE
           ELSE
              MOVE EMP-GRADE TO GRADE-CODE
              READ GRADE-MASTER
                  INVALID KEY
                      PERFORM REPORT-NO-GRADE-RANGE
                  NOT INVALID KEY
                      IF GRADE-MIN-SALARY + GRADE-MAX-SALARY = 0
                         PERFORM REPORT-NO-GRADE-RANGE
                      ELSE
                         PERFORM WRITE-COMPA-WORK-REC
                      END-IF
              END-READ
           END-IF.

       WRITE-COMPA-WORK-REC.
           MOVE EMP-GRADE TO CW-GRADE
           MOVE DEPT-NAME TO CW-DEPARTMENT
           MOVE EMP-ID TO CW-EMP-ID
           MOVE EMP-NAME TO CW-EMP-NAME
           MOVE SALARY TO CW-SALARY
           COMPUTE CW-MIDPOINT ROUNDED =
              (GRADE-MIN-SALARY + GRADE-MAX-SALARY) / 2
           COMPUTE CW-COMPA ROUNDED = SALARY / CW-MIDPOINT
              ON SIZE ERROR MOVE 99.999 TO CW-COMPA
           END-COMPUTE
           WRITE COMPA-WORK-REC
           ADD 1 TO WS-CR-BUILT.

       REPORT-NO-GRADE-RANGE.
           ADD 1 TO WS-CR-NO-RANGE
           MOVE SPACES TO WS-CR-LINE
           STRING "NO GRADE RANGE: " EMP-ID " " EMP-NAME " "
                  DEPT-NAME " GRADE '" EMP-GRADE "'"
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC.

       BUILD-GRADE-SUMMARY.
           OPEN INPUT COMPA-SORTED
           OPEN OUTPUT GRADE-SUM
           MOVE SPACES TO WS-CR-GRADE-PREV
           MOVE 0 TO WS-CR-GRADE-HC
           MOVE 0 TO WS-CR-GRADE-TOTAL
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ COMPA-SORTED
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CP-GRADE NOT = WS-CR-GRADE-PREV
                          IF WS-CR-GRADE-HC > 0
                             PERFORM WRITE-GRADE-SUM-REC
                          END-IF
                          MOVE CP-GRADE TO WS-CR-GRADE-PREV
                          MOVE 0 TO WS-CR-GRADE-HC
                          MOVE 0 TO WS-CR-GRADE-TOTAL
                       END-IF
                       ADD 1 TO WS-CR-GRADE-HC
                       ADD CP-SALARY TO WS-CR-GRADE-TOTAL
               END-READ
           END-PERFORM
           IF WS-CR-GRADE-HC > 0
              PERFORM WRITE-GRADE-SUM-REC
           END-IF
           CLOSE COMPA-SORTED
           CLOSE GRADE-SUM.

       WRITE-GRADE-SUM-REC.
           MOVE WS-CR-GRADE-PREV TO GSM-GRADE
           MOVE WS-CR-GRADE-HC TO GSM-HEADCOUNT
           COMPUTE GSM-AVG-SALARY ROUNDED =
              WS-CR-GRADE-TOTAL / WS-CR-GRADE-HC
           WRITE GRADE-SUM-REC.

       WRITE-COMPA-DETAIL.
           MOVE 0 TO WS-CR-LOW-COUNT
           MOVE 0 TO WS-CR-HIGH-COUNT
           OPEN INPUT COMPA-SORTED
           OPEN INPUT GRADE-SUM
           MOVE SPACES TO GRADE-SUM-REC
           MOVE "N" TO WS-CR-SUM-EOF
           MOVE SPACES TO WS-CR-GRADE-PREV
           MOVE SPACES TO WS-CR-DEPT-PREV
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ COMPA-SORTED
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CP-GRADE NOT = WS-CR-GRADE-PREV
                          IF WS-CR-GRADE-PREV NOT = SPACES
                             PERFORM WRITE-COMPA-DEPT-LINE
                             PERFORM WRITE-COMPA-GRADE-LINE
                          END-IF
                          PERFORM START-COMPA-GRADE
                          PERFORM START-COMPA-DEPT
                       ELSE
                          IF CP-DEPARTMENT NOT = WS-CR-DEPT-PREV
                             PERFORM WRITE-COMPA-DEPT-LINE
                             PERFORM START-COMPA-DEPT
                          END-IF
                       END-IF
                       PERFORM WRITE-COMPA-EMP-LINE
               END-READ
           END-PERFORM
           IF WS-CR-GRADE-PREV NOT = SPACES
              PERFORM WRITE-COMPA-DEPT-LINE
              PERFORM WRITE-COMPA-GRADE-LINE
           END-IF
           CLOSE COMPA-SORTED
           CLOSE GRADE-SUM.

       START-COMPA-GRADE.
           MOVE CP-GRADE TO WS-CR-GRADE-PREV
           MOVE 0 TO WS-CR-GRADE-HC
           MOVE 0 TO WS-CR-GRADE-TOTAL
           MOVE 0 TO WS-CR-GRADE-CSUM
           MOVE 99.999 TO WS-CR-GRADE-MIN
           MOVE 0 TO WS-CR-GRADE-MAX
           MOVE 9999999.99 TO WS-CR-GRADE-DAVG-LO
           MOVE 0 TO WS-CR-GRADE-DAVG-HI
           MOVE 0 TO WS-CR-GRADE-DEPTS
           MOVE 0 TO WS-CR-GRADE-AVG
           PERFORM UNTIL WS-CR-SUM-EOF = "Y"
                   OR GSM-GRADE = CP-GRADE
               READ GRADE-SUM
                   AT END MOVE "Y" TO WS-CR-SUM-EOF
               END-READ
           END-PERFORM
           IF WS-CR-SUM-EOF = "N"
              MOVE GSM-AVG-SALARY TO WS-CR-GRADE-AVG
           END-IF
           MOVE CP-MIDPOINT TO WS-CR-SAL-DIS
           MOVE WS-CR-GRADE-AVG TO WS-CR-AVG-DIS
           MOVE SPACES TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC
           MOVE SPACES TO WS-CR-LINE
           STRING "GRADE " CP-GRADE " MIDPOINT " WS-CR-SAL-DIS
                  "  GRADE AVERAGE PAY " WS-CR-AVG-DIS
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC.

       START-COMPA-DEPT.
           MOVE CP-DEPARTMENT TO WS-CR-DEPT-PREV
           MOVE 0 TO WS-CR-DEPT-HC
           MOVE 0 TO WS-CR-DEPT-TOTAL
           MOVE 0 TO WS-CR-DEPT-CSUM
           MOVE 99.999 TO WS-CR-DEPT-MIN
           MOVE 0 TO WS-CR-DEPT-MAX.

       WRITE-COMPA-EMP-LINE.
           MOVE SPACES TO WS-CR-FLAG
           IF CP-COMPA < WS-CR-LOW-LIMIT
              MOVE "LOW" TO WS-CR-FLAG
              ADD 1 TO WS-CR-LOW-COUNT
           END-IF
           IF CP-COMPA > WS-CR-HIGH-LIMIT
              MOVE "HIGH" TO WS-CR-FLAG
              ADD 1 TO WS-CR-HIGH-COUNT
           END-IF
           ADD 1 TO WS-CR-DEPT-HC
           ADD CP-SALARY TO WS-CR-DEPT-TOTAL
           ADD CP-COMPA TO WS-CR-DEPT-CSUM
           IF CP-COMPA < WS-CR-DEPT-MIN
              MOVE CP-COMPA TO WS-CR-DEPT-MIN
           END-IF
           IF CP-COMPA > WS-CR-DEPT-MAX
              MOVE CP-COMPA TO WS-CR-DEPT-MAX
           END-IF
           MOVE CP-SALARY TO WS-CR-SAL-DIS
           MOVE CP-COMPA TO WS-CR-COMPA-DIS
           MOVE SPACES TO WS-CR-LINE
           STRING "  " CP-EMP-ID " " CP-EMP-NAME " " CP-DEPARTMENT
                  " " WS-CR-SAL-DIS " COMPA " WS-CR-COMPA-DIS
                  " " WS-CR-FLAG
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC.

       WRITE-COMPA-DEPT-LINE.
           COMPUTE WS-CR-DEPT-AVG ROUNDED =
              WS-CR-DEPT-TOTAL / WS-CR-DEPT-HC
           COMPUTE WS-CR-AVG-COMPA ROUNDED =
              WS-CR-DEPT-CSUM / WS-CR-DEPT-HC
           MOVE 0 TO WS-CR-VAR-PCT
           IF WS-CR-GRADE-AVG > 0
              COMPUTE WS-CR-VAR-PCT ROUNDED =
                 (WS-CR-DEPT-AVG - WS-CR-GRADE-AVG) * 100
                 / WS-CR-GRADE-AVG
           END-IF
           ADD WS-CR-DEPT-HC TO WS-CR-GRADE-HC
           ADD WS-CR-DEPT-TOTAL TO WS-CR-GRADE-TOTAL
           ADD WS-CR-DEPT-CSUM TO WS-CR-GRADE-CSUM
           ADD 1 TO WS-CR-GRADE-DEPTS
           IF WS-CR-DEPT-MIN < WS-CR-GRADE-MIN
              MOVE WS-CR-DEPT-MIN TO WS-CR-GRADE-MIN
           END-IF
           IF WS-CR-DEPT-MAX > WS-CR-GRADE-MAX
              MOVE WS-CR-DEPT-MAX TO WS-CR-GRADE-MAX
           END-IF
           IF WS-CR-DEPT-AVG < WS-CR-GRADE-DAVG-LO
              MOVE WS-CR-DEPT-AVG TO WS-CR-GRADE-DAVG-LO
           END-IF
           IF WS-CR-DEPT-AVG > WS-CR-GRADE-DAVG-HI
              MOVE WS-CR-DEPT-AVG TO WS-CR-GRADE-DAVG-HI
           END-IF
           MOVE WS-CR-DEPT-AVG TO WS-CR-AVG-DIS
           MOVE WS-CR-DEPT-MIN TO WS-CR-MIN-DIS
           MOVE WS-CR-DEPT-MAX TO WS-CR-MAX-DIS
           MOVE WS-CR-AVG-COMPA TO WS-CR-AVGC-DIS
           MOVE WS-CR-VAR-PCT TO WS-CR-VAR-DIS
           MOVE SPACES TO WS-CR-LINE
           STRING "  DEPT " WS-CR-DEPT-PREV " HC " WS-CR-DEPT-HC
                  " AVG PAY " WS-CR-AVG-DIS " VS GRADE "
                  WS-CR-VAR-DIS "% COMPA " WS-CR-MIN-DIS " -"
                  WS-CR-MAX-DIS " AVG" WS-CR-AVGC-DIS
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC.

       WRITE-COMPA-GRADE-LINE.
           COMPUTE WS-CR-AVG-COMPA ROUNDED =
              WS-CR-GRADE-CSUM / WS-CR-GRADE-HC
           MOVE WS-CR-GRADE-MIN TO WS-CR-MIN-DIS
           MOVE WS-CR-GRADE-MAX TO WS-CR-MAX-DIS
           MOVE WS-CR-AVG-COMPA TO WS-CR-AVGC-DIS
           MOVE SPACES TO WS-CR-LINE
           STRING "GRADE " WS-CR-GRADE-PREV " TOTAL HC "
                  WS-CR-GRADE-HC " DEPTS " WS-CR-GRADE-DEPTS
                  " COMPA " WS-CR-MIN-DIS " -" WS-CR-MAX-DIS
                  " AVG" WS-CR-AVGC-DIS
                  DELIMITED BY SIZE INTO WS-CR-LINE
           MOVE WS-CR-LINE TO COMPA-REPORT-REC
           WRITE COMPA-REPORT-REC
           IF WS-CR-GRADE-DEPTS > 1
              MOVE WS-CR-GRADE-DAVG-LO TO WS-CR-LO-DIS
              MOVE WS-CR-GRADE-DAVG-HI TO WS-CR-HI-DIS
              MOVE SPACES TO WS-CR-LINE
              STRING "GRADE " WS-CR-GRADE-PREV
                     " DEPARTMENT AVERAGE PAY RANGES FROM "
                     WS-CR-LO-DIS " TO " WS-CR-HI-DIS
                     DELIMITED BY SIZE INTO WS-CR-LINE
              MOVE WS-CR-LINE TO COMPA-REPORT-REC
              WRITE COMPA-REPORT-REC
           END-IF.

       WRITE-RUN-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SNAP-STAMP
           MOVE SPACES TO WS-SNAP-FILENAME

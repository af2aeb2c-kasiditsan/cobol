      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily usage report and weekly out-of-hours login
      *          summary from the structured session file written by
      *          the login logger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT USAGE-REPORT ASSIGN TO "daily_usage.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-REPORT ASSIGN TO "weekly_security.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
          01 SESS-REC.
             05 SESS-USER         PIC X(10).
             05 SESS-DATE         PIC 9(8).
             05 SESS-LOGIN-TIME   PIC 9(6).
             05 SESS-LOGOUT-DATE  PIC 9(8).
             05 SESS-LOGOUT-TIME  PIC 9(6).
             05 SESS-DURATION     PIC 9(7).
             05 SESS-TYPE         PIC X(1).
                88 SESS-LOGIN-MARK  VALUE "I".
                88 SESS-COMPLETE    VALUE "C".
       FD HOLIDAY-FILE.
          01 HOLIDAY-REC.
             05 HOL-DATE PIC 9(8).
             05 HOL-DESC PIC X(30).
       FD USAGE-REPORT.
          01 USAGE-REC PIC X(80).
       FD SECURITY-REPORT.
          01 SECURITY-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SESS-STATUS      PIC XX VALUE SPACES.
       01 WS-HOL-STATUS       PIC XX VALUE SPACES.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CHOICE           PIC X(1) VALUE SPACE.
       01 WS-REPORT-DATE      PIC 9(8) VALUE 0.
       01 WS-REPORT-INT       PIC 9(8) VALUE 0.
       01 WS-WEEK-START       PIC 9(8) VALUE 0.
       01 WS-LINE-OUT         PIC X(80) VALUE SPACES.

      * Business hours for the security summary, HHMMSS.
       01 WS-BUS-START        PIC 9(6) VALUE 080000.
       01 WS-BUS-END          PIC 9(6) VALUE 180000.

       01 WS-SS-COUNT         PIC 9(4) VALUE 0.
       01 WS-SS-IDX           PIC 9(4) VALUE 0.
       01 WS-SS-IDX2          PIC 9(4) VALUE 0.
       01 WS-SS-OVERFLOW      PIC X(1) VALUE "N".
       01 WS-SS-TABLE.
          05 WS-SS-ENTRY OCCURS 2000 TIMES.
             10 WS-SS-USER        PIC X(10).
             10 WS-SS-DATE        PIC 9(8).
             10 WS-SS-IN-TIME     PIC 9(6).
             10 WS-SS-OUT-DATE    PIC 9(8).
             10 WS-SS-OUT-TIME    PIC 9(6).
             10 WS-SS-DURATION    PIC 9(7).
             10 WS-SS-TYPE        PIC X(1).
             10 WS-SS-MATCHED     PIC X(1).
             10 WS-SS-FROM-SEC    PIC 9(5).
             10 WS-SS-TO-SEC      PIC 9(5).
             10 WS-SS-ON-DAY      PIC X(1).

       01 WS-US-COUNT         PIC 9(3) VALUE 0.
       01 WS-US-IDX           PIC 9(3) VALUE 0.
       01 WS-US-FOUND         PIC 9(3) VALUE 0.
       01 WS-US-TABLE.
          05 WS-US-ENTRY OCCURS 200 TIMES.
             10 WS-US-USER        PIC X(10).
             10 WS-US-SESSIONS    PIC 9(5).
             10 WS-US-TOTAL       PIC 9(9).
             10 WS-US-ODD         PIC 9(5).

       01 WS-HOL-COUNT        PIC 9(3) VALUE 0.
       01 WS-HOL-IDX          PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-T-DATE     PIC 9(8).
             10 WS-HOL-T-DESC     PIC X(30).

       01 WS-HOUR             PIC 9(2) VALUE 0.
       01 WS-HOUR-START       PIC 9(5) VALUE 0.
       01 WS-HOUR-END         PIC 9(5) VALUE 0.
       01 WS-POINT            PIC 9(5) VALUE 0.
       01 WS-ACTIVE           PIC 9(4) VALUE 0.
       01 WS-PEAK             PIC 9(4) VALUE 0.
       01 WS-DAY-PEAK         PIC 9(4) VALUE 0.
       01 WS-DAY-PEAK-HOUR    PIC 9(2) VALUE 0.
       01 WS-HH               PIC 9(2) VALUE 0.
       01 WS-MM               PIC 9(2) VALUE 0.
       01 WS-SS               PIC 9(2) VALUE 0.
       01 WS-HHMMSS           PIC 9(6) VALUE 0.
       01 WS-SECONDS          PIC 9(5) VALUE 0.

       01 WS-TOT-SESSIONS     PIC 9(5) VALUE 0.
       01 WS-TOT-SECONDS      PIC 9(9) VALUE 0.
       01 WS-AVG-SECONDS      PIC 9(7) VALUE 0.
       01 WS-CROSS-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-ODD-COUNT        PIC 9(5) VALUE 0.
       01 WS-ODD-REASON       PIC X(30) VALUE SPACES.
       01 WS-DOW              PIC 9(1) VALUE 0.
       01 WS-COUNT-DIS        PIC ZZZZ9.
       01 WS-SECS-DIS         PIC Z,ZZZ,ZZ9.
       01 WS-AVG-DIS          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "D = DAILY USAGE REPORT, W = WEEKLY SECURITY SUMMARY"
           ACCEPT WS-CHOICE
           DISPLAY "ENTER REPORT DATE (YYYYMMDD, 0 = TODAY)"
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-REPORT-INT =
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           PERFORM LOAD-SESSIONS
           EVALUATE WS-CHOICE
              WHEN "D"
                 PERFORM DAILY-USAGE-REPORT
              WHEN "W"
                 PERFORM LOAD-HOLIDAYS
                 PERFORM WEEKLY-SECURITY-SUMMARY
              WHEN OTHER
                 DISPLAY "INVALID CHOICE"
           END-EVALUATE
           STOP RUN.

      * Loads the session file and pairs each login record with its
      * completed session so logins that never logged out stand out.
       LOAD-SESSIONS.
           MOVE 0 TO WS-SS-COUNT
           OPEN INPUT SESSION-FILE
           IF WS-SESS-STATUS = "35"
              DISPLAY "NO SESSION FILE FOUND"
           ELSE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-SS-COUNT < 2000
                          ADD 1 TO WS-SS-COUNT
                          PERFORM STORE-SESSION
                       ELSE
                          MOVE "Y" TO WS-SS-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF
           IF WS-SS-OVERFLOW = "Y"
              DISPLAY "MORE THAN 2000 SESSION RECORDS - REST IGNORED"
           END-IF
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-TYPE(WS-SS-IDX) = "I"
                 PERFORM MATCH-LOGIN
              END-IF
           END-PERFORM.

       STORE-SESSION.
           MOVE SESS-USER TO WS-SS-USER(WS-SS-COUNT)
           MOVE SESS-DATE TO WS-SS-DATE(WS-SS-COUNT)
           MOVE SESS-LOGIN-TIME TO WS-SS-IN-TIME(WS-SS-COUNT)
           MOVE SESS-LOGOUT-DATE TO WS-SS-OUT-DATE(WS-SS-COUNT)
           MOVE SESS-LOGOUT-TIME TO WS-SS-OUT-TIME(WS-SS-COUNT)
           MOVE SESS-DURATION TO WS-SS-DURATION(WS-SS-COUNT)
           MOVE SESS-TYPE TO WS-SS-TYPE(WS-SS-COUNT)
           MOVE "N" TO WS-SS-MATCHED(WS-SS-COUNT)
           MOVE "N" TO WS-SS-ON-DAY(WS-SS-COUNT).

       MATCH-LOGIN.
           PERFORM VARYING WS-SS-IDX2 FROM 1 BY 1
                   UNTIL WS-SS-IDX2 > WS-SS-COUNT
              IF WS-SS-TYPE(WS-SS-IDX2) = "C"
                 AND WS-SS-USER(WS-SS-IDX2) = WS-SS-USER(WS-SS-IDX)
                 AND WS-SS-DATE(WS-SS-IDX2) = WS-SS-DATE(WS-SS-IDX)
                 AND WS-SS-IN-TIME(WS-SS-IDX2) =
                     WS-SS-IN-TIME(WS-SS-IDX)
                 MOVE "Y" TO WS-SS-MATCHED(WS-SS-IDX)
              END-IF
           END-PERFORM.

      ******************************************************************
      * Daily usage: per-user counts and times for sessions started
      * on the report date, peak concurrent sessions in each hour,
      * sessions crossing midnight and logins with no logout.
      ******************************************************************
       DAILY-USAGE-REPORT.
           OPEN OUTPUT USAGE-REPORT
           MOVE SPACES TO WS-LINE-OUT
           STRING "DAILY USAGE REPORT FOR " WS-REPORT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           PERFORM BUILD-USER-TOTALS
           PERFORM WRITE-USER-TOTALS
           PERFORM SET-DAY-INTERVALS
           PERFORM WRITE-HOURLY-PEAKS
           PERFORM WRITE-CROSS-MIDNIGHT
           PERFORM WRITE-NO-LOGOUT
           CLOSE USAGE-REPORT
           DISPLAY "DAILY USAGE REPORT WRITTEN TO daily_usage.txt".

       WRITE-USAGE-LINE.
           MOVE WS-LINE-OUT TO USAGE-REC
           WRITE USAGE-REC.

       BUILD-USER-TOTALS.
           MOVE 0 TO WS-US-COUNT
           MOVE 0 TO WS-TOT-SESSIONS
           MOVE 0 TO WS-TOT-SECONDS
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-TYPE(WS-SS-IDX) = "C"
                 AND WS-SS-DATE(WS-SS-IDX) = WS-REPORT-DATE
                 PERFORM FIND-USER
                 IF WS-US-FOUND > 0
                    ADD 1 TO WS-US-SESSIONS(WS-US-FOUND)
                    ADD WS-SS-DURATION(WS-SS-IDX)
                       TO WS-US-TOTAL(WS-US-FOUND)
                 END-IF
                 ADD 1 TO WS-TOT-SESSIONS
                 ADD WS-SS-DURATION(WS-SS-IDX) TO WS-TOT-SECONDS
              END-IF
           END-PERFORM.

       FIND-USER.
           MOVE 0 TO WS-US-FOUND
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-US-COUNT
              IF WS-US-USER(WS-US-IDX) = WS-SS-USER(WS-SS-IDX)
                 MOVE WS-US-IDX TO WS-US-FOUND
              END-IF
           END-PERFORM
           IF WS-US-FOUND = 0 AND WS-US-COUNT < 200
              ADD 1 TO WS-US-COUNT
              MOVE WS-US-COUNT TO WS-US-FOUND
              MOVE WS-SS-USER(WS-SS-IDX) TO WS-US-USER(WS-US-FOUND)
              MOVE 0 TO WS-US-SESSIONS(WS-US-FOUND)
              MOVE 0 TO WS-US-TOTAL(WS-US-FOUND)
              MOVE 0 TO WS-US-ODD(WS-US-FOUND)
           END-IF.

       WRITE-USER-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           MOVE "USER        SESSIONS   TOTAL SECS     AVG SECS"
              TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-US-COUNT
              MOVE WS-US-SESSIONS(WS-US-IDX) TO WS-COUNT-DIS
              MOVE WS-US-TOTAL(WS-US-IDX) TO WS-SECS-DIS
              COMPUTE WS-AVG-SECONDS ROUNDED =
                 WS-US-TOTAL(WS-US-IDX) / WS-US-SESSIONS(WS-US-IDX)
              MOVE WS-AVG-SECONDS TO WS-AVG-DIS
              MOVE SPACES TO WS-LINE-OUT
              STRING WS-US-USER(WS-US-IDX) "     " WS-COUNT-DIS
                     "    " WS-SECS-DIS "    " WS-AVG-DIS
                     DELIMITED BY SIZE
                     INTO WS-LINE-OUT
              PERFORM WRITE-USAGE-LINE
           END-PERFORM
           MOVE 0 TO WS-AVG-SECONDS
           IF WS-TOT-SESSIONS > 0
              COMPUTE WS-AVG-SECONDS ROUNDED =
                 WS-TOT-SECONDS / WS-TOT-SESSIONS
           END-IF
           MOVE WS-TOT-SESSIONS TO WS-COUNT-DIS
           MOVE WS-TOT-SECONDS TO WS-SECS-DIS
           MOVE WS-AVG-SECONDS TO WS-AVG-DIS
           MOVE SPACES TO WS-LINE-OUT
           STRING "ALL USERS      " WS-COUNT-DIS
                  "    " WS-SECS-DIS "    " WS-AVG-DIS
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE.

      * Each completed session touching the report date becomes a
      * from/to range in seconds within that day.
       SET-DAY-INTERVALS.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              MOVE "N" TO WS-SS-ON-DAY(WS-SS-IDX)
              IF WS-SS-TYPE(WS-SS-IDX) = "C"
                 AND WS-SS-DATE(WS-SS-IDX) <= WS-REPORT-DATE
                 AND WS-SS-OUT-DATE(WS-SS-IDX) >= WS-REPORT-DATE
                 MOVE "Y" TO WS-SS-ON-DAY(WS-SS-IDX)
                 IF WS-SS-DATE(WS-SS-IDX) = WS-REPORT-DATE
                    MOVE WS-SS-IN-TIME(WS-SS-IDX) TO WS-HHMMSS
                    PERFORM HHMMSS-TO-SECONDS
                    MOVE WS-SECONDS TO WS-SS-FROM-SEC(WS-SS-IDX)
                 ELSE
                    MOVE 0 TO WS-SS-FROM-SEC(WS-SS-IDX)
                 END-IF
                 IF WS-SS-OUT-DATE(WS-SS-IDX) = WS-REPORT-DATE
                    MOVE WS-SS-OUT-TIME(WS-SS-IDX) TO WS-HHMMSS
                    PERFORM HHMMSS-TO-SECONDS
                    MOVE WS-SECONDS TO WS-SS-TO-SEC(WS-SS-IDX)
                 ELSE
                    MOVE 86400 TO WS-SS-TO-SEC(WS-SS-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       HHMMSS-TO-SECONDS.
           DIVIDE WS-HHMMSS BY 10000 GIVING WS-HH
              REMAINDER WS-HHMMSS
           DIVIDE WS-HHMMSS BY 100 GIVING WS-MM
              REMAINDER WS-SS
           COMPUTE WS-SECONDS =
              (WS-HH * 3600) + (WS-MM * 60) + WS-SS.

      * The peak within an hour occurs at the start of the hour or
      * at a login during it, so only those points are counted.
       WRITE-HOURLY-PEAKS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           MOVE "HOUR  PEAK CONCURRENT SESSIONS" TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           MOVE 0 TO WS-DAY-PEAK
           MOVE 0 TO WS-DAY-PEAK-HOUR
           PERFORM VARYING WS-HOUR FROM 0 BY 1 UNTIL WS-HOUR > 23
              COMPUTE WS-HOUR-START = WS-HOUR * 3600
              COMPUTE WS-HOUR-END = WS-HOUR-START + 3600
              MOVE WS-HOUR-START TO WS-POINT
              PERFORM COUNT-ACTIVE-AT-POINT
              MOVE WS-ACTIVE TO WS-PEAK
              PERFORM VARYING WS-SS-IDX2 FROM 1 BY 1
                      UNTIL WS-SS-IDX2 > WS-SS-COUNT
                 IF WS-SS-ON-DAY(WS-SS-IDX2) = "Y"
                    AND WS-SS-FROM-SEC(WS-SS-IDX2) > WS-HOUR-START
                    AND WS-SS-FROM-SEC(WS-SS-IDX2) < WS-HOUR-END
                    MOVE WS-SS-FROM-SEC(WS-SS-IDX2) TO WS-POINT
                    PERFORM COUNT-ACTIVE-AT-POINT
                    IF WS-ACTIVE > WS-PEAK
                       MOVE WS-ACTIVE TO WS-PEAK
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-PEAK > WS-DAY-PEAK
                 MOVE WS-PEAK TO WS-DAY-PEAK
                 MOVE WS-HOUR TO WS-DAY-PEAK-HOUR
              END-IF
              MOVE WS-PEAK TO WS-COUNT-DIS
              MOVE SPACES TO WS-LINE-OUT
              STRING WS-HOUR ":00   " WS-COUNT-DIS
                     DELIMITED BY SIZE
                     INTO WS-LINE-OUT
              PERFORM WRITE-USAGE-LINE
           END-PERFORM
           MOVE WS-DAY-PEAK TO WS-COUNT-DIS
           MOVE SPACES TO WS-LINE-OUT
           STRING "PEAK FOR THE DAY: " WS-COUNT-DIS " AT "
                  WS-DAY-PEAK-HOUR ":00"
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE.

       COUNT-ACTIVE-AT-POINT.
           MOVE 0 TO WS-ACTIVE
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-ON-DAY(WS-SS-IDX) = "Y"
                 AND WS-SS-FROM-SEC(WS-SS-IDX) <= WS-POINT
                 AND WS-SS-TO-SEC(WS-SS-IDX) > WS-POINT
                 ADD 1 TO WS-ACTIVE
              END-IF
           END-PERFORM.

       WRITE-CROSS-MIDNIGHT.
           MOVE 0 TO WS-CROSS-COUNT
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           MOVE "SESSIONS CROSSING MIDNIGHT" TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-TYPE(WS-SS-IDX) = "C"
                 AND WS-SS-OUT-DATE(WS-SS-IDX)
                     NOT = WS-SS-DATE(WS-SS-IDX)
                 AND (WS-SS-DATE(WS-SS-IDX) = WS-REPORT-DATE
                   OR WS-SS-OUT-DATE(WS-SS-IDX) = WS-REPORT-DATE)
                 ADD 1 TO WS-CROSS-COUNT
                 MOVE WS-SS-DURATION(WS-SS-IDX) TO WS-SECS-DIS
                 MOVE SPACES TO WS-LINE-OUT
                 STRING "  " WS-SS-USER(WS-SS-IDX) " IN "
                        WS-SS-DATE(WS-SS-IDX) " "
                        WS-SS-IN-TIME(WS-SS-IDX) " OUT "
                        WS-SS-OUT-DATE(WS-SS-IDX) " "
                        WS-SS-OUT-TIME(WS-SS-IDX) " SECS "
                        WS-SECS-DIS
                        DELIMITED BY SIZE
                        INTO WS-LINE-OUT
                 PERFORM WRITE-USAGE-LINE
              END-IF
           END-PERFORM
           IF WS-CROSS-COUNT = 0
              MOVE "  NONE" TO WS-LINE-OUT
              PERFORM WRITE-USAGE-LINE
           END-IF.

       WRITE-NO-LOGOUT.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           MOVE "LOGINS WITH NO LOGOUT RECORDED" TO WS-LINE-OUT
           PERFORM WRITE-USAGE-LINE
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-TYPE(WS-SS-IDX) = "I"
                 AND WS-SS-MATCHED(WS-SS-IDX) = "N"
                 AND WS-SS-DATE(WS-SS-IDX) = WS-REPORT-DATE
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE SPACES TO WS-LINE-OUT
                 STRING "  " WS-SS-USER(WS-SS-IDX) " IN "
                        WS-SS-DATE(WS-SS-IDX) " "
                        WS-SS-IN-TIME(WS-SS-IDX)
                        DELIMITED BY SIZE
                        INTO WS-LINE-OUT
                 PERFORM WRITE-USAGE-LINE
              END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
              MOVE "  NONE" TO WS-LINE-OUT
              PERFORM WRITE-USAGE-LINE
           END-IF.

      ******************************************************************
      * Weekly security summary: logins in the seven days ending on
      * the report date that fell on a weekend, a holiday in
      * HOLIDAYS.DAT, or outside business hours.
      ******************************************************************
       WEEKLY-SECURITY-SUMMARY.
           COMPUTE WS-WEEK-START =
              FUNCTION DATE-OF-INTEGER(WS-REPORT-INT - 6)
           MOVE 0 TO WS-US-COUNT
           MOVE 0 TO WS-ODD-COUNT
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              MOVE "N" TO WS-SS-ON-DAY(WS-SS-IDX)
              IF WS-SS-TYPE(WS-SS-IDX) = "I"
                 AND WS-SS-DATE(WS-SS-IDX) >= WS-WEEK-START
                 AND WS-SS-DATE(WS-SS-IDX) <= WS-REPORT-DATE
                 PERFORM CHECK-OUT-OF-HOURS
                 IF WS-ODD-REASON NOT = SPACES
                    MOVE "Y" TO WS-SS-ON-DAY(WS-SS-IDX)
                    ADD 1 TO WS-ODD-COUNT
                    PERFORM FIND-USER
                    IF WS-US-FOUND > 0
                       ADD 1 TO WS-US-ODD(WS-US-FOUND)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           OPEN OUTPUT SECURITY-REPORT
           MOVE SPACES TO WS-LINE-OUT
           STRING "OUT-OF-HOURS LOGINS " WS-WEEK-START " TO "
                  WS-REPORT-DATE
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-SECURITY-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "BUSINESS HOURS " WS-BUS-START " - " WS-BUS-END
                  " ON WORKING DAYS"
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-SECURITY-LINE
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-US-COUNT
              PERFORM WRITE-SECURITY-USER
           END-PERFORM
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-SECURITY-LINE
           MOVE WS-US-COUNT TO WS-COUNT-DIS
           MOVE SPACES TO WS-LINE-OUT
           STRING "USERS: " WS-COUNT-DIS
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           MOVE WS-ODD-COUNT TO WS-COUNT-DIS
           STRING "   OUT-OF-HOURS LOGINS: " WS-COUNT-DIS
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT(20:)
           PERFORM WRITE-SECURITY-LINE
           CLOSE SECURITY-REPORT
           DISPLAY "WEEKLY SECURITY SUMMARY WRITTEN TO "
                   "weekly_security.txt".

       WRITE-SECURITY-LINE.
           MOVE WS-LINE-OUT TO SECURITY-REC
           WRITE SECURITY-REC.

       WRITE-SECURITY-USER.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-SECURITY-LINE
           MOVE WS-US-ODD(WS-US-IDX) TO WS-COUNT-DIS
           MOVE SPACES TO WS-LINE-OUT
           STRING "USER " WS-US-USER(WS-US-IDX) "  LOGINS: "
                  WS-COUNT-DIS
                  DELIMITED BY SIZE
                  INTO WS-LINE-OUT
           PERFORM WRITE-SECURITY-LINE
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
              IF WS-SS-ON-DAY(WS-SS-IDX) = "Y"
                 AND WS-SS-USER(WS-SS-IDX) = WS-US-USER(WS-US-IDX)
                 PERFORM CHECK-OUT-OF-HOURS
                 MOVE SPACES TO WS-LINE-OUT
                 STRING "  " WS-SS-DATE(WS-SS-IDX) " "
                        WS-SS-IN-TIME(WS-SS-IDX) "  " WS-ODD-REASON
                        DELIMITED BY SIZE
                        INTO WS-LINE-OUT
                 PERFORM WRITE-SECURITY-LINE
              END-IF
           END-PERFORM.

      * Day 1 of INTEGER-OF-DATE is a Monday, so MOD 7 gives
      * 6 for Saturday and 0 for Sunday.
       CHECK-OUT-OF-HOURS.
           MOVE SPACES TO WS-ODD-REASON
           COMPUTE WS-DOW = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-SS-DATE(WS-SS-IDX)), 7)
           IF WS-DOW = 6 OR WS-DOW = 0
              MOVE "WEEKEND" TO WS-ODD-REASON
           ELSE
              PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                      UNTIL WS-HOL-IDX > WS-HOL-COUNT
                 IF WS-HOL-T-DATE(WS-HOL-IDX) = WS-SS-DATE(WS-SS-IDX)
                    MOVE WS-HOL-T-DESC(WS-HOL-IDX) TO WS-ODD-REASON
                 END-IF
              END-PERFORM
              IF WS-ODD-REASON = SPACES
                 IF WS-SS-IN-TIME(WS-SS-IDX) < WS-BUS-START
                    MOVE "BEFORE HOURS" TO WS-ODD-REASON
                 END-IF
                 IF WS-SS-IN-TIME(WS-SS-IDX) >= WS-BUS-END
                    MOVE "AFTER HOURS" TO WS-ODD-REASON
                 END-IF
              END-IF
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = "35"
              DISPLAY "NO HOLIDAYS.DAT - WEEKENDS AND HOURS ONLY"
           ELSE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ HOLIDAY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-HOL-COUNT < 100
                          ADD 1 TO WS-HOL-COUNT
                          MOVE HOL-DATE TO WS-HOL-T-DATE(WS-HOL-COUNT)
                          MOVE HOL-DESC TO WS-HOL-T-DESC(WS-HOL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.

       END PROGRAM SESSRPT.

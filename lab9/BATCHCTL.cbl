       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-SCHEDULE ASSIGN TO "BANK_SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BS-STATUS.
           SELECT RUN-STATE ASSIGN TO "BANK_RUN_STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT BANK-RUN-LOG ASSIGN TO "BANK_RUN_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT STEP-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-SCHEDULE.
       01 SCHEDULE-REC.
          05 BS-STEP-NO     PIC 9(3).
          05 BS-STEP-NAME   PIC X(10).
          05 BS-FREQ        PIC X(1).
             88 BS-ALWAYS      VALUE "A".
             88 BS-DAILY       VALUE "D".
             88 BS-MONTH-END   VALUE "M".
             88 BS-YEAR-END    VALUE "Y".
          05 BS-PRED        PIC 9(3) OCCURS 3 TIMES.
          05 BS-ACTIVE      PIC X(1).
             88 BS-ENABLED     VALUE "Y".
          05 BS-COMMAND     PIC X(60).

       FD RUN-STATE.
       01 RUN-STATE-REC.
          05 RS-RUN-DATE    PIC 9(8).
          05 RS-STEP-NO     PIC 9(3).
          05 RS-STEP-NAME   PIC X(10).
          05 RS-STATE       PIC X(1).
          05 RS-RC          PIC 9(5).
          05 RS-END-DATE    PIC 9(8).
          05 RS-END-TIME    PIC 9(6).

       FD BANK-RUN-LOG.
       01 BANK-RUN-LOG-REC PIC X(100).

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
          05 HOL-DATE       PIC 9(8).
          05 HOL-DESC       PIC X(30).

       FD STEP-INPUT.
       01 STEP-INPUT-REC    PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-BS-STATUS        PIC XX VALUE SPACES.
       01 WS-RS-STATUS        PIC XX VALUE SPACES.
       01 WS-RL-STATUS        PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-HOL-STATUS       PIC XX VALUE SPACES.
       01 WS-IN-STATUS        PIC XX VALUE SPACES.
       01 WS-INPUT-FILENAME   PIC X(30) VALUE SPACES.
       01 WS-INPUT-COUNT      PIC 9 VALUE 0.
       01 WS-INPUT-IDX        PIC 9 VALUE 0.
       01 WS-INPUT-LINES.
          05 WS-INPUT-LINE    PIC X(20) OCCURS 3 TIMES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE        PIC 9(8) VALUE 0.
       01 WS-DATE-INT         PIC 9(8) VALUE 0.
       01 WS-WEEKDAY          PIC 9 VALUE 0.
       01 WS-BUSINESS-DAY     PIC X VALUE "Y".
       01 WS-MONTH-END        PIC X VALUE "N".
       01 WS-YEAR-END         PIC X VALUE "N".
       01 WS-RESTART          PIC X VALUE "N".
       01 WS-DAY-DESC         PIC X(30) VALUE SPACES.
       01 WS-STEP-COUNT       PIC 9(3) VALUE 0.
       01 WS-STEP-IDX         PIC 9(3) VALUE 0.
       01 WS-PRED-IDX         PIC 9 VALUE 0.
       01 WS-FIND-IDX         PIC 9(3) VALUE 0.
       01 WS-FIND-NO          PIC 9(3) VALUE 0.
       01 WS-SCAN-IDX         PIC 9(3) VALUE 0.
       01 WS-BLOCKED-BY       PIC 9(3) VALUE 0.
       01 WS-DUE              PIC X VALUE "N".
       01 WS-RC               PIC S9(9) VALUE 0.
       01 WS-RC-DIS           PIC 9(5) VALUE 0.
       01 WS-RUN-COUNT        PIC 9(3) VALUE 0.
       01 WS-OK-COUNT         PIC 9(3) VALUE 0.
       01 WS-FAIL-COUNT       PIC 9(3) VALUE 0.
       01 WS-BLOCK-COUNT      PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT       PIC 9(3) VALUE 0.
       01 WS-DONE-COUNT       PIC 9(3) VALUE 0.
       01 WS-LOG-STEP         PIC X(10) VALUE SPACES.
       01 WS-LOG-OUTCOME      PIC X(50) VALUE SPACES.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.
       01 WS-COMMAND          PIC X(61) VALUE SPACES.

       01 WS-HOL-COUNT        PIC 9(3) VALUE 0.
       01 WS-HOL-IDX          PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-T-DATE PIC 9(8).
             10 WS-HOL-T-DESC PIC X(30).

       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 50 TIMES.
             10 WS-ST-NO      PIC 9(3).
             10 WS-ST-NAME    PIC X(10).
             10 WS-ST-FREQ    PIC X(1).
             10 WS-ST-PRED    PIC 9(3) OCCURS 3 TIMES.
             10 WS-ST-ACTIVE  PIC X(1).
             10 WS-ST-COMMAND PIC X(60).
             10 WS-ST-STATE   PIC X(1).
             10 WS-ST-RC      PIC 9(5).
             10 WS-ST-END-DATE PIC 9(8).
             10 WS-ST-END-TIME PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM SEED-SCHEDULE
           PERFORM SEED-STEP-INPUTS
           PERFORM LOAD-SCHEDULE
           IF WS-STEP-COUNT = 0
              DISPLAY "NO STEPS IN BANK SCHEDULE."
              STOP RUN
           END-IF
           PERFORM LOAD-RUN-STATE
           IF WS-RESTART = "N"
              PERFORM GET-BUSINESS-DATE
           END-IF
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM CLASSIFY-RUN-DATE
           MOVE "RUN" TO WS-LOG-STEP
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-RESTART = "Y"
              STRING "RESTARTED FOR " WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-LOG-OUTCOME
           ELSE
              STRING "STARTED FOR " WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-LOG-OUTCOME
           END-IF
           PERFORM WRITE-RUN-LOG
           DISPLAY "BANK BATCH RUN FOR BUSINESS DATE " WS-RUN-DATE
           IF WS-BUSINESS-DAY = "N"
              DISPLAY "NON-BUSINESS DAY: " WS-DAY-DESC
           END-IF
           IF WS-MONTH-END = "Y"
              DISPLAY "MONTH-END STEPS ARE DUE."
           END-IF
           IF WS-YEAR-END = "Y"
              DISPLAY "YEAR-END STEPS ARE DUE."
           END-IF

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PROCESS-ONE-STEP
               PERFORM SAVE-RUN-STATE
           END-PERFORM

           MOVE "RUN" TO WS-LOG-STEP
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-FAIL-COUNT > 0 OR WS-BLOCK-COUNT > 0
              STRING "ENDED WITH FAILURES - RESTART TO RESUME"
                     DELIMITED BY SIZE INTO WS-LOG-OUTCOME
           ELSE
              STRING "COMPLETED" DELIMITED BY SIZE
                     INTO WS-LOG-OUTCOME
           END-IF
           PERFORM WRITE-RUN-LOG
           DISPLAY "BANK BATCH RUN " WS-LOG-OUTCOME
           DISPLAY "STEPS RUN: " WS-RUN-COUNT
              "  OK: " WS-OK-COUNT
              "  FAILED: " WS-FAIL-COUNT
              "  BLOCKED: " WS-BLOCK-COUNT
           DISPLAY "NOT DUE: " WS-SKIP-COUNT
              "  ALREADY COMPLETE: " WS-DONE-COUNT
           IF WS-FAIL-COUNT > 0 OR WS-BLOCK-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SEED-SCHEDULE.
           OPEN INPUT BANK-SCHEDULE
           IF WS-BS-STATUS = "35"
              OPEN OUTPUT BANK-SCHEDULE
              MOVE 0 TO BS-PRED(2)
              MOVE 0 TO BS-PRED(3)
              MOVE 010 TO BS-STEP-NO
              MOVE "INTEREST" TO BS-STEP-NAME
              MOVE "M" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./INTEREST" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 015 TO BS-STEP-NO
              MOVE "STAFFPRC" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./STAFFPRC" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 020 TO BS-STEP-NO
              MOVE "MTHFEE" TO BS-STEP-NAME
              MOVE "M" TO BS-FREQ
              MOVE 015 TO BS-PRED(1)
              MOVE "./MTHFEE" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 030 TO BS-STEP-NO
              MOVE "STMT" TO BS-STEP-NAME
              MOVE "M" TO BS-FREQ
              MOVE 010 TO BS-PRED(1)
              MOVE 020 TO BS-PRED(2)
              MOVE "./STMT < STMT_BATCH.IN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 032 TO BS-STEP-NO
              MOVE "DEPMIS" TO BS-STEP-NAME
              MOVE "M" TO BS-FREQ
              MOVE 010 TO BS-PRED(1)
              MOVE 020 TO BS-PRED(2)
              MOVE "./DEPMIS" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 035 TO BS-STEP-NO
              MOVE "RETPURGE" TO BS-STEP-NAME
              MOVE "Y" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./RETPURGE" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 036 TO BS-STEP-NO
              MOVE "CHQPRES" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./CHQPRES" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 037 TO BS-STEP-NO
              MOVE "CLRRTN" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./CLRRTN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 038 TO BS-STEP-NO
              MOVE "KYCREV" TO BS-STEP-NAME
              MOVE "M" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./KYCREV" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 039 TO BS-STEP-NO
              MOVE "WLSCREEN" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 0 TO BS-PRED(1)
              MOVE "./WLSCREEN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 040 TO BS-STEP-NO
              MOVE "EOD" TO BS-STEP-NAME
              MOVE "A" TO BS-FREQ
              MOVE 036 TO BS-PRED(1)
              MOVE 037 TO BS-PRED(2)
              MOVE "./EOD" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 050 TO BS-STEP-NO
              MOVE "DORMANT" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 040 TO BS-PRED(1)
              MOVE "./DORMANT < DORMANT_BATCH.IN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 060 TO BS-STEP-NO
              MOVE "FRAUD" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 040 TO BS-PRED(1)
              MOVE "./FRAUD < FRAUD_BATCH.IN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 070 TO BS-STEP-NO
              MOVE "CTR" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 040 TO BS-PRED(1)
              MOVE "./CTR < CTR_BATCH.IN" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 080 TO BS-STEP-NO
              MOVE "RECON" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 040 TO BS-PRED(1)
              MOVE "./RECON" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
              MOVE 090 TO BS-STEP-NO
              MOVE "BANKAUDIT" TO BS-STEP-NAME
              MOVE "D" TO BS-FREQ
              MOVE 080 TO BS-PRED(1)
              MOVE "./BANKAUDIT" TO BS-COMMAND
              PERFORM WRITE-SEED-STEP
           END-IF
           CLOSE BANK-SCHEDULE.

       SEED-STEP-INPUTS.
           MOVE "STMT_BATCH.IN" TO WS-INPUT-FILENAME
           MOVE 3 TO WS-INPUT-COUNT
           MOVE "0" TO WS-INPUT-LINE(1)
           MOVE SPACES TO WS-INPUT-LINE(2)
           MOVE "ALL" TO WS-INPUT-LINE(3)
           PERFORM SEED-ONE-INPUT
           MOVE "DORMANT_BATCH.IN" TO WS-INPUT-FILENAME
           MOVE 1 TO WS-INPUT-COUNT
           MOVE "0" TO WS-INPUT-LINE(1)
           PERFORM SEED-ONE-INPUT
           MOVE "FRAUD_BATCH.IN" TO WS-INPUT-FILENAME
           MOVE 1 TO WS-INPUT-COUNT
           MOVE "N" TO WS-INPUT-LINE(1)
           PERFORM SEED-ONE-INPUT
           MOVE "CTR_BATCH.IN" TO WS-INPUT-FILENAME
           MOVE 1 TO WS-INPUT-COUNT
           MOVE "0" TO WS-INPUT-LINE(1)
           PERFORM SEED-ONE-INPUT.

       SEED-ONE-INPUT.
           OPEN INPUT STEP-INPUT
           IF WS-IN-STATUS = "35"
              OPEN OUTPUT STEP-INPUT
              PERFORM VARYING WS-INPUT-IDX FROM 1 BY 1
                    UNTIL WS-INPUT-IDX > WS-INPUT-COUNT
                  MOVE WS-INPUT-LINE(WS-INPUT-IDX) TO STEP-INPUT-REC
                  WRITE STEP-INPUT-REC
              END-PERFORM
           END-IF
           CLOSE STEP-INPUT.

       WRITE-SEED-STEP.
           MOVE "Y" TO BS-ACTIVE
           WRITE SCHEDULE-REC
           MOVE 0 TO BS-PRED(2)
           MOVE 0 TO BS-PRED(3).

       LOAD-SCHEDULE.
           MOVE 0 TO WS-STEP-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BANK-SCHEDULE
           IF WS-BS-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BANK-SCHEDULE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BS-ENABLED AND WS-STEP-COUNT < 50
                          ADD 1 TO WS-STEP-COUNT
                          PERFORM NOTE-SCHEDULE-STEP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BS-STATUS NOT = "35"
              CLOSE BANK-SCHEDULE
           END-IF.

       NOTE-SCHEDULE-STEP.
           MOVE BS-STEP-NO TO WS-ST-NO(WS-STEP-COUNT)
           MOVE BS-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
           MOVE BS-FREQ TO WS-ST-FREQ(WS-STEP-COUNT)
           MOVE BS-PRED(1) TO WS-ST-PRED(WS-STEP-COUNT, 1)
           MOVE BS-PRED(2) TO WS-ST-PRED(WS-STEP-COUNT, 2)
           MOVE BS-PRED(3) TO WS-ST-PRED(WS-STEP-COUNT, 3)
           MOVE BS-ACTIVE TO WS-ST-ACTIVE(WS-STEP-COUNT)
           MOVE BS-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
           MOVE "P" TO WS-ST-STATE(WS-STEP-COUNT)
           MOVE 0 TO WS-ST-RC(WS-STEP-COUNT)
           MOVE 0 TO WS-ST-END-DATE(WS-STEP-COUNT)
           MOVE 0 TO WS-ST-END-TIME(WS-STEP-COUNT).

       LOAD-RUN-STATE.
           MOVE "N" TO WS-RESTART
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RUN-STATE
           IF WS-RS-STATUS = "35"
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RUN-STATE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF RS-STATE = "F" OR RS-STATE = "B"
                          OR RS-STATE = "P"
                          MOVE "Y" TO WS-RESTART
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RS-STATUS NOT = "35"
              CLOSE RUN-STATE
           END-IF
           IF WS-RESTART = "Y"
              PERFORM RESTORE-RUN-STATE
           END-IF.

       RESTORE-RUN-STATE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT RUN-STATE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RUN-STATE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE RS-RUN-DATE TO WS-RUN-DATE
                       MOVE RS-STEP-NO TO WS-FIND-NO
                       PERFORM FIND-STEP-BY-NO
                       IF WS-FIND-IDX > 0 AND
                             (RS-STATE = "C" OR RS-STATE = "N")
                          MOVE RS-STATE TO WS-ST-STATE(WS-FIND-IDX)
                          MOVE RS-RC TO WS-ST-RC(WS-FIND-IDX)
                          MOVE RS-END-DATE
                             TO WS-ST-END-DATE(WS-FIND-IDX)
                          MOVE RS-END-TIME
                             TO WS-ST-END-TIME(WS-FIND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATE
           DISPLAY "PREVIOUS RUN FOR " WS-RUN-DATE
              " DID NOT COMPLETE. RESUMING FROM THE FAILED STEP.".

       FIND-STEP-BY-NO.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF WS-ST-NO(WS-SCAN-IDX) = WS-FIND-NO
                  MOVE WS-SCAN-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.

       GET-BUSINESS-DATE.
           MOVE 0 TO WS-RUN-DATE
           OPEN INPUT BUSINESS-DATE
           IF WS-BUSDT-STATUS = "00"
              READ BUSINESS-DATE INTO WS-RUN-DATE
              END-READ
           END-IF
           CLOSE BUSINESS-DATE
           IF WS-RUN-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ HOLIDAY-FILE
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WS-HOL-COUNT < 100
                             ADD 1 TO WS-HOL-COUNT
                             MOVE HOL-DATE TO
                                WS-HOL-T-DATE(WS-HOL-COUNT)
                             MOVE HOL-DESC TO
                                WS-HOL-T-DESC(WS-HOL-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.

       CLASSIFY-RUN-DATE.
           MOVE "Y" TO WS-BUSINESS-DAY
           MOVE SPACES TO WS-DAY-DESC
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-WEEKDAY = 6
              MOVE "N" TO WS-BUSINESS-DAY
              MOVE "SATURDAY" TO WS-DAY-DESC
           END-IF
           IF WS-WEEKDAY = 0
              MOVE "N" TO WS-BUSINESS-DAY
              MOVE "SUNDAY" TO WS-DAY-DESC
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-T-DATE(WS-HOL-IDX) = WS-RUN-DATE
                  MOVE "N" TO WS-BUSINESS-DAY
                  MOVE WS-HOL-T-DESC(WS-HOL-IDX) TO WS-DAY-DESC
               END-IF
           END-PERFORM
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
           IF WS-NEXT-DATE(1:6) NOT = WS-RUN-DATE(1:6)
              MOVE "Y" TO WS-MONTH-END
           ELSE
              MOVE "N" TO WS-MONTH-END
           END-IF
           IF WS-NEXT-DATE(1:4) NOT = WS-RUN-DATE(1:4)
              MOVE "Y" TO WS-YEAR-END
           ELSE
              MOVE "N" TO WS-YEAR-END
           END-IF.

       PROCESS-ONE-STEP.
           MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-LOG-STEP
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-ST-STATE(WS-STEP-IDX) = "C"
              OR WS-ST-STATE(WS-STEP-IDX) = "N"
              ADD 1 TO WS-DONE-COUNT
              DISPLAY WS-LOG-STEP " ALREADY COMPLETE FOR THIS RUN."
           ELSE
              PERFORM CHECK-STEP-DUE
              IF WS-DUE = "N"
                 MOVE "N" TO WS-ST-STATE(WS-STEP-IDX)
                 ADD 1 TO WS-SKIP-COUNT
                 STRING "NOT DUE ON " WS-RUN-DATE
                        DELIMITED BY SIZE INTO WS-LOG-OUTCOME
                 PERFORM WRITE-RUN-LOG
              ELSE
                 PERFORM CHECK-PREDECESSORS
                 IF WS-BLOCKED-BY > 0
                    MOVE "B" TO WS-ST-STATE(WS-STEP-IDX)
                    ADD 1 TO WS-BLOCK-COUNT
                    STRING "NOT RUN - PREDECESSOR STEP "
                           WS-BLOCKED-BY " DID NOT COMPLETE"
                           DELIMITED BY SIZE INTO WS-LOG-OUTCOME
                    PERFORM WRITE-RUN-LOG
                    DISPLAY WS-LOG-STEP " " WS-LOG-OUTCOME
                 ELSE
                    PERFORM RUN-STEP
                 END-IF
              END-IF
           END-IF.

       CHECK-STEP-DUE.
           MOVE "N" TO WS-DUE
           EVALUATE WS-ST-FREQ(WS-STEP-IDX)
              WHEN "A"
                 MOVE "Y" TO WS-DUE
              WHEN "D"
                 MOVE WS-BUSINESS-DAY TO WS-DUE
              WHEN "M"
                 MOVE WS-MONTH-END TO WS-DUE
              WHEN "Y"
                 MOVE WS-YEAR-END TO WS-DUE
              WHEN OTHER
                 MOVE "N" TO WS-DUE
           END-EVALUATE.

       CHECK-PREDECESSORS.
           MOVE 0 TO WS-BLOCKED-BY
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                 UNTIL WS-PRED-IDX > 3
               IF WS-ST-PRED(WS-STEP-IDX, WS-PRED-IDX) > 0
                  MOVE WS-ST-PRED(WS-STEP-IDX, WS-PRED-IDX)
                     TO WS-FIND-NO
                  PERFORM FIND-STEP-BY-NO
                  IF WS-FIND-IDX > 0
                     IF WS-ST-STATE(WS-FIND-IDX) = "F"
                        OR WS-ST-STATE(WS-FIND-IDX) = "B"
                        OR WS-ST-STATE(WS-FIND-IDX) = "P"
                        MOVE WS-ST-NO(WS-FIND-IDX) TO WS-BLOCKED-BY
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       RUN-STEP.
           ADD 1 TO WS-RUN-COUNT
           MOVE "STARTED" TO WS-LOG-OUTCOME
           PERFORM WRITE-RUN-LOG
           DISPLAY "RUNNING STEP " WS-ST-NO(WS-STEP-IDX) " "
              WS-LOG-STEP
           MOVE SPACES TO WS-COMMAND
           STRING WS-ST-COMMAND(WS-STEP-IDX) DELIMITED BY "  "
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RC
           MOVE 0 TO RETURN-CODE
           IF WS-RC < 0
              COMPUTE WS-RC = 0 - WS-RC
           END-IF
           MOVE WS-RC TO WS-RC-DIS
           MOVE WS-RC-DIS TO WS-ST-RC(WS-STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
              TO WS-ST-END-DATE(WS-STEP-IDX)
           MOVE FUNCTION CURRENT-DATE(9:6)
              TO WS-ST-END-TIME(WS-STEP-IDX)
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-RC = 0
              MOVE "C" TO WS-ST-STATE(WS-STEP-IDX)
              ADD 1 TO WS-OK-COUNT
              STRING "ENDED OK" DELIMITED BY SIZE
                     INTO WS-LOG-OUTCOME
           ELSE
              MOVE "F" TO WS-ST-STATE(WS-STEP-IDX)
              ADD 1 TO WS-FAIL-COUNT
              STRING "FAILED RC " WS-RC-DIS
                     DELIMITED BY SIZE INTO WS-LOG-OUTCOME
           END-IF
           PERFORM WRITE-RUN-LOG
           DISPLAY WS-LOG-STEP " " WS-LOG-OUTCOME.

       SAVE-RUN-STATE.
           OPEN OUTPUT RUN-STATE
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                 UNTIL WS-FIND-IDX > WS-STEP-COUNT
               MOVE WS-RUN-DATE TO RS-RUN-DATE
               MOVE WS-ST-NO(WS-FIND-IDX) TO RS-STEP-NO
               MOVE WS-ST-NAME(WS-FIND-IDX) TO RS-STEP-NAME
               MOVE WS-ST-STATE(WS-FIND-IDX) TO RS-STATE
               MOVE WS-ST-RC(WS-FIND-IDX) TO RS-RC
               MOVE WS-ST-END-DATE(WS-FIND-IDX) TO RS-END-DATE
               MOVE WS-ST-END-TIME(WS-FIND-IDX) TO RS-END-TIME
               WRITE RUN-STATE-REC
           END-PERFORM
           CLOSE RUN-STATE.

       WRITE-RUN-LOG.
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION CURRENT-DATE(1:8) " "
                  FUNCTION CURRENT-DATE(9:6) " "
                  WS-RUN-DATE " " WS-LOG-STEP " " WS-LOG-OUTCOME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           OPEN EXTEND BANK-RUN-LOG
           IF WS-RL-STATUS = "35"
              OPEN OUTPUT BANK-RUN-LOG
           END-IF
           MOVE WS-REPORT-LINE TO BANK-RUN-LOG-REC
           WRITE BANK-RUN-LOG-REC
           CLOSE BANK-RUN-LOG.

       END PROGRAM BATCHCTL.

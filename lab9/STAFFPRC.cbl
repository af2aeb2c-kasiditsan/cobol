       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFPRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT BUSINESS-DATE ASSIGN TO "BUSINESS_DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.
           SELECT STAFF-LINK ASSIGN TO "STAFF_LINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT STAFF-CONV ASSIGN TO "STAFF_CONV_NOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-STATUS.
           SELECT SCN-NEW ASSIGN TO "STAFF_CONV_NOTICE_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCNN-STATUS.
           SELECT STAFF-REGISTER ASSIGN TO "STAFF_REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT STAFF-REPORT ASSIGN TO "STAFF_PRICING_REPORT.TXT"
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

       FD BUSINESS-DATE.
       01 BUSINESS-DATE-REC PIC 9(8).

       FD STAFF-LINK.
       01 STAFF-LINK-REC.
          05 SL-EMP-ID      PIC 9(5).
          05 SL-NATIONAL-ID PIC X(13).
          05 SL-CUST-ID     PIC X(10).
          05 SL-EMP-NAME    PIC X(20).
          05 SL-LINK-DATE   PIC 9(8).

       FD STAFF-CONV.
       01 STAFF-CONV-REC.
          05 SCN-EMP-ID         PIC 9(5).
          05 SCN-CUST-ID        PIC X(10).
          05 SCN-NATIONAL-ID    PIC X(13).
          05 SCN-TERM-DATE      PIC 9(8).
          05 SCN-EFFECTIVE-DATE PIC 9(8).
          05 SCN-NOTICE-DATE    PIC 9(8).
          05 SCN-STATUS         PIC X(1).
             88 SCN-PENDING    VALUE "P".
             88 SCN-APPLIED    VALUE "A".

       FD SCN-NEW.
       01 SCN-NEW-REC PIC X(53).

       FD STAFF-REGISTER.
       01 STAFF-REGISTER-REC.
          05 SR-ACC-NO      PIC X(10).
          05 SR-CUST-ID     PIC X(10).
          05 SR-EMP-ID      PIC 9(5).
          05 SR-ORIG-TIER   PIC X(1).
          05 SR-ORIG-WHT    PIC X(1).
          05 SR-START-DATE  PIC 9(8).
          05 SR-END-DATE    PIC 9(8).
          05 SR-STATUS      PIC X(1).

       FD STAFF-REPORT.
       01 STAFF-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-BUSDT-STATUS     PIC XX VALUE SPACES.
       01 WS-SL-STATUS        PIC XX VALUE SPACES.
       01 WS-SCN-STATUS       PIC XX VALUE SPACES.
       01 WS-SCNN-STATUS      PIC XX VALUE SPACES.
       01 WS-SR-STATUS        PIC XX VALUE SPACES.
       01 EOF-FLAG            PIC X VALUE "N".
       01 WS-BUS-DATE         PIC 9(8) VALUE 0.

       01 WS-LINK-COUNT       PIC 9(4) VALUE 0.
       01 WS-LINK-IDX         PIC 9(4) VALUE 0.
       01 WS-LINK-HIT         PIC 9(4) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 2000 TIMES.
             10 WS-LK-CUST-ID   PIC X(10).
             10 WS-LK-EMP-ID    PIC 9(5).
             10 WS-LK-DATE      PIC 9(8).

       01 WS-REG-COUNT        PIC 9(4) VALUE 0.
       01 WS-REG-IDX          PIC 9(4) VALUE 0.
       01 WS-REG-HIT          PIC 9(4) VALUE 0.
       01 WS-REG-TABLE.
          05 WS-REG-ENTRY OCCURS 5000 TIMES.
             10 WS-RG-ACC-NO     PIC X(10).
             10 WS-RG-CUST-ID    PIC X(10).
             10 WS-RG-EMP-ID     PIC 9(5).
             10 WS-RG-ORIG-TIER  PIC X(1).
             10 WS-RG-ORIG-WHT   PIC X(1).
             10 WS-RG-START-DATE PIC 9(8).
             10 WS-RG-END-DATE   PIC 9(8).
             10 WS-RG-STATUS     PIC X(1).
                88 WS-RG-STAFF      VALUE "S".
                88 WS-RG-NOTICED    VALUE "N".
                88 WS-RG-CONVERTED  VALUE "C".

       01 WS-MARKED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT     PIC 9(5) VALUE 0.
       01 WS-CONVERT-COUNT    PIC 9(5) VALUE 0.
       01 WS-STAFF-COUNT      PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-STAFF-LINKS
           PERFORM LOAD-STAFF-REGISTER

           OPEN I-O ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT STAFF-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STAFF ACCOUNT PRICING REPORT - BUSINESS DATE "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC
           MOVE "ACCOUNT    CUSTOMER   EMP   ACTION" TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NOT ACC-CLOSED
                          PERFORM CHECK-STAFF-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM APPLY-CONV-NOTICES

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-NOTICED(WS-REG-IDX)
                  AND WS-RG-END-DATE(WS-REG-IDX) <= WS-BUS-DATE
                  PERFORM CONVERT-STAFF-ACCOUNT
               END-IF
               IF WS-RG-STAFF(WS-REG-IDX)
                  OR WS-RG-NOTICED(WS-REG-IDX)
                  ADD 1 TO WS-STAFF-COUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS

           PERFORM SAVE-STAFF-REGISTER
           PERFORM WRITE-STAFF-SUMMARY
           CLOSE STAFF-REPORT
           DISPLAY "STAFF PRICING RUN COMPLETE FOR " WS-BUS-DATE
           DISPLAY "ACCOUNTS MOVED TO STAFF PRICING: " WS-MARKED-COUNT
           DISPLAY "CONVERSION NOTICES APPLIED: " WS-NOTICE-COUNT
           DISPLAY "ACCOUNTS BACK ON STANDARD PRICING: "
              WS-CONVERT-COUNT
           STOP RUN.

       LOAD-STAFF-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT STAFF-LINK
           IF WS-SL-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ STAFF-LINK
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WS-LINK-COUNT < 2000
                             ADD 1 TO WS-LINK-COUNT
                             MOVE SL-CUST-ID
                                TO WS-LK-CUST-ID(WS-LINK-COUNT)
                             MOVE SL-EMP-ID
                                TO WS-LK-EMP-ID(WS-LINK-COUNT)
                             MOVE SL-LINK-DATE
                                TO WS-LK-DATE(WS-LINK-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE STAFF-LINK
           END-IF.

       LOAD-STAFF-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT STAFF-REGISTER
           IF WS-SR-STATUS = "35"
              CONTINUE
           ELSE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ STAFF-REGISTER
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WS-REG-COUNT < 5000
                             ADD 1 TO WS-REG-COUNT
                             MOVE STAFF-REGISTER-REC
                                TO WS-REG-ENTRY(WS-REG-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE STAFF-REGISTER
           END-IF.

       APPLY-CONV-NOTICES.
           OPEN INPUT STAFF-CONV
           IF WS-SCN-STATUS = "35"
              CONTINUE
           ELSE
              OPEN OUTPUT SCN-NEW
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ STAFF-CONV
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF SCN-PENDING
                             PERFORM APPLY-ONE-NOTICE
                          END-IF
                          MOVE STAFF-CONV-REC TO SCN-NEW-REC
                          WRITE SCN-NEW-REC
                  END-READ
              END-PERFORM
              CLOSE STAFF-CONV
              CLOSE SCN-NEW
              CALL "SYSTEM" USING
                 "mv STAFF_CONV_NOTICE_NEW.tmp STAFF_CONV_NOTICE.DAT"
           END-IF.

       APPLY-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-CUST-ID(WS-REG-IDX) = SCN-CUST-ID
                  AND WS-RG-STAFF(WS-REG-IDX)
                  SET WS-RG-NOTICED(WS-REG-IDX) TO TRUE
                  MOVE SCN-EFFECTIVE-DATE
                     TO WS-RG-END-DATE(WS-REG-IDX)
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING WS-RG-ACC-NO(WS-REG-IDX) " "
                         SCN-CUST-ID " " SCN-EMP-ID
                         " EXIT NOTICE - STANDARD PRICING FROM "
                         SCN-EFFECTIVE-DATE
                         DELIMITED BY SIZE INTO WS-REPORT-LINE
                  MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
                  WRITE STAFF-REPORT-REC
               END-IF
           END-PERFORM
           SET SCN-APPLIED TO TRUE.

       CHECK-STAFF-ACCOUNT.
           MOVE 0 TO WS-LINK-HIT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
                    OR WS-LINK-HIT > 0
               IF WS-LK-CUST-ID(WS-LINK-IDX) = ACC-CUST-ID
                  MOVE WS-LINK-IDX TO WS-LINK-HIT
               END-IF
           END-PERFORM
           IF WS-LINK-HIT > 0
              MOVE 0 TO WS-REG-HIT
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > WS-REG-COUNT
                  IF WS-RG-ACC-NO(WS-REG-IDX) = ACC-NO
                     MOVE WS-REG-IDX TO WS-REG-HIT
                  END-IF
              END-PERFORM
              IF WS-REG-HIT = 0
                 IF WS-REG-COUNT < 5000
                    ADD 1 TO WS-REG-COUNT
                    MOVE WS-REG-COUNT TO WS-REG-HIT
                    PERFORM MARK-STAFF-ACCOUNT
                 END-IF
              ELSE
                 IF WS-RG-CONVERTED(WS-REG-HIT)
                    AND WS-LK-DATE(WS-LINK-HIT)
                        > WS-RG-END-DATE(WS-REG-HIT)
                    PERFORM MARK-STAFF-ACCOUNT
                 END-IF
              END-IF
           END-IF.

       MARK-STAFF-ACCOUNT.
           MOVE ACC-NO TO WS-RG-ACC-NO(WS-REG-HIT)
           MOVE ACC-CUST-ID TO WS-RG-CUST-ID(WS-REG-HIT)
           MOVE WS-LK-EMP-ID(WS-LINK-HIT) TO WS-RG-EMP-ID(WS-REG-HIT)
           MOVE ACC-TIER TO WS-RG-ORIG-TIER(WS-REG-HIT)
           MOVE ACC-WHT-EXEMPT TO WS-RG-ORIG-WHT(WS-REG-HIT)
           MOVE WS-BUS-DATE TO WS-RG-START-DATE(WS-REG-HIT)
           MOVE 0 TO WS-RG-END-DATE(WS-REG-HIT)
           SET WS-RG-STAFF(WS-REG-HIT) TO TRUE
           SET ACC-TIER-PRM TO TRUE
           REWRITE ACCOUNT-REC
               INVALID KEY DISPLAY "ERROR UPDATING " ACC-NO
           END-REWRITE
           ADD 1 TO WS-MARKED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING ACC-NO " " ACC-CUST-ID " "
                  WS-LK-EMP-ID(WS-LINK-HIT)
                  " STAFF PRICING APPLIED (WAS TIER "
                  WS-RG-ORIG-TIER(WS-REG-HIT) ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC.

       CONVERT-STAFF-ACCOUNT.
           MOVE WS-RG-ACC-NO(WS-REG-IDX) TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "STAFF ACCOUNT NOT FOUND: " ACC-NO
               NOT INVALID KEY
                   MOVE WS-RG-ORIG-TIER(WS-REG-IDX) TO ACC-TIER
                   REWRITE ACCOUNT-REC
                       INVALID KEY
                           DISPLAY "ERROR UPDATING " ACC-NO
                   END-REWRITE
           END-READ
           SET WS-RG-CONVERTED(WS-REG-IDX) TO TRUE
           ADD 1 TO WS-CONVERT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RG-ACC-NO(WS-REG-IDX) " "
                  WS-RG-CUST-ID(WS-REG-IDX) " "
                  WS-RG-EMP-ID(WS-REG-IDX)
                  " CONVERTED TO STANDARD PRICING (TIER "
                  WS-RG-ORIG-TIER(WS-REG-IDX) ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC.

       SAVE-STAFF-REGISTER.
           OPEN OUTPUT STAFF-REGISTER
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-IDX) TO STAFF-REGISTER-REC
               WRITE STAFF-REGISTER-REC
           END-PERFORM
           CLOSE STAFF-REGISTER.

       WRITE-STAFF-SUMMARY.
           MOVE SPACES TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS MOVED TO STAFF PRICING  : " WS-MARKED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXIT NOTICES APPLIED             : " WS-NOTICE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS BACK ON STANDARD PRICING: "
                  WS-CONVERT-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS ON STAFF PRICING        : " WS-STAFF-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO STAFF-REPORT-REC
           WRITE STAFF-REPORT-REC.

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
              OPEN OUTPUT BUSINESS-DATE
              MOVE WS-BUS-DATE TO BUSINESS-DATE-REC
              WRITE BUSINESS-DATE-REC
              CLOSE BUSINESS-DATE
           END-IF.

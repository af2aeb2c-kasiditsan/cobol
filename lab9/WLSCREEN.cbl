       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT WATCHLIST-IN ASSIGN TO "WATCHLIST_IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WI-STATUS.
           SELECT WATCHLIST ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT WATCHLIST-CTL ASSIGN TO "WATCHLIST_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-STATUS.
           SELECT WL-REVIEW ASSIGN TO "WATCHLIST_REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT HIT-REPORT ASSIGN TO "WATCHLIST_HITS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD WATCHLIST-IN.
       01 WATCHLIST-IN-REC.
          05 WI-ENTRY-ID    PIC X(10).
          05 WI-NAME        PIC X(30).
          05 WI-LIST-CODE   PIC X(10).

       FD WATCHLIST.
       01 WATCHLIST-REC.
          05 WL-ENTRY-ID    PIC X(10).
          05 WL-NAME        PIC X(30).
          05 WL-LIST-CODE   PIC X(10).

       FD WATCHLIST-CTL.
       01 WATCHLIST-CTL-REC.
          05 WC-VERSION     PIC 9(6).
          05 WC-LOAD-DATE   PIC 9(8).
          05 WC-ENTRIES     PIC 9(6).
          05 WC-SCREENED    PIC 9(6).
          05 WC-SCREEN-DATE PIC 9(8).

       FD WL-REVIEW.
       01 WL-REVIEW-REC.
          05 RV-DATE        PIC 9(8).
          05 RV-TIME        PIC 9(6).
          05 RV-ORIGIN      PIC X(1).
             88 RV-FROM-OPENING  VALUE "O".
             88 RV-FROM-NAME-CHG VALUE "N".
             88 RV-FROM-RESCREEN VALUE "S".
          05 RV-CUST-ID     PIC X(10).
          05 RV-CUST-NAME   PIC X(30).
          05 RV-WL-ID       PIC X(10).
          05 RV-WL-NAME     PIC X(30).
          05 RV-SCORE       PIC 9(3).
          05 RV-WL-VERSION  PIC 9(6).
          05 RV-OPERATOR    PIC X(10).
          05 RV-STATUS      PIC X(1).
             88 RV-PENDING   VALUE "P".
             88 RV-CONFIRMED VALUE "C".
             88 RV-CLEARED   VALUE "F".
          05 RV-REVIEWER    PIC X(10).
          05 RV-REVIEW-DATE PIC 9(8).
          05 RV-ID-DOC      PIC X(13).
          05 RV-PHONE       PIC X(10).
          05 RV-ADDRESS     PIC X(40).
          05 RV-ID-EXPIRY   PIC 9(8).
          05 RV-RISK        PIC X(1).

       FD HIT-REPORT.
       01 HIT-REPORT-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS         PIC XX VALUE SPACES.
       01 WS-WI-STATUS           PIC XX VALUE SPACES.
       01 EOF-FLAG               PIC X VALUE "N".
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE         PIC X(120) VALUE SPACES.
       01 WS-RESCREEN            PIC X VALUE "Y".
       01 WS-LIST-DROPPED        PIC 9(5) VALUE 0.
       01 WS-CMD                 PIC X(80) VALUE SPACES.
       01 WS-CTL-VERSION         PIC 9(6) VALUE 0.
       01 WS-CTL-LOAD-DATE       PIC 9(8) VALUE 0.
       01 WS-CTL-ENTRIES         PIC 9(6) VALUE 0.
       01 WS-CTL-SCREENED        PIC 9(6) VALUE 0.
       01 WS-CTL-SCREEN-DATE     PIC 9(8) VALUE 0.
       01 WS-LOADED-COUNT        PIC 9(6) VALUE 0.
       01 WS-CHECKED-COUNT       PIC 9(6) VALUE 0.
       01 WS-HIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-QUEUED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REMARK              PIC X(22) VALUE SPACES.
       01 WS-SCORE-DIS           PIC ZZ9.

       01 WS-LIST-COUNT          PIC 9(4) VALUE 0.
       01 WS-LIST-IDX            PIC 9(4) VALUE 0.
       01 WS-LIST-TABLE.
          05 WS-LIST-ENTRY OCCURS 2000 TIMES.
             10 WS-LIST-ID       PIC X(10).
             10 WS-LIST-NAME     PIC X(30).

       01 WS-QUE-COUNT           PIC 9(4) VALUE 0.
       01 WS-QUE-IDX             PIC 9(4) VALUE 0.
       01 WS-QUE-FOUND           PIC X VALUE "N".
       01 WS-QUE-TABLE.
          05 WS-QUE-ENTRY OCCURS 2000 TIMES.
             10 WS-QUE-CUST      PIC X(10).
             10 WS-QUE-WL-ID     PIC X(10).
             10 WS-QUE-NAME      PIC X(30).
             10 WS-QUE-STATUS    PIC X(1).

       01 WS-WL-STATUS           PIC XX VALUE SPACES.
       01 WS-WL-EOF              PIC X VALUE "N".
       01 WS-WC-STATUS           PIC XX VALUE SPACES.
       01 WS-RV-STATUS           PIC XX VALUE SPACES.
       01 WS-SCR-NAME            PIC X(30) VALUE SPACES.
       01 WS-SCR-WORK            PIC X(30) VALUE SPACES.
       01 WS-SCR-CAND-COUNT      PIC 9 VALUE 0.
       01 WS-SCR-CAND-TABLE.
          05 WS-SCR-CAND OCCURS 6 TIMES PIC X(15).
       01 WS-SCR-LIST-COUNT      PIC 9 VALUE 0.
       01 WS-SCR-LIST-TABLE.
          05 WS-SCR-LIST OCCURS 6 TIMES PIC X(15).
       01 WS-SCR-I               PIC 9 VALUE 0.
       01 WS-SCR-J               PIC 9 VALUE 0.
       01 WS-SCR-POS             PIC 99 VALUE 0.
       01 WS-SCR-LEN-A           PIC 99 VALUE 0.
       01 WS-SCR-LEN-B           PIC 99 VALUE 0.
       01 WS-SCR-DIFFS           PIC 99 VALUE 0.
       01 WS-SCR-TOK-HIT         PIC X VALUE "N".
       01 WS-SCR-HITS            PIC 9 VALUE 0.
       01 WS-SCR-SCORE           PIC 9(3) VALUE 0.
       01 WS-SCR-THRESHOLD       PIC 9(3) VALUE 75.
       01 WS-SCR-BEST-SCORE      PIC 9(3) VALUE 0.
       01 WS-SCR-BEST-ID         PIC X(10) VALUE SPACES.
       01 WS-SCR-BEST-NAME       PIC X(30) VALUE SPACES.
       01 WS-SCR-VERSION         PIC 9(6) VALUE 0.
       01 WS-SCR-HIT             PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-WATCHLIST-CONTROL
           PERFORM LOAD-INCOMING-LIST
           IF WS-CTL-VERSION = 0
              DISPLAY "NO WATCHLIST HAS BEEN LOADED. NOTHING TO "
                 "SCREEN."
              STOP RUN
           END-IF
           IF WS-CTL-SCREENED = WS-CTL-VERSION
              DISPLAY "NO NEW WATCHLIST - VERSION " WS-CTL-VERSION
                 " ALREADY SCREENED ON " WS-CTL-SCREEN-DATE
              MOVE "N" TO WS-RESCREEN
           END-IF
           IF WS-RESCREEN = "Y"
              PERFORM LOAD-LIST-TABLE
              PERFORM LOAD-REVIEW-QUEUE
              PERFORM RESCREEN-CUSTOMERS
              IF WS-LIST-DROPPED > 0
                 DISPLAY "*** " WS-LIST-DROPPED " WATCHLIST ENTRIES "
                    "NOT SCREENED - VERSION " WS-CTL-VERSION
                    " LEFT UNSCREENED ***"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-CTL-VERSION TO WS-CTL-SCREENED
                 MOVE WS-RUN-DATE TO WS-CTL-SCREEN-DATE
                 PERFORM WRITE-WATCHLIST-CONTROL
              END-IF
              DISPLAY "WATCHLIST RESCREEN COMPLETE."
              DISPLAY "CUSTOMERS SCREENED: " WS-CHECKED-COUNT
              DISPLAY "POSSIBLE MATCHES: " WS-HIT-COUNT
              DISPLAY "NEW REVIEW ITEMS: " WS-QUEUED-COUNT
           END-IF
           STOP RUN.

       READ-WATCHLIST-CONTROL.
           OPEN INPUT WATCHLIST-CTL
           IF WS-WC-STATUS = "00"
              READ WATCHLIST-CTL
                  AT END CONTINUE
                  NOT AT END
                      MOVE WC-VERSION TO WS-CTL-VERSION
                      MOVE WC-LOAD-DATE TO WS-CTL-LOAD-DATE
                      MOVE WC-ENTRIES TO WS-CTL-ENTRIES
                      MOVE WC-SCREENED TO WS-CTL-SCREENED
                      MOVE WC-SCREEN-DATE TO WS-CTL-SCREEN-DATE
              END-READ
              CLOSE WATCHLIST-CTL
           END-IF.

       WRITE-WATCHLIST-CONTROL.
           OPEN OUTPUT WATCHLIST-CTL
           MOVE WS-CTL-VERSION TO WC-VERSION
           MOVE WS-CTL-LOAD-DATE TO WC-LOAD-DATE
           MOVE WS-CTL-ENTRIES TO WC-ENTRIES
           MOVE WS-CTL-SCREENED TO WC-SCREENED
           MOVE WS-CTL-SCREEN-DATE TO WC-SCREEN-DATE
           WRITE WATCHLIST-CTL-REC
           CLOSE WATCHLIST-CTL.

       LOAD-INCOMING-LIST.
           OPEN INPUT WATCHLIST-IN
           IF WS-WI-STATUS = "35"
              DISPLAY "NO NEW WATCHLIST FILE RECEIVED."
           ELSE
              MOVE 0 TO WS-LOADED-COUNT
              OPEN OUTPUT WATCHLIST
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ WATCHLIST-IN
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WI-NAME NOT = SPACES
                             MOVE WI-ENTRY-ID TO WL-ENTRY-ID
                             MOVE WI-NAME TO WL-NAME
                             MOVE WI-LIST-CODE TO WL-LIST-CODE
                             WRITE WATCHLIST-REC
                             ADD 1 TO WS-LOADED-COUNT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WATCHLIST
              CLOSE WATCHLIST-IN
              ADD 1 TO WS-CTL-VERSION
              MOVE WS-RUN-DATE TO WS-CTL-LOAD-DATE
              MOVE WS-LOADED-COUNT TO WS-CTL-ENTRIES
              PERFORM WRITE-WATCHLIST-CONTROL
              MOVE SPACES TO WS-CMD
              STRING "mv WATCHLIST_IN.DAT WATCHLIST_IN_"
                     WS-CTL-VERSION ".DAT"
                     DELIMITED BY SIZE INTO WS-CMD
              CALL "SYSTEM" USING WS-CMD
              DISPLAY "WATCHLIST VERSION " WS-CTL-VERSION
                 " LOADED. ENTRIES: " WS-LOADED-COUNT
           END-IF.

       LOAD-LIST-TABLE.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-DROPPED
           OPEN INPUT WATCHLIST
           IF WS-WL-STATUS NOT = "35"
              MOVE "N" TO WS-WL-EOF
              PERFORM UNTIL WS-WL-EOF = "Y"
                  READ WATCHLIST
                      AT END MOVE "Y" TO WS-WL-EOF
                      NOT AT END
                          IF WS-LIST-COUNT < 2000
                             ADD 1 TO WS-LIST-COUNT
                             MOVE WL-ENTRY-ID
                                TO WS-LIST-ID(WS-LIST-COUNT)
                             MOVE WL-NAME
                                TO WS-LIST-NAME(WS-LIST-COUNT)
                          ELSE
                             DISPLAY "*** WATCHLIST TABLE FULL - "
                                "ENTRY NOT SCREENED: " WL-ENTRY-ID
                             ADD 1 TO WS-LIST-DROPPED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WATCHLIST
           END-IF.

       LOAD-REVIEW-QUEUE.
           MOVE 0 TO WS-QUE-COUNT
           OPEN INPUT WL-REVIEW
           IF WS-RV-STATUS NOT = "35"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                  READ WL-REVIEW
                      AT END MOVE "Y" TO EOF-FLAG
                      NOT AT END
                          IF WS-QUE-COUNT < 2000
                             ADD 1 TO WS-QUE-COUNT
                             MOVE RV-CUST-ID
                                TO WS-QUE-CUST(WS-QUE-COUNT)
                             MOVE RV-WL-ID
                                TO WS-QUE-WL-ID(WS-QUE-COUNT)
                             MOVE RV-CUST-NAME
                                TO WS-QUE-NAME(WS-QUE-COUNT)
                             MOVE RV-STATUS
                                TO WS-QUE-STATUS(WS-QUE-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WL-REVIEW
           END-IF.

       RESCREEN-CUSTOMERS.
           OPEN OUTPUT HIT-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WATCHLIST RESCREEN - RUN DATE: " WS-RUN-DATE
                  "  LIST VERSION: " WS-CTL-VERSION
                  "  LOADED: " WS-CTL-LOAD-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HIT-REPORT-REC
           WRITE HIT-REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST-ID    CUSTOMER NAME                  "
                  "LIST-ID    LIST NAME                      "
                  "SCORE STATUS"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HIT-REPORT-REC
           WRITE HIT-REPORT-REC
           OPEN EXTEND WL-REVIEW
           IF WS-RV-STATUS = "35"
              OPEN OUTPUT WL-REVIEW
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS = "35"
              DISPLAY "NO CUSTOMER MASTER ON FILE."
              MOVE "Y" TO EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CUST-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM SCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           IF WS-CUST-STATUS NOT = "35"
              CLOSE CUST-MASTER
           END-IF
           CLOSE WL-REVIEW
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS SCREENED: " WS-CHECKED-COUNT
                  "  POSSIBLE MATCHES: " WS-HIT-COUNT
                  "  NEW REVIEW ITEMS: " WS-QUEUED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HIT-REPORT-REC
           WRITE HIT-REPORT-REC
           CLOSE HIT-REPORT.

       SCREEN-ONE-CUSTOMER.
           MOVE CUST-NAME TO WS-SCR-NAME
           PERFORM SPLIT-CANDIDATE-NAME
           MOVE 0 TO WS-SCR-BEST-SCORE
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                 UNTIL WS-LIST-IDX > WS-LIST-COUNT
               MOVE WS-LIST-NAME(WS-LIST-IDX) TO WS-SCR-WORK
               PERFORM SCORE-LIST-NAME
               IF WS-SCR-SCORE > WS-SCR-BEST-SCORE
                  MOVE WS-SCR-SCORE TO WS-SCR-BEST-SCORE
                  MOVE WS-LIST-ID(WS-LIST-IDX) TO WS-SCR-BEST-ID
                  MOVE WS-LIST-NAME(WS-LIST-IDX) TO WS-SCR-BEST-NAME
               END-IF
           END-PERFORM
           IF WS-SCR-BEST-SCORE >= WS-SCR-THRESHOLD
              ADD 1 TO WS-HIT-COUNT
              PERFORM FIND-QUEUED-HIT
              EVALUATE WS-QUE-FOUND
                  WHEN "P"
                      MOVE "PENDING REVIEW" TO WS-REMARK
                  WHEN "C"
                      MOVE "CONFIRMED MATCH" TO WS-REMARK
                  WHEN "F"
                      MOVE "PREVIOUSLY CLEARED" TO WS-REMARK
                  WHEN OTHER
                      MOVE "NEW - QUEUED" TO WS-REMARK
                      PERFORM QUEUE-RESCREEN-HIT
              END-EVALUATE
              MOVE WS-SCR-BEST-SCORE TO WS-SCORE-DIS
              MOVE SPACES TO WS-REPORT-LINE
              STRING CUST-ID " " CUST-NAME " " WS-SCR-BEST-ID " "
                     WS-SCR-BEST-NAME " " WS-SCORE-DIS "   "
                     WS-REMARK
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO HIT-REPORT-REC
              WRITE HIT-REPORT-REC
           END-IF.

       FIND-QUEUED-HIT.
           MOVE "N" TO WS-QUE-FOUND
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                 UNTIL WS-QUE-IDX > WS-QUE-COUNT
               IF WS-QUE-CUST(WS-QUE-IDX) = CUST-ID
                  AND WS-QUE-WL-ID(WS-QUE-IDX) = WS-SCR-BEST-ID
                  AND WS-QUE-NAME(WS-QUE-IDX) = CUST-NAME
                  MOVE WS-QUE-STATUS(WS-QUE-IDX) TO WS-QUE-FOUND
               END-IF
           END-PERFORM.

       QUEUE-RESCREEN-HIT.
           MOVE WS-RUN-DATE TO RV-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RV-TIME
           SET RV-FROM-RESCREEN TO TRUE
           MOVE CUST-ID TO RV-CUST-ID
           MOVE CUST-NAME TO RV-CUST-NAME
           MOVE WS-SCR-BEST-ID TO RV-WL-ID
           MOVE WS-SCR-BEST-NAME TO RV-WL-NAME
           MOVE WS-SCR-BEST-SCORE TO RV-SCORE
           MOVE WS-CTL-VERSION TO RV-WL-VERSION
           MOVE "WLSCREEN" TO RV-OPERATOR
           SET RV-PENDING TO TRUE
           MOVE SPACES TO RV-REVIEWER
           MOVE 0 TO RV-REVIEW-DATE
           MOVE CUST-ID-DOC TO RV-ID-DOC
           MOVE CUST-PHONE TO RV-PHONE
           MOVE CUST-ADDRESS TO RV-ADDRESS
           MOVE CUST-ID-EXPIRY TO RV-ID-EXPIRY
           MOVE CUST-RISK TO RV-RISK
           WRITE WL-REVIEW-REC
           ADD 1 TO WS-QUEUED-COUNT
           IF WS-QUE-COUNT < 2000
              ADD 1 TO WS-QUE-COUNT
              MOVE CUST-ID TO WS-QUE-CUST(WS-QUE-COUNT)
              MOVE WS-SCR-BEST-ID TO WS-QUE-WL-ID(WS-QUE-COUNT)
              MOVE CUST-NAME TO WS-QUE-NAME(WS-QUE-COUNT)
              MOVE "P" TO WS-QUE-STATUS(WS-QUE-COUNT)
           END-IF.

       SPLIT-CANDIDATE-NAME.
           MOVE WS-SCR-NAME TO WS-SCR-WORK
           INSPECT WS-SCR-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,-'/"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
           MOVE SPACES TO WS-SCR-CAND-TABLE
           MOVE 0 TO WS-SCR-CAND-COUNT
           UNSTRING WS-SCR-WORK DELIMITED BY ALL SPACE
              INTO WS-SCR-CAND(1) WS-SCR-CAND(2) WS-SCR-CAND(3)
                   WS-SCR-CAND(4) WS-SCR-CAND(5) WS-SCR-CAND(6)
              TALLYING IN WS-SCR-CAND-COUNT
           END-UNSTRING.

       SCORE-LIST-NAME.
           INSPECT WS-SCR-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,-'/"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     "
           MOVE SPACES TO WS-SCR-LIST-TABLE
           UNSTRING WS-SCR-WORK DELIMITED BY ALL SPACE
              INTO WS-SCR-LIST(1) WS-SCR-LIST(2) WS-SCR-LIST(3)
                   WS-SCR-LIST(4) WS-SCR-LIST(5) WS-SCR-LIST(6)
           END-UNSTRING
           MOVE 0 TO WS-SCR-LIST-COUNT
           MOVE 0 TO WS-SCR-HITS
           MOVE 0 TO WS-SCR-SCORE
           PERFORM VARYING WS-SCR-I FROM 1 BY 1 UNTIL WS-SCR-I > 6
               IF WS-SCR-LIST(WS-SCR-I) NOT = SPACES
                  ADD 1 TO WS-SCR-LIST-COUNT
                  MOVE "N" TO WS-SCR-TOK-HIT
                  PERFORM VARYING WS-SCR-J FROM 1 BY 1
                        UNTIL WS-SCR-J > 6 OR WS-SCR-TOK-HIT = "Y"
                      IF WS-SCR-CAND(WS-SCR-J) NOT = SPACES
                         PERFORM MATCH-TOKEN-PAIR
                      END-IF
                  END-PERFORM
                  IF WS-SCR-TOK-HIT = "Y"
                     ADD 1 TO WS-SCR-HITS
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SCR-LIST-COUNT > 0
              COMPUTE WS-SCR-SCORE =
                 WS-SCR-HITS * 100 / WS-SCR-LIST-COUNT
           END-IF.

       MATCH-TOKEN-PAIR.
           IF WS-SCR-LIST(WS-SCR-I) = WS-SCR-CAND(WS-SCR-J)
              MOVE "Y" TO WS-SCR-TOK-HIT
           ELSE
              MOVE 0 TO WS-SCR-LEN-A
              MOVE 0 TO WS-SCR-LEN-B
              INSPECT WS-SCR-LIST(WS-SCR-I) TALLYING WS-SCR-LEN-A
                 FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT WS-SCR-CAND(WS-SCR-J) TALLYING WS-SCR-LEN-B
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-SCR-LEN-A = WS-SCR-LEN-B AND WS-SCR-LEN-A >= 4
                 MOVE 0 TO WS-SCR-DIFFS
                 PERFORM VARYING WS-SCR-POS FROM 1 BY 1
                       UNTIL WS-SCR-POS > WS-SCR-LEN-A
                     IF WS-SCR-LIST(WS-SCR-I)(WS-SCR-POS:1) NOT =
                        WS-SCR-CAND(WS-SCR-J)(WS-SCR-POS:1)
                        ADD 1 TO WS-SCR-DIFFS
                     END-IF
                 END-PERFORM
                 IF WS-SCR-DIFFS <= 1
                    MOVE "Y" TO WS-SCR-TOK-HIT
                 END-IF
              END-IF
           END-IF.

       END PROGRAM WLSCREEN.

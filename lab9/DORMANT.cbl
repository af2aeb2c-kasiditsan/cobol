               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT TRANSLOG ASSIGN TO "TRANSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD TRANSLOG.
       01 TRANSLOG-REC.
       01 DORMANT-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-TL-STATUS        PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-FILE-STATUS = "35"
              DISPLAY "NO ACCOUNTS FILE ON HAND."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACCOUNTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "MONTHS WITHOUT ACTIVITY BEFORE DORMANT: "
           ACCEPT WS-DORMANT-MONTHS

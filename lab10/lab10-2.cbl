       FILE-CONTROL.
           SELECT APP-LOG ASSIGN TO "app.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APP-LOG.
          01 APP-REC PIC X(80).
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
       WORKING-STORAGE SECTION.
       01 WS-LINE-OUT   PIC X(80).
       01 WS-NAME       PIC X(10).
       01 WS-SESSION-SECONDS  PIC S9(8).
       01 WS-SESSION-MIN      PIC 9(4).
       01 WS-SESSION-SEC      PIC 99.
       01 WS-SESS-STATUS      PIC XX VALUE SPACES.
       01 WS-SESS-TYPE        PIC X(1).
       01 WS-LOGIN-DATE       PIC 9(8).
       01 WS-LOGIN-TIME       PIC 9(6).
       01 WS-LOGOUT-DATE      PIC 9(8).
       01 WS-LOGOUT-TIME      PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM BUILD-TIMESTAMP
            PERFORM CONVERT-TIME-TO-SECONDS
            MOVE WS-NOW-SECONDS TO WS-LOGIN-SECONDS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOGIN-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOGIN-TIME
            STRING WS-TIMESTAMP " - User '" WS-NAME
                   "' logged in."
                   DELIMITED BY SIZE
            MOVE WS-LINE-OUT TO APP-REC
            WRITE APP-REC
            CLOSE APP-LOG
            MOVE 0 TO WS-LOGOUT-DATE
            MOVE 0 TO WS-LOGOUT-TIME
            MOVE 0 TO WS-SESSION-SECONDS
            MOVE "I" TO WS-SESS-TYPE
            PERFORM WRITE-SESSION-RECORD

            DISPLAY "WILL YOU STOP NOW?(Y/N)"
            ACCEPT WS-STOP
            PERFORM BUILD-TIMESTAMP
            PERFORM CONVERT-TIME-TO-SECONDS
            MOVE WS-NOW-SECONDS TO WS-LOGOUT-SECONDS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOGOUT-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOGOUT-TIME
            COMPUTE WS-SESSION-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-LOGOUT-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-LOGIN-DATE)) * 86400
               + WS-LOGOUT-SECONDS - WS-LOGIN-SECONDS
            IF WS-SESSION-SECONDS < 0
               ADD 86400 TO WS-SESSION-SECONDS
            END-IF
            MOVE WS-LINE-OUT TO APP-REC
            WRITE APP-REC
            CLOSE APP-LOG
            MOVE "C" TO WS-SESS-TYPE
            PERFORM WRITE-SESSION-RECORD

           END-PERFORM.

                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

      * One "I" record at login and one "C" record per completed
      * session; a login with no matching "C" never logged out.
       WRITE-SESSION-RECORD.
           OPEN EXTEND SESSION-FILE
           IF WS-SESS-STATUS = "35"
              OPEN OUTPUT SESSION-FILE
           END-IF
           MOVE WS-NAME TO SESS-USER
           MOVE WS-LOGIN-DATE TO SESS-DATE
           MOVE WS-LOGIN-TIME TO SESS-LOGIN-TIME
           MOVE WS-LOGOUT-DATE TO SESS-LOGOUT-DATE
           MOVE WS-LOGOUT-TIME TO SESS-LOGOUT-TIME
           MOVE WS-SESSION-SECONDS TO SESS-DURATION
           MOVE WS-SESS-TYPE TO SESS-TYPE
           WRITE SESS-REC
           CLOSE SESSION-FILE.

       CONVERT-TIME-TO-SECONDS.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-MM

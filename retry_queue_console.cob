      *> part done properly: view the queued entries (the program /
      *> timestamp / account fields RETRY-QUEUE-SUB writes, plus the
      *> attempt count), cancel one, force-replay one right now, and
      *> inspect the dead-letter file. An entry queued inside a
      *> HANDLER request shows the request's correlation ID as well.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-QUEUE-ACCOUNT       PIC X(10).
       01  WS-QUEUE-SQL           PIC X(1000).
       01  WS-QUEUE-ATTEMPTS      PIC X(10).
       01  WS-QUEUE-REQUEST-ID    PIC X(40).

       01  WS-SQL-COMMAND         PIC X(1000).
       01  WS-SHELL-COMMAND       PIC X(1200).
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-LINE-NUMBER TO WS-LINE-DISP
           MOVE SPACES TO WS-QUEUE-PROGRAM-NAME WS-QUEUE-TIMESTAMP
               WS-QUEUE-ACCOUNT WS-QUEUE-ATTEMPTS WS-QUEUE-REQUEST-ID
           UNSTRING RETRY-QUEUE-RECORD DELIMITED BY " | "
               INTO WS-QUEUE-PROGRAM-NAME WS-QUEUE-TIMESTAMP
                    WS-QUEUE-ACCOUNT WS-QUEUE-SQL WS-QUEUE-ATTEMPTS
                    WS-QUEUE-REQUEST-ID
           END-UNSTRING
           IF FUNCTION TRIM(WS-QUEUE-ATTEMPTS) = SPACES
               MOVE "0" TO WS-QUEUE-ATTEMPTS
               FUNCTION TRIM(WS-QUEUE-PROGRAM-NAME) "  "
               FUNCTION TRIM(WS-QUEUE-TIMESTAMP) "  account "
               FUNCTION TRIM(WS-QUEUE-ACCOUNT) "  attempts "
               FUNCTION TRIM(WS-QUEUE-ATTEMPTS)
           IF WS-QUEUE-REQUEST-ID NOT = SPACES
               DISPLAY "      request "
                   FUNCTION TRIM(WS-QUEUE-REQUEST-ID)
           END-IF.

       CANCEL-ENTRY-PARA.
           DISPLAY "Enter Entry Number to cancel:"

      *> appends it to a persistent, line-sequential queue file that
      *> retry_queue_batch.cob can replay once the database is
      *> reachable again.
      *> A command queued inside a HANDLER request carries the
      *> request's correlation ID as a trailing field, after the
      *> attempt count RETRY-QUEUE-BATCH keeps (0 here), so the
      *> entry can be traced back to the call that failed; outside a
      *> request the line keeps its original four fields.
      *> A training session's command is never queued: RETRY-QUEUE-
      *> BATCH replays against the live database, and a practice
      *> posting must not land there (TRAINING-MODE-SUB).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP           PIC X(21).
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LS-PROGRAM-NAME        PIC X(20).
       PROCEDURE DIVISION USING
           LS-PROGRAM-NAME LS-ACCOUNT-NUMBER LS-SQL-COMMAND.
       MAIN-PARA.
           CALL "TRAINING-MODE-CHECK-SUB" USING WS-TRAINING-MODE
           IF WS-TRAINING-MODE = 'Y'
               DISPLAY "TRAINING -- failed command not queued for "
                   "retry."
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL

           OPEN EXTEND RETRY-QUEUE-FILE
           MOVE SPACES TO RETRY-QUEUE-RECORD
           IF WS-REQUEST-ID = SPACES
               STRING
                   FUNCTION TRIM(LS-PROGRAM-NAME) " | "
                   WS-TIMESTAMP " | "
                   FUNCTION TRIM(LS-ACCOUNT-NUMBER) " | "
                   FUNCTION TRIM(LS-SQL-COMMAND)
                   INTO RETRY-QUEUE-RECORD
           ELSE
               STRING
                   FUNCTION TRIM(LS-PROGRAM-NAME) " | "
                   WS-TIMESTAMP " | "
                   FUNCTION TRIM(LS-ACCOUNT-NUMBER) " | "
                   FUNCTION TRIM(LS-SQL-COMMAND) " | 0 | "
                   FUNCTION TRIM(WS-REQUEST-ID)
                   INTO RETRY-QUEUE-RECORD
           END-IF
           WRITE RETRY-QUEUE-RECORD
           CLOSE RETRY-QUEUE-FILE


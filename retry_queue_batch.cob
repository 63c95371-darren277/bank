      *> creates a brand-new queue file that this run never opens and
      *> so never overwrites. Either way nothing appended around the
      *> edges of a run is lost.
      *> An entry queued inside a HANDLER request ends with the
      *> request's correlation ID after the attempt count; a requeue
      *> keeps it, so the entry stays traceable to the call that
      *> failed however many nights it cycles.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> the count bumped, and the third strike moves the entry to the
      *> dead-letter file instead of cycling it forever.
       01  WS-QUEUE-ATTEMPTS           PIC X(10).
       01  WS-QUEUE-REQUEST-ID         PIC X(40).
       01  WS-ATTEMPT-COUNT            PIC 9(2) VALUE 0.
       01  WS-ATTEMPT-DISP             PIC Z9.
       01  WS-MAX-REPLAYS              PIC 9(2) VALUE 3.
           ADD 1 TO WS-ENTRIES-READ
           MOVE SPACES TO WS-QUEUE-PROGRAM-NAME WS-QUEUE-TIMESTAMP
               WS-QUEUE-ACCOUNT-NUMBER WS-QUEUE-SQL WS-QUEUE-ATTEMPTS
               WS-QUEUE-REQUEST-ID

           UNSTRING RETRY-QUEUE-RECORD DELIMITED BY " | "
               INTO WS-QUEUE-PROGRAM-NAME WS-QUEUE-TIMESTAMP
                   WS-QUEUE-ACCOUNT-NUMBER WS-QUEUE-SQL
                   WS-QUEUE-ATTEMPTS WS-QUEUE-REQUEST-ID
           END-UNSTRING
           MOVE 0 TO WS-ATTEMPT-COUNT
           IF FUNCTION TRIM(WS-QUEUE-ATTEMPTS) NOT = SPACES
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-ENTRIES-REPLAYED
               DISPLAY "Replayed queued entry for account "
                   WS-QUEUE-ACCOUNT-NUMBER " from "
                   WS-QUEUE-PROGRAM-NAME
           ELSE
               ADD 1 TO WS-ATTEMPT-COUNT
               IF WS-ATTEMPT-COUNT >= WS-MAX-REPLAYS
                       FUNCTION TRIM(WS-QUEUE-SQL) " | "
                       FUNCTION TRIM(WS-ATTEMPT-DISP)
                       INTO RETRY-QUEUE-REMAINING-RECORD
                   IF WS-QUEUE-REQUEST-ID NOT = SPACES
                       MOVE SPACES TO RETRY-QUEUE-RECORD
                       STRING
                           FUNCTION TRIM(RETRY-QUEUE-REMAINING-RECORD)
                           " | " FUNCTION TRIM(WS-QUEUE-REQUEST-ID)
                           DELIMITED BY SIZE INTO RETRY-QUEUE-RECORD
                       MOVE RETRY-QUEUE-RECORD
                           TO RETRY-QUEUE-REMAINING-RECORD
                   END-IF
                   WRITE RETRY-QUEUE-REMAINING-RECORD
                   DISPLAY "Entry for account " WS-QUEUE-ACCOUNT-NUMBER
                       " still failing (attempt " WS-ATTEMPT-COUNT


       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
      *> Per-invocation scratch file from WORK-FILE-SUB -- this sub
      *> runs inside the CGI path, and a shared result file would let
      *> one request read back another request's limit verdict.
           LS-ACCOUNT-NUMBER LS-TSX-TYPE LS-AMOUNT LS-CHANNEL
           LS-LIMITS-OK LS-DECLINE-REASON.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           MOVE 'Y' TO LS-LIMITS-OK
           MOVE SPACES TO LS-DECLINE-REASON

               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND


       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
      *> Per-invocation scratch file from WORK-FILE-SUB -- this sub
      *> runs inside the CGI path after every posting.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING
           LS-ACCOUNT-NUMBER LS-TSX-TYPE LS-AMOUNT LS-CURRENCY.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           PERFORM EVALUATE-SUBSCRIPTIONS-PARA
           PERFORM EMIT-TRIGGERED-PARA
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND

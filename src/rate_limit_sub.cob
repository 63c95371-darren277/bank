      *> Keying on account number gives per-account limiting; callers
      *> with no account in play (e.g. an unauthenticated lookup) pass
      *> REMOTE_ADDR instead, giving per-source limiting the same way.
      *> Each hit row also carries the request's correlation ID from
      *> REQUEST-ID-SUB, so a partner's failed call can be found in
      *> the log by the ID it was answered with.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> usage-metering batch prices calls per route, so the hit row
      *> carries where the call went, not just who made it.
       01  WS-ROUTE               PIC X(60) VALUE SPACES.
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(20) VALUE SPACES.
           IF FUNCTION TRIM(WS-ROUTE) = SPACES
               ACCEPT WS-ROUTE FROM ENVIRONMENT "SCRIPT_NAME"
           END-IF
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL

           STRING
               "INSERT INTO api_request_log (source_key, route, "
               "requested_at, request_id) VALUES ('"
               FUNCTION TRIM(LS-SOURCE-KEY) "', '"
               FUNCTION TRIM(WS-ROUTE) "', NOW(), "
               FUNCTION TRIM(WS-REQUEST-ID-SQL) ");"
               INTO WS-SQL-COMMAND

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
       COUNT-HITS-PARA.
           MOVE 0 TO WS-HIT-COUNT
           STRING
               "SELECT COUNT(*) FROM api_request_log WHERE "
               "source_key = '"
               FUNCTION TRIM(LS-SOURCE-KEY) "' AND requested_at >= "
               "NOW() - INTERVAL '" WS-WINDOW-SECONDS " seconds';"
               INTO WS-SQL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > " FUNCTION TRIM(WS-RESULT-FILE-NAME)
               INTO WS-SHELL-COMMAND

               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
               IF WS-PSQL-RESULT NOT = SPACES
                   COMPUTE WS-HIT-COUNT =
                       FUNCTION NUMVAL(WS-PSQL-RESULT)
               END-IF
           END-IF.


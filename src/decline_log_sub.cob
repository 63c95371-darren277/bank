      *> reason code, channel, account and amount; the row lands in
      *> decline_log and DECLINE-REPORT-BATCH breaks the day down by
      *> reason. Logging is an observer: a failed insert never blocks
      *> the decline itself. The row carries the request's
      *> correlation ID (REQUEST-ID-SUB) when the decline happened
      *> inside a HANDLER request, NULL otherwise.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
       01  WS-SQL-COMMAND         PIC X(500).
       01  WS-SHELL-COMMAND       PIC X(700).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-FORMATTED-AMOUNT    PIC Z(13)9.99.
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CHANNEL             PIC X(6).
       PROCEDURE DIVISION USING
           LS-CHANNEL LS-ACCOUNT-NUMBER LS-REASON-CODE LS-AMOUNT.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           MOVE LS-AMOUNT TO WS-FORMATTED-AMOUNT
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO decline_log (channel, account_number, "
               "reason_code, amount, declined_at, request_id) "
               "VALUES ('"
               FUNCTION TRIM(LS-CHANNEL) "', '"
               FUNCTION TRIM(LS-ACCOUNT-NUMBER) "', '"
               FUNCTION TRIM(LS-REASON-CODE) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", NOW(), "
               FUNCTION TRIM(WS-REQUEST-ID-SQL) ");"
               INTO WS-SQL-COMMAND.

           MOVE SPACES TO WS-SHELL-COMMAND

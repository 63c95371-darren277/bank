       01  WS-DATE-TO            PIC X(10) VALUE SPACES.
       01  WS-TSX-TYPE-FILTER    PIC X(1) VALUE SPACE.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       *> Y on a training room terminal -- history comes from the
       *> training database.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           DISPLAY "Enter Account Number to retrieve transactions:"
           ACCEPT WS-ACCOUNT-NUMBER

           PERFORM BUILD-WHERE-CLAUSE-PARA

           *> Construct the SQL command
           STRING "SELECT transaction_id, transaction_type, amount, "
               "timestamp "
               "FROM transactions WHERE account_number = '"
               WS-ACCOUNT-NUMBER "'"
               FUNCTION TRIM(WS-SQL-WHERE) ";"
               INTO WS-SQL-COMMAND.

           *> Construct the shell command to run psql and capture output
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               RETURNING WS-PROCESS-OUTPUT.

           IF WS-PROCESS-OUTPUT = 0
               DISPLAY "Error executing psql command. Return code: "
                   WS-RETURN-CODE
               MOVE "Y" TO WS-END-OF-FILE
               GOBACK
           END-IF.

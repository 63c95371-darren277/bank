
       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
       01  WS-SQL-COMMAND         PIC X(500).
       01  WS-SHELL-COMMAND       PIC X(700).
       01  WS-RETURN-CODE         PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-BUSINESS-DATE.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
      *> Hand back the current business date as YYYY-MM-DD. Spaces
      *> back means the run-control row is missing or the database is
      *> unreachable -- callers treat that as "do not run".
           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> BATCH-RAN-CHECK-SUB
      *> Has LS-BATCH-NAME already run for the current business date?
      *> Hands the business date back too, so the caller makes one
      *> call instead of two and every batch stamps the same date its
      *> run flag was checked against.
      *>----------------------------------------------------------------
       ENTRY "BATCH-RAN-CHECK-SUB" USING
           LS-BATCH-NAME LS-BUSINESS-DATE LS-ALREADY-RAN.
       CHECK-MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           MOVE 'N' TO LS-ALREADY-RAN
           MOVE SPACES TO LS-BUSINESS-DATE

           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> BATCH-RAN-MARK-SUB
      *> Record LS-BATCH-NAME as having completed for the current
      *> business date, so a second run the same evening is refused by
      *> BATCH-RAN-CHECK-SUB.
      *>----------------------------------------------------------------
       ENTRY "BATCH-RAN-MARK-SUB" USING
           LS-BATCH-NAME LS-BUSINESS-DATE.
       MARK-MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           STRING
               "INSERT INTO batch_run_control (business_date, "
               "batch_name, ran_at) VALUES ('"

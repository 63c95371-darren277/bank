       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-REFRESH-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly rebuild of the teller training database. Training
      *> mode (TRAINING-MODE-SUB) points the training-enabled teller
      *> programs at DB-TRAINING-NAME instead of the live database;
      *> this run, the last step of the nightly suite, replaces that
      *> database with a fresh copy of tonight's closed books so
      *> trainees practise on realistic accounts, then masks every
      *> piece of personal data in it before anyone can sign on:
      *>   customers            -- name, street, city, date of birth
      *>                           (kept to the year), TIN, phone and
      *>                           email replaced
      *>   account_holders      -- holder name follows the masked
      *>                           customer name
      *>   account_beneficiaries, payees
      *>                        -- names replaced
      *>   official_checks, monetary_instrument_log, ctr_conductors
      *>                        -- payee, purchaser and conductor
      *>                           names, addresses, IDs and TINs
      *>                           replaced
      *> Balances, transactions, products and configuration are kept
      *> as they are -- that is what the trainee is there to learn.
      *> The copy goes through a dump file that is removed as soon as
      *> it is loaded. If the dump fails the training database is
      *> left as it was; if the load or the masking fails it is
      *> emptied, so an unmasked copy is never left for a training
      *> session.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(3000).
       01  WS-SHELL-COMMAND         PIC X(3200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-DUMP-FILE-NAME        PIC X(40)
           VALUE "./training_refresh_dump.sql".
       01  WS-STEPS-DONE            PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "TRAINING-REFRESH-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TRAINING-REFRESH-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "TRAINING-REFRESH-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
      *> The copy drops and recreates everything in the target -- it
      *> must never be pointed at the live database.
           IF DB-TRAINING-NAME = SPACES OR DB-TRAINING-NAME = DB-NAME
               DISPLAY "Training database is not configured apart "
                   "from the live database -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM DUMP-LIVE-PARA
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-STEPS-DONE
               PERFORM LOAD-TRAINING-PARA
               IF WS-RETURN-CODE NOT = 0
                   PERFORM EMPTY-TRAINING-PARA
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-STEPS-DONE
               PERFORM MASK-TRAINING-PARA
               IF WS-RETURN-CODE NOT = 0
                   PERFORM EMPTY-TRAINING-PARA
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM REMOVE-DUMP-PARA

           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-STEPS-DONE WS-RUN-STATUS
               DISPLAY "TRAINING-REFRESH-BATCH failed after "
                   WS-STEPS-DONE " step(s)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-STEPS-DONE

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-STEPS-DONE WS-RUN-STATUS
           DISPLAY "TRAINING-REFRESH-BATCH complete. Training database "
               FUNCTION TRIM(DB-TRAINING-NAME)
               " refreshed and masked."
           GOBACK.

       DUMP-LIVE-PARA.
      *> --clean --if-exists: the dump drops each object before it
      *> recreates it, so loading it replaces yesterday's copy.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " pg_dump -U " FUNCTION TRIM(DB-USER)
               " --clean --if-exists --no-owner -f "
               FUNCTION TRIM(WS-DUMP-FILE-NAME) " "
               FUNCTION TRIM(DB-NAME)
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "TRAINING-REFRESH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Copy of the live database failed. Return code: "
                   WS-RETURN-CODE
           END-IF.

       LOAD-TRAINING-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-TRAINING-NAME)
               " -q -v ON_ERROR_STOP=1 -f "
               FUNCTION TRIM(WS-DUMP-FILE-NAME) " > /dev/null"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "TRAINING-REFRESH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Load of the training database failed. Return "
                   "code: " WS-RETURN-CODE
           END-IF.

       MASK-TRAINING-PARA.
      *> One transaction: the copy is either fully masked or not
      *> masked at all (and then emptied by the caller).
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "BEGIN; "
               "UPDATE customers SET legal_name = 'TRAINING CUSTOMER ' "
               "|| customer_id, street_address = customer_id || "
               "' PRACTICE STREET', city_state_zip = 'TRAINING TOWN', "
               "date_of_birth = date_trunc('year', date_of_birth)"
               "::date, tax_id = CASE WHEN tax_id IS NULL THEN NULL "
               "ELSE '900' || lpad(right(customer_id::text, 6), 6, "
               "'0') END, phone = CASE WHEN phone IS NULL THEN NULL "
               "ELSE '555-0100' END, email = CASE WHEN email IS NULL "
               "THEN NULL ELSE 'customer' || customer_id || "
               "'@training.invalid' END; "
               "UPDATE account_holders h SET holder_name = COALESCE("
               "(SELECT c.legal_name FROM customers c WHERE "
               "c.customer_id = h.customer_id), 'TRAINING HOLDER'); "
               "UPDATE account_beneficiaries SET beneficiary_name = "
               "'TRAINING BENEFICIARY'; "
               "UPDATE payees SET display_name = 'TRAINING PAYEE'; "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "UPDATE official_checks SET payee_name = "
               "'TRAINING PAYEE', purchaser_id_number = CASE WHEN "
               "purchaser_id_number IS NULL THEN NULL ELSE "
               "'TRN' || serial_number END; "
               "UPDATE monetary_instrument_log SET purchaser_name = "
               "'TRAINING PURCHASER', purchaser_address = "
               "'PRACTICE STREET', purchaser_dob = NULL, "
               "purchaser_tin = NULL, purchaser_id_number = 'TRN' || "
               "serial_number; "
               "UPDATE ctr_conductors SET conductor_name = "
               "'TRAINING CONDUCTOR', conductor_address = "
               "'PRACTICE STREET', date_of_birth = NULL, "
               "id_number = 'TRAINING'; "
               "COMMIT;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           PERFORM RUN-TRAINING-SQL-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Masking of the training database failed. "
                   "Return code: " WS-RETURN-CODE
           END-IF.

       EMPTY-TRAINING-PARA.
      *> Never leave live personal data behind in the training
      *> database -- a failed load or mask leaves it empty, and
      *> training waits for tomorrow night's refresh.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "DROP SCHEMA public CASCADE; CREATE SCHEMA public;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-TRAINING-SQL-PARA
           DISPLAY "Training database emptied -- it holds no "
               "unmasked copy."
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "WARNING: emptying the training database "
                   "failed -- do not open training until it is "
                   "cleared. Return code: " WS-RETURN-CODE
           END-IF.

       RUN-TRAINING-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-TRAINING-NAME)
               " -q -v ON_ERROR_STOP=1 -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " > /dev/null"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "TRAINING-REFRESH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       REMOVE-DUMP-PARA.
      *> The dump is an unmasked copy of the live books -- it does
      *> not outlive the run, whatever happened.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f " FUNCTION TRIM(WS-DUMP-FILE-NAME)
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND.

       END PROGRAM TRAINING-REFRESH-BATCH.

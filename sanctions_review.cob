       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-REVIEW.
       AUTHOR. DARREN-MACKENZIE.

      *> Compliance console for the sanctions review queue
      *> (compliance_review). SCREEN-NAME-SUB files the names it
      *> blocks at account opening, transfer and wire time, and
      *> SANCTIONS-RESCREEN-BATCH files the hits from rescreening
      *> the whole book when the list changes. Here compliance lists
      *> what is PENDING and decides each case:
      *>   C = Confirmed match: the case is CONFIRMED and a SANCTION
      *>       freeze is placed through the same account_freezes rows
      *>       FREEZE-ACCOUNT writes -- all activity on every open
      *>       account of a matched customer, or on the account a
      *>       matched holder name sits on; debits only on the
      *>       account that saved a matched payee, so nothing more
      *>       can be sent to the listed party.
      *>   X = Cleared as a false positive.
      *> Lifting a confirmed freeze stays with FREEZE-ACCOUNT U.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-REVIEW-ID          PIC 9(9) VALUE 0.
       01  WS-REVIEW-ID-DISP     PIC Z(8)9.
       01  WS-CASES-DECIDED      PIC X(10) VALUE SPACES.
       01  WS-FREEZES-PLACED     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY "Enter Action (L=List pending, C=Confirm match, "
               "X=Clear as false positive):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-PENDING-PARA
               WHEN "C"
                   PERFORM CONFIRM-MATCH-PARA
               WHEN "X"
                   PERFORM CLEAR-MATCH-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, C, or X."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       LIST-PENDING-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT review_id || ' | ' || context || ' | ' || "
               "subject_name || ' | list: ' || matched_list_name || "
               "' | ' || COALESCE(account_number, '') || ' | ' || "
               "created_at::date || COALESCE(' | version ' || "
               "list_version, '') FROM compliance_review "
               "WHERE review_status = 'PENDING' ORDER BY review_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           DISPLAY "Pending sanctions matches:"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       CONFIRM-MATCH-PARA.
           DISPLAY "Enter Review ID:"
           ACCEPT WS-REVIEW-ID
           MOVE WS-REVIEW-ID TO WS-REVIEW-ID-DISP

      *> The decision and every freeze it calls for in one
      *> statement. A closed account is left alone; an all-activity
      *> freeze flips account_status to FROZEN exactly as
      *> FREEZE-ACCOUNT does.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH r AS (UPDATE compliance_review SET "
               "review_status = 'CONFIRMED', reviewed_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', reviewed_at = NOW() "
               "WHERE review_id = " FUNCTION TRIM(WS-REVIEW-ID-DISP)
               " AND review_status = 'PENDING' RETURNING "
               "subject_type, subject_id, account_number), "
               "tgt AS (SELECT h.account_number, 'A' AS scope FROM r "
               "JOIN account_holders h ON r.subject_type = 'C' AND "
               "h.customer_id = r.subject_id UNION SELECT "
               "r.account_number, CASE WHEN r.subject_type = 'P' "
               "THEN 'D' ELSE 'A' END FROM r WHERE "
               "COALESCE(r.subject_type, 'H') <> 'C' AND "
               "r.account_number IS NOT NULL), "
               "act AS (SELECT t.account_number, t.scope FROM tgt t "
               "JOIN accounts a ON a.account_number = "
               "t.account_number WHERE a.account_status <> "
               "'CLOSED'), "
               "fz AS (INSERT INTO account_freezes (account_number, "
               "reason_code, freeze_scope, expiry_date, placed_by, "
               "placed_at, freeze_status) SELECT account_number, "
               "'SANCTION', scope, NULL, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW(), 'ACTIVE' "
               "FROM act RETURNING account_number, freeze_scope), "
               "st AS (UPDATE accounts SET account_status = 'FROZEN' "
               "WHERE account_number IN (SELECT account_number FROM "
               "fz WHERE freeze_scope = 'A')) "
               "SELECT (SELECT COUNT(*) FROM r) || '|' || "
               "(SELECT COUNT(*) FROM fz);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA

           MOVE SPACES TO WS-CASES-DECIDED WS-FREEZES-PLACED
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-CASES-DECIDED WS-FREEZES-PLACED
           END-UNSTRING
           IF WS-RETURN-CODE NOT = 0 OR WS-CASES-DECIDED = SPACES
                   OR WS-CASES-DECIDED = "0"
               DISPLAY "Not confirmed -- review not found or already "
                   "decided."
           ELSE
               DISPLAY "Review " FUNCTION TRIM(WS-REVIEW-ID-DISP)
                   " CONFIRMED. SANCTION freezes placed: "
                   FUNCTION TRIM(WS-FREEZES-PLACED)
           END-IF.

       CLEAR-MATCH-PARA.
           DISPLAY "Enter Review ID:"
           ACCEPT WS-REVIEW-ID
           MOVE WS-REVIEW-ID TO WS-REVIEW-ID-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE compliance_review SET review_status = "
               "'CLEARED', reviewed_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', reviewed_at = NOW() "
               "WHERE review_id = " FUNCTION TRIM(WS-REVIEW-ID-DISP)
               " AND review_status = 'PENDING' RETURNING review_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not cleared -- review not found or already "
                   "decided."
           ELSE
               DISPLAY "Review " FUNCTION TRIM(WS-REVIEW-ID-DISP)
                   " CLEARED as a false positive."
           END-IF.

       DISPLAY-RESULT-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO PSQL-RESULT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(PSQL-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       RUN-REVIEW-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "SANCTIONS-REVIEW" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM SANCTIONS-REVIEW.

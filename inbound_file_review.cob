       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-FILE-REVIEW.
       AUTHOR. DARREN-MACKENZIE.

      *> Inbound file registry review. INBOUND-FILE-SUB refuses any
      *> counterparty file whose header or content hash matches one
      *> its import has already loaded, and rejects any file whose
      *> trailer does not prove against its own detail. This console
      *> is where operations sees those decisions and where the one
      *> legitimate override lives:
      *>   L = List registry rows from the last 14 days -- file id,
      *>       import, header date, detail count and amount against
      *>       the trailer's, status and reason.
      *>   R = Release a DUPLICATE (SUP role only). When the
      *>       counterparty genuinely resent a file under the same
      *>       header, a supervisor releases the refused row and the
      *>       next run of the import loads the file under it. Only
      *>       DUPLICATE rows release -- a REJECTED file is wrong in
      *>       itself and has to be replaced by the sender.

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
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-FILE-ID            PIC 9(9) VALUE 0.
       01  WS-FILE-ID-DISP       PIC Z(8)9.
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1000).
       01  WS-SHELL-COMMAND      PIC X(1200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY "Enter Action (L=List inbound files, "
               "R=Release a duplicate):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-FILES-PARA
               WHEN "R"
                   PERFORM RELEASE-FILE-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L or R."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-SUPERVISOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-IFR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       LIST-FILES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT file_id || ' | ' || import_name || ' | ' || "
               "COALESCE(header_date, '') || ' | ' || detail_count "
               "|| ' / ' || detail_amount || ' vs trailer ' || "
               "COALESCE(trailer_count::text, '-') || ' / ' || "
               "COALESCE(trailer_amount::text, '-') || ' | ' || "
               "file_status || COALESCE(' ' || NULLIF(status_reason, "
               "''), '') || ' | ' || loaded_at::date || "
               "COALESCE(' | released by ' || released_by, '') "
               "FROM inbound_file_registry WHERE loaded_at >= "
               "CURRENT_DATE - 14 ORDER BY file_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-IFR-SQL-PARA
           DISPLAY "Inbound file registry, last 14 days:"
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       RELEASE-FILE-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Releasing a duplicate file requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter File ID to release:"
           ACCEPT WS-FILE-ID
           MOVE WS-FILE-ID TO WS-FILE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT import_name || ' ' || file_name || ' dated ' "
               "|| COALESCE(header_date, '') || ', ' || detail_count "
               "|| ' items / ' || detail_amount || ' -- matches file "
               "' || duplicate_of FROM inbound_file_registry "
               "WHERE file_id = " FUNCTION TRIM(WS-FILE-ID-DISP)
               " AND file_status = 'DUPLICATE';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-IFR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "File " FUNCTION TRIM(WS-FILE-ID-DISP)
                   " is not a refused duplicate -- nothing to release."
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           DISPLAY "Release this file to load on the next run? "
               "(Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Release abandoned -- nothing changed."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE inbound_file_registry SET file_status = "
               "'RELEASED', released_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', released_at = NOW() WHERE file_id = "
               FUNCTION TRIM(WS-FILE-ID-DISP)
               " AND file_status = 'DUPLICATE' RETURNING file_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-IFR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Release failed -- file "
                   FUNCTION TRIM(WS-FILE-ID-DISP) " unchanged."
           ELSE
               DISPLAY "File " FUNCTION TRIM(WS-FILE-ID-DISP)
                   " released -- it loads on the import's next run."
           END-IF.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       RUN-IFR-SQL-PARA.
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
               "INBOUND-FILE-REVIEW" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM INBOUND-FILE-REVIEW.

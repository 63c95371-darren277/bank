       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-DATA-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Personal-data masking policy. Full tax IDs printed on the
      *> year-end tax report, and full account numbers reached the
      *> warehouse feed, the search results and every archived report
      *> anyone with report access could pull. The policy is kept per
      *> data element and per audience in masking_policy
      *> (data_element, audience, mask_rule):
      *>   elements  -- TIN, DOB, ACCOUNT, ADDRESS
      *>   audiences -- REPORT (printed reports), REGULATOR
      *>                (regulator-facing filings), EXTRACT (the
      *>                warehouse feed) and, for the retrieval and
      *>                inquiry programs, the operator's role (TLR,
      *>                SUP, SEC, ...)
      *>   rules     -- FULL    the value as it stands
      *>                LAST4   all but the last four characters
      *>                        starred
      *>                YEAR    a date cut to its year (other
      *>                        elements: as REDACT)
      *>                REDACT  starred out entirely
      *>                TOKEN   the value's token from the data_tokens
      *>                        vault (outside SQL: as REDACT)
      *> With no row for an element and audience the standard policy
      *> applies: REGULATOR sees everything in full; EXTRACT gets
      *> tokens for TIN and ACCOUNT; everyone else -- printed reports
      *> and every operator role -- sees LAST4 for TIN and ACCOUNT,
      *> the year of a date of birth, and no address. A role is
      *> entitled to a full value only by a FULL row on
      *> masking_policy, and every view shown to an operator with
      *> anything in full is written to the audit trail
      *> (MASK-AUDIT-SUB). If the policy cannot be read every element
      *> is REDACTed.
      *>   MASK-POLICY-SUB -- load the policy for an audience, or for
      *>                      the role of the operator given
      *>   MASK-RULE-SUB   -- the loaded rule for one element
      *>   MASK-SQL-SUB    -- an SQL expression that shows a column
      *>                      under the element's rule
      *>   MASK-TEXT-SUB   -- mask account numbers and TINs in a line
      *>                      of free text (an archived report)
      *>   MASK-AUDIT-SUB  -- audit a view that showed any element in
      *>                      full

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(2000).
       01  WS-SHELL-COMMAND       PIC X(2200).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(100).
       01  WS-AUDIENCE-SQL        PIC X(200) VALUE SPACES.

      *> The policy in force for this process.
       01  WS-POLICY-AUDIENCE     PIC X(10) VALUE SPACES.
       01  WS-RULE-TIN            PIC X(8) VALUE "REDACT".
       01  WS-RULE-DOB            PIC X(8) VALUE "REDACT".
       01  WS-RULE-ACCOUNT        PIC X(8) VALUE "REDACT".
       01  WS-RULE-ADDRESS        PIC X(8) VALUE "REDACT".
       01  WS-RULE                PIC X(8) VALUE SPACES.

      *> MASK-TEXT-SUB scan.
       01  WS-CHAR-IDX            PIC 9(3) COMP.
       01  WS-RUN-START           PIC 9(3) COMP.
       01  WS-RUN-LENGTH          PIC 9(3) COMP.
       01  WS-STAR-IDX            PIC 9(3) COMP.
       01  WS-STAR-END            PIC 9(3) COMP.
       01  WS-ONE-CHAR            PIC X(1).
       01  WS-TEXT-LENGTH         PIC 9(3) COMP VALUE 200.

       01  WS-AUDIT-COMMAND       PIC X(600) VALUE SPACES.
       01  WS-FULL-ELEMENTS       PIC X(40) VALUE SPACES.
       01  WS-ZERO-CODE           PIC S9(4) COMP VALUE 0.

       LINKAGE SECTION.
       01  LS-AUDIENCE            PIC X(10).
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-ELEMENT             PIC X(8).
       01  LS-RULE                PIC X(8).
       01  LS-COLUMN              PIC X(60).
       01  LS-EXPRESSION          PIC X(300).
       01  LS-TEXT                PIC X(200).
       01  LS-PROGRAM-NAME        PIC X(20).
       01  LS-SUBJECT             PIC X(10).
       01  LS-UNMASKED            PIC X(1).
       01  LS-VIEW-NAME           PIC X(80).

       PROCEDURE DIVISION USING LS-AUDIENCE LS-OPERATOR-ID.
      *>----------------------------------------------------------------
      *> MASK-POLICY-SUB
      *> With an operator ID the audience is that operator's role and
      *> comes back in LS-AUDIENCE; without one, LS-AUDIENCE names it.
      *> Called by the program name or by the entry name -- both load
      *> the policy.
      *>----------------------------------------------------------------
       MAIN-PARA.
           PERFORM LOAD-POLICY-PARA
           GOBACK.

       ENTRY "MASK-POLICY-SUB" USING LS-AUDIENCE LS-OPERATOR-ID.
       POLICY-MAIN-PARA.
           PERFORM LOAD-POLICY-PARA
           GOBACK.

       LOAD-POLICY-PARA.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           MOVE "REDACT" TO WS-RULE-TIN WS-RULE-DOB WS-RULE-ACCOUNT
               WS-RULE-ADDRESS

           MOVE SPACES TO WS-AUDIENCE-SQL
           IF LS-OPERATOR-ID NOT = SPACES
               STRING "(SELECT COALESCE((SELECT operator_role FROM "
                   "operators WHERE operator_id = '"
                   FUNCTION TRIM(LS-OPERATOR-ID)
                   "'), 'REPORT'))"
                   DELIMITED BY SIZE INTO WS-AUDIENCE-SQL
           ELSE
               STRING "(SELECT '" FUNCTION TRIM(LS-AUDIENCE) "'::text)"
                   DELIMITED BY SIZE INTO WS-AUDIENCE-SQL
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH a AS (SELECT " FUNCTION TRIM(WS-AUDIENCE-SQL)
               "::text AS aud), r AS (SELECT e.el, COALESCE((SELECT "
               "p.mask_rule FROM masking_policy p, a WHERE "
               "p.data_element = e.el AND p.audience = a.aud), CASE "
               "WHEN a.aud = 'REGULATOR' THEN 'FULL' WHEN e.el = "
               "'DOB' THEN 'YEAR' WHEN e.el = 'ADDRESS' THEN 'REDACT' "
               "WHEN a.aud = 'EXTRACT' THEN 'TOKEN' ELSE 'LAST4' END) "
               "AS rl, e.n FROM a, (VALUES ('TIN', 1), ('DOB', 2), "
               "('ACCOUNT', 3), ('ADDRESS', 4)) e(el, n)) "
               "SELECT (SELECT aud FROM a) || '|' || string_agg(rl, "
               "'|' ORDER BY n) FROM r;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 DELIMITED BY SIZE INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-OPER-SUB" USING
               "MASK-DATA-SUB" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE LS-OPERATOR-ID

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
           END-IF
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME

           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Masking policy could not be read -- personal "
                   "data is shown fully masked."
           ELSE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-POLICY-AUDIENCE WS-RULE-TIN WS-RULE-DOB
                       WS-RULE-ACCOUNT WS-RULE-ADDRESS
               END-UNSTRING
               MOVE WS-POLICY-AUDIENCE TO LS-AUDIENCE
           END-IF.

      *>----------------------------------------------------------------
      *> MASK-RULE-SUB
      *>----------------------------------------------------------------
       ENTRY "MASK-RULE-SUB" USING LS-ELEMENT LS-RULE.
       RULE-MAIN-PARA.
           PERFORM FIND-RULE-PARA
           MOVE WS-RULE TO LS-RULE
           GOBACK.

      *>----------------------------------------------------------------
      *> MASK-SQL-SUB
      *> LS-COLUMN is any SQL expression; what comes back is text,
      *> and a masked NULL comes back as an empty string.
      *>----------------------------------------------------------------
       ENTRY "MASK-SQL-SUB" USING LS-ELEMENT LS-COLUMN LS-EXPRESSION.
       SQL-MAIN-PARA.
           PERFORM FIND-RULE-PARA
           MOVE SPACES TO LS-EXPRESSION
           EVALUATE TRUE
               WHEN WS-RULE = "FULL"
                   STRING "(" FUNCTION TRIM(LS-COLUMN) ")::text"
                       DELIMITED BY SIZE INTO LS-EXPRESSION
               WHEN WS-RULE = "LAST4"
                   STRING "COALESCE(repeat('*', GREATEST(length(("
                       FUNCTION TRIM(LS-COLUMN) ")::text) - 4, 0)) "
                       "|| right((" FUNCTION TRIM(LS-COLUMN)
                       ")::text, 4), '')"
                       DELIMITED BY SIZE INTO LS-EXPRESSION
               WHEN WS-RULE = "YEAR" AND LS-ELEMENT = "DOB"
                   STRING "COALESCE(to_char(("
                       FUNCTION TRIM(LS-COLUMN)
                       ")::date, 'YYYY') || '-**-**', '')"
                       DELIMITED BY SIZE INTO LS-EXPRESSION
               WHEN WS-RULE = "TOKEN"
                   STRING "COALESCE((SELECT dt.token FROM data_tokens "
                       "dt WHERE dt.token_type = '"
                       FUNCTION TRIM(LS-ELEMENT)
                       "' AND dt.clear_value = ("
                       FUNCTION TRIM(LS-COLUMN) ")::text), '')"
                       DELIMITED BY SIZE INTO LS-EXPRESSION
               WHEN OTHER
                   STRING "CASE WHEN (" FUNCTION TRIM(LS-COLUMN)
                       ") IS NULL THEN '' ELSE '*****' END"
                       DELIMITED BY SIZE INTO LS-EXPRESSION
           END-EVALUATE
           GOBACK.

      *>----------------------------------------------------------------
      *> MASK-TEXT-SUB
      *> For report text already printed: a run of ten or more digits
      *> is taken for an account number, nine digits or NNN-NN-NNNN
      *> for a TIN, and each is shown under its element's rule.
      *> Amounts (decimal point) and dates (dashes) never match.
      *>----------------------------------------------------------------
       ENTRY "MASK-TEXT-SUB" USING LS-TEXT.
       TEXT-MAIN-PARA.
           MOVE 0 TO WS-RUN-LENGTH
           PERFORM SCAN-ONE-CHAR-PARA
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-TEXT-LENGTH
           IF WS-RUN-LENGTH > 0
               PERFORM MASK-DIGIT-RUN-PARA THRU MASK-DIGIT-RUN-EXIT
           END-IF
           PERFORM MASK-DASHED-TIN-PARA
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-TEXT-LENGTH - 10
           GOBACK.

      *>----------------------------------------------------------------
      *> MASK-AUDIT-SUB
      *> Writes one audit line naming the view and the elements it
      *> showed in full; nothing when everything was masked.
      *> LS-UNMASKED comes back Y when a line was written.
      *>----------------------------------------------------------------
       ENTRY "MASK-AUDIT-SUB" USING
           LS-PROGRAM-NAME LS-OPERATOR-ID LS-SUBJECT LS-VIEW-NAME
           LS-UNMASKED.
       AUDIT-MAIN-PARA.
           MOVE 'N' TO LS-UNMASKED
           MOVE SPACES TO WS-FULL-ELEMENTS
           IF WS-RULE-TIN = "FULL"
               STRING FUNCTION TRIM(WS-FULL-ELEMENTS) " TIN"
                   DELIMITED BY SIZE INTO WS-FULL-ELEMENTS
           END-IF
           IF WS-RULE-DOB = "FULL"
               STRING FUNCTION TRIM(WS-FULL-ELEMENTS) " DOB"
                   DELIMITED BY SIZE INTO WS-FULL-ELEMENTS
           END-IF
           IF WS-RULE-ACCOUNT = "FULL"
               STRING FUNCTION TRIM(WS-FULL-ELEMENTS) " ACCOUNT"
                   DELIMITED BY SIZE INTO WS-FULL-ELEMENTS
           END-IF
           IF WS-RULE-ADDRESS = "FULL"
               STRING FUNCTION TRIM(WS-FULL-ELEMENTS) " ADDRESS"
                   DELIMITED BY SIZE INTO WS-FULL-ELEMENTS
           END-IF
           IF WS-FULL-ELEMENTS NOT = SPACES
               MOVE SPACES TO WS-AUDIT-COMMAND
               STRING "UNMASKED VIEW for "
                   FUNCTION TRIM(WS-POLICY-AUDIENCE) ":"
                   FUNCTION TRIM(WS-FULL-ELEMENTS) " -- "
                   FUNCTION TRIM(LS-VIEW-NAME)
                   DELIMITED BY SIZE INTO WS-AUDIT-COMMAND
               CALL "AUDIT-LOG-OPER-SUB" USING
                   LS-PROGRAM-NAME LS-SUBJECT
                   WS-AUDIT-COMMAND WS-ZERO-CODE LS-OPERATOR-ID
               MOVE 'Y' TO LS-UNMASKED
           END-IF
           GOBACK.

       FIND-RULE-PARA.
           EVALUATE LS-ELEMENT
               WHEN "TIN"
                   MOVE WS-RULE-TIN TO WS-RULE
               WHEN "DOB"
                   MOVE WS-RULE-DOB TO WS-RULE
               WHEN "ACCOUNT"
                   MOVE WS-RULE-ACCOUNT TO WS-RULE
               WHEN "ADDRESS"
                   MOVE WS-RULE-ADDRESS TO WS-RULE
               WHEN OTHER
                   MOVE "REDACT" TO WS-RULE
           END-EVALUATE.

       SCAN-ONE-CHAR-PARA.
           MOVE LS-TEXT(WS-CHAR-IDX:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR NUMERIC
               IF WS-RUN-LENGTH = 0
                   MOVE WS-CHAR-IDX TO WS-RUN-START
               END-IF
               ADD 1 TO WS-RUN-LENGTH
           ELSE
               IF WS-RUN-LENGTH > 0
                   PERFORM MASK-DIGIT-RUN-PARA
                       THRU MASK-DIGIT-RUN-EXIT
               END-IF
               MOVE 0 TO WS-RUN-LENGTH
           END-IF.

       MASK-DIGIT-RUN-PARA.
      *> A run that is part of an amount (a decimal point either
      *> side) is left alone.
           IF WS-RUN-LENGTH < 9
               GO TO MASK-DIGIT-RUN-EXIT
           END-IF
           IF WS-RUN-START > 1
               IF LS-TEXT(WS-RUN-START - 1:1) = "."
                   GO TO MASK-DIGIT-RUN-EXIT
               END-IF
           END-IF
           IF WS-RUN-START + WS-RUN-LENGTH <= WS-TEXT-LENGTH
               IF LS-TEXT(WS-RUN-START + WS-RUN-LENGTH:1) = "."
                   GO TO MASK-DIGIT-RUN-EXIT
               END-IF
           END-IF
           IF WS-RUN-LENGTH = 9
               MOVE WS-RULE-TIN TO WS-RULE
           ELSE
               MOVE WS-RULE-ACCOUNT TO WS-RULE
           END-IF
           PERFORM STAR-RUN-PARA.
       MASK-DIGIT-RUN-EXIT.
           EXIT.

       MASK-DASHED-TIN-PARA.
           IF LS-TEXT(WS-CHAR-IDX:3) IS NUMERIC
                   AND LS-TEXT(WS-CHAR-IDX + 3:1) = "-"
                   AND LS-TEXT(WS-CHAR-IDX + 4:2) IS NUMERIC
                   AND LS-TEXT(WS-CHAR-IDX + 6:1) = "-"
                   AND LS-TEXT(WS-CHAR-IDX + 7:4) IS NUMERIC
               MOVE WS-CHAR-IDX TO WS-RUN-START
               MOVE 11 TO WS-RUN-LENGTH
               MOVE WS-RULE-TIN TO WS-RULE
               PERFORM STAR-RUN-PARA
           END-IF.

       STAR-RUN-PARA.
      *> FULL leaves the run; LAST4 stars all but its last four
      *> characters; anything else stars the lot.
           IF WS-RULE = "FULL"
               MOVE 0 TO WS-STAR-END
           ELSE
               IF WS-RULE = "LAST4"
                   COMPUTE WS-STAR-END =
                       WS-RUN-START + WS-RUN-LENGTH - 5
               ELSE
                   COMPUTE WS-STAR-END =
                       WS-RUN-START + WS-RUN-LENGTH - 1
               END-IF
           END-IF
           PERFORM STAR-ONE-CHAR-PARA
               VARYING WS-STAR-IDX FROM WS-RUN-START BY 1
               UNTIL WS-STAR-IDX > WS-STAR-END.

       STAR-ONE-CHAR-PARA.
           IF LS-TEXT(WS-STAR-IDX:1) NOT = "-"
               MOVE "*" TO LS-TEXT(WS-STAR-IDX:1)
           END-IF.

       END PROGRAM MASK-DATA-SUB.

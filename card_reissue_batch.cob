       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REISSUE-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Month-end card renewal. The cards register carried an expiry
      *> date nothing acted on, so cardholders found out when the
      *> card stopped working. Each month-end run:
      *>   1. Closes old cards that have been replaced, once the
      *>      replacement is ACTIVE or the old card is past its
      *>      expiry (CARD-MANAGEMENT closes it at activation too;
      *>      this catches the rest). LOST / STOLEN cards stay on the
      *>      hot list.
      *>   2. Lists, without reissuing, the cards that would renew but
      *>      cannot be mailed: the primary holder is flagged for
      *>      returned mail, or has no street address on file. They
      *>      come up again next month once the address is fixed.
      *>   3. Renews every ACTIVE card expiring within the lead window
      *>      (card_reissue_config.lead_months, default 2) on an open,
      *>      unfrozen account that has no replacement yet: a new
      *>      card record, ISSUED (inactive until activated), linked
      *>      to the old one by replaces_card_id, expiring at the end
      *>      of the month validity_years (default 3) out.
      *> Each new card goes to the embosser / mailer file
      *> ./card_embosser.dat (record layout CARDEMB, appended -- the
      *> lost / stolen reissue in CARD-MANAGEMENT writes the same
      *> file) with the primary holder's name and mailing address,
      *> and the run is listed in ./card_reissue_report.txt. The
      *> count on run history is the number of cards reissued.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-FEED-FILE ASSIGN TO "./card_reissue_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SKIP-FEED-FILE ASSIGN TO "./card_skip_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMBOSSER-FILE
           ASSIGN TO "./card_embosser.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REISSUE-REPORT-FILE
           ASSIGN TO "./card_reissue_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_crd.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REISSUE-FEED-FILE.
       01  REISSUE-FEED-RECORD      PIC X(250).
       FD  SKIP-FEED-FILE.
       01  SKIP-FEED-RECORD         PIC X(200).
       FD  EMBOSSER-FILE.
           COPY "cardemb".
       FD  REISSUE-REPORT-FILE.
       01  REISSUE-REPORT-RECORD    PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2400).
       01  WS-SHELL-COMMAND         PIC X(2600).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

      *> Renewal window and card life; overridden by a
      *> card_reissue_config row.
       01  WS-CONFIG-FIELDS.
           05  WS-CFG-VALIDITY      PIC X(4).
           05  WS-CFG-LEAD          PIC X(4).
       01  WS-VALIDITY-YEARS        PIC 9(2) VALUE 3.
       01  WS-LEAD-MONTHS           PIC 9(2) VALUE 2.
       01  WS-VALIDITY-DISP         PIC Z9.
       01  WS-LEAD-DISP             PIC Z9.

      *> The SQL fragment shared by the renewal and the skip list:
      *> the cards due, on accounts that can take a new card.
       01  WS-DUE-CARDS             PIC X(1100) VALUE SPACES.

       01  WS-REISSUE-FIELDS.
           05  WS-RI-NEW-REF        PIC X(16).
           05  WS-RI-OLD-REF        PIC X(16).
           05  WS-RI-ACCOUNT        PIC X(10).
           05  WS-RI-EXPIRY         PIC X(5).
           05  WS-RI-EMBOSS-NAME    PIC X(26).
           05  WS-RI-MAIL-NAME      PIC X(40).
           05  WS-RI-ADDRESS1       PIC X(40).
           05  WS-RI-ADDRESS2       PIC X(40).
       01  WS-SKIP-FIELDS.
           05  WS-SK-ACCOUNT        PIC X(10).
           05  WS-SK-CARD-REF       PIC X(16).
           05  WS-SK-NAME           PIC X(40).
           05  WS-SK-REASON         PIC X(14).
           05  WS-SK-EXPIRY         PIC X(10).

       01  WS-CARDS-CLOSED          PIC 9(9) VALUE 0.
       01  WS-CARDS-REISSUED        PIC 9(9) VALUE 0.
       01  WS-CARDS-SKIPPED         PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "CARD-REISSUE-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CARD-REISSUE-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "CARD-REISSUE-BATCH already ran for business "
                   "date " WS-BUSINESS-DATE " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-CONFIG-PARA
           PERFORM BUILD-DUE-CARDS-PARA
           PERFORM CLOSE-REPLACED-PARA
           IF WS-RETURN-CODE = 0
               PERFORM EXTRACT-SKIPPED-PARA
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM REISSUE-CARDS-PARA
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CARDS-REISSUED WS-RUN-STATUS
               DISPLAY "CARD-REISSUE-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REISSUE-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CARDS-REISSUED WS-RUN-STATUS
           DISPLAY "CARD-REISSUE-BATCH complete. Reissued: "
               WS-CARDS-REISSUED " Skipped (cannot mail): "
               WS-CARDS-SKIPPED " Old cards closed: " WS-CARDS-CLOSED
           GOBACK.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE((SELECT validity_years FROM "
               "card_reissue_config LIMIT 1), 3) || '|' || "
               "COALESCE((SELECT lead_months FROM "
               "card_reissue_config LIMIT 1), 2);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CRD-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-CONFIG-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-CFG-VALIDITY WS-CFG-LEAD
               END-UNSTRING
               COMPUTE WS-VALIDITY-YEARS =
                   FUNCTION NUMVAL(WS-CFG-VALIDITY)
               COMPUTE WS-LEAD-MONTHS = FUNCTION NUMVAL(WS-CFG-LEAD)
           END-IF
           MOVE WS-VALIDITY-YEARS TO WS-VALIDITY-DISP
           MOVE WS-LEAD-MONTHS TO WS-LEAD-DISP.

       BUILD-DUE-CARDS-PARA.
      *> ACTIVE cards expiring inside the lead window (an expired one
      *> never renewed included), not yet replaced, on an account
      *> that is open and carries no live freeze, with the primary
      *> holder's customer row joined for the mailing.
           MOVE SPACES TO WS-DUE-CARDS
           STRING
               "SELECT o.card_id, o.card_reference, o.account_number, "
               "o.expiry_date, c.legal_name, "
               "COALESCE(c.street_address, '') AS a1, "
               "COALESCE(c.city_state_zip, '') AS a2, "
               "COALESCE(c.returned_mail_flag, 'N') AS rm "
               "FROM cards o JOIN accounts a ON a.account_number = "
               "o.account_number JOIN account_holders h ON "
               "h.account_number = o.account_number AND "
               "h.holder_role = 'P' JOIN customers c ON "
               "c.customer_id = h.customer_id "
               "WHERE o.card_status = 'ACTIVE' AND o.expiry_date <= "
               "DATE '" WS-BUSINESS-DATE "' + make_interval(months => "
               FUNCTION TRIM(WS-LEAD-DISP) ") "
               "AND COALESCE(a.account_status, 'ACTIVE') NOT IN "
               "('CLOSED', 'CHARGED-OFF', 'DORMANT', 'FROZEN') "
               "AND NOT EXISTS (SELECT 1 FROM account_freezes fz "
               "WHERE fz.account_number = o.account_number "
               "AND fz.freeze_status = 'ACTIVE' "
               "AND (fz.expiry_date IS NULL "
               "OR fz.expiry_date >= DATE '" WS-BUSINESS-DATE "')) "
               "AND NOT EXISTS (SELECT 1 FROM cards n "
               "WHERE n.replaces_card_id = o.card_id)"
               DELIMITED BY SIZE INTO WS-DUE-CARDS.

       CLOSE-REPLACED-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH x AS (UPDATE cards o SET card_status = 'CLOSED', "
               "closed_at = NOW(), closed_reason = CASE WHEN "
               "o.expiry_date < DATE '" WS-BUSINESS-DATE "' THEN "
               "'EXPIRED' ELSE 'REPLACED' END "
               "WHERE o.card_status IN ('ACTIVE', 'ISSUED') "
               "AND EXISTS (SELECT 1 FROM cards n WHERE "
               "n.replaces_card_id = o.card_id AND (n.card_status = "
               "'ACTIVE' OR o.expiry_date < DATE '" WS-BUSINESS-DATE
               "')) RETURNING o.card_id) SELECT COUNT(*) FROM x;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CRD-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-CARDS-CLOSED = FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       EXTRACT-SKIPPED-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT d.account_number, d.card_reference, "
               "d.legal_name, CASE WHEN d.rm = 'Y' THEN "
               "'RETURNED-MAIL' ELSE 'NO-ADDRESS' END, d.expiry_date "
               "FROM (" FUNCTION TRIM(WS-DUE-CARDS) ") d "
               "WHERE d.rm = 'Y' OR TRIM(d.a1) = '' "
               "ORDER BY d.account_number, d.card_reference;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./card_skip_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CARD-REISSUE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       REISSUE-CARDS-PARA.
      *> One statement: a replacement per mailable due card, its
      *> reference from card_reference_seq, linked to the card it
      *> replaces; the rows come back with what the embosser needs.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH el AS (SELECT * FROM ("
               FUNCTION TRIM(WS-DUE-CARDS) ") d "
               "WHERE d.rm <> 'Y' AND TRIM(d.a1) <> ''), "
               "ins AS (INSERT INTO cards (card_reference, "
               "account_number, card_status, issue_date, expiry_date, "
               "issued_by, replaces_card_id, reissue_reason) "
               "SELECT 'C' || LPAD(nextval('card_reference_seq')"
               "::text, 15, '0'), account_number, 'ISSUED', DATE '"
               WS-BUSINESS-DATE "', (date_trunc('month', DATE '"
               WS-BUSINESS-DATE "' + make_interval(years => "
               FUNCTION TRIM(WS-VALIDITY-DISP) ")) + INTERVAL "
               "'1 month - 1 day')::date, 'BATCH', card_id, "
               "'RENEWAL' FROM el "
               "RETURNING card_reference, replaces_card_id, "
               "expiry_date) "
               "SELECT i.card_reference, e.card_reference, "
               "e.account_number, to_char(i.expiry_date, 'MM/YY'), "
               "UPPER(LEFT(e.legal_name, 26)), LEFT(e.legal_name, "
               "40), LEFT(e.a1, 40), LEFT(e.a2, 40) "
               "FROM ins i JOIN el e ON e.card_id = "
               "i.replaces_card_id ORDER BY e.account_number, "
               "i.card_reference;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./card_reissue_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CARD-REISSUE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-REISSUE-REPORT-PARA.
           OPEN OUTPUT REISSUE-REPORT-FILE
           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING "Card renewal and reissue -- business date "
               WS-BUSINESS-DATE "   lead "
               FUNCTION TRIM(WS-LEAD-DISP) " months   validity "
               FUNCTION TRIM(WS-VALIDITY-DISP) " years"
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE SPACES TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING "Old cards closed (replacement active or expired): "
               WS-CARDS-CLOSED
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE SPACES TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD

           MOVE "Replacement cards issued (to the embosser):"
               TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING "Account    Old card         New card         "
               "Expires  Cardholder"
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD

           OPEN EXTEND EMBOSSER-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REISSUE-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ REISSUE-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-REISSUE-PARA
               END-READ
           END-PERFORM
           CLOSE REISSUE-FEED-FILE
           CLOSE EMBOSSER-FILE

           MOVE SPACES TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE "Skipped -- cannot mail (fix the address; the card "
               TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE "renews on the next run):" TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SKIP-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SKIP-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-SKIP-PARA
               END-READ
           END-PERFORM
           CLOSE SKIP-FEED-FILE

           MOVE SPACES TO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING "Cards reissued: " WS-CARDS-REISSUED
               "   skipped: " WS-CARDS-SKIPPED
               "   old cards closed: " WS-CARDS-CLOSED
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD
           CLOSE REISSUE-REPORT-FILE.

       WRITE-ONE-REISSUE-PARA.
           MOVE SPACES TO WS-REISSUE-FIELDS
           UNSTRING REISSUE-FEED-RECORD DELIMITED BY "|"
               INTO WS-RI-NEW-REF WS-RI-OLD-REF WS-RI-ACCOUNT
                    WS-RI-EXPIRY WS-RI-EMBOSS-NAME WS-RI-MAIL-NAME
                    WS-RI-ADDRESS1 WS-RI-ADDRESS2
           END-UNSTRING
           ADD 1 TO WS-CARDS-REISSUED

           MOVE SPACES TO CARD-EMBOSS-RECORD
           MOVE "E" TO CEM-RECORD-TYPE
           MOVE WS-RI-NEW-REF TO CEM-CARD-REFERENCE
           MOVE WS-RI-OLD-REF TO CEM-OLD-REFERENCE
           MOVE WS-RI-ACCOUNT TO CEM-ACCOUNT-NUMBER
           MOVE WS-RI-EXPIRY TO CEM-EXPIRY-MMYY
           MOVE WS-RI-EMBOSS-NAME TO CEM-EMBOSS-NAME
           MOVE WS-RI-MAIL-NAME TO CEM-MAIL-NAME
           MOVE WS-RI-ADDRESS1 TO CEM-MAIL-ADDRESS1
           MOVE WS-RI-ADDRESS2 TO CEM-MAIL-ADDRESS2
           MOVE "RENEWAL" TO CEM-REISSUE-REASON
           MOVE WS-BUSINESS-DATE TO CEM-ISSUE-DATE
           WRITE CARD-EMBOSS-RECORD

           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING WS-RI-ACCOUNT " " WS-RI-OLD-REF " "
               WS-RI-NEW-REF " " WS-RI-EXPIRY "    "
               WS-RI-MAIL-NAME
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD.

       WRITE-ONE-SKIP-PARA.
           MOVE SPACES TO WS-SKIP-FIELDS
           UNSTRING SKIP-FEED-RECORD DELIMITED BY "|"
               INTO WS-SK-ACCOUNT WS-SK-CARD-REF WS-SK-NAME
                    WS-SK-REASON WS-SK-EXPIRY
           END-UNSTRING
           ADD 1 TO WS-CARDS-SKIPPED

           MOVE SPACES TO REISSUE-REPORT-RECORD
           STRING WS-SK-ACCOUNT " " WS-SK-CARD-REF " expires "
               WS-SK-EXPIRY "  " WS-SK-REASON " " WS-SK-NAME
               INTO REISSUE-REPORT-RECORD
           WRITE REISSUE-REPORT-RECORD.

       RUN-CRD-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_crd.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CARD-REISSUE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM CARD-REISSUE-BATCH.

      *> STOLEN / BLOCKED cards specifically while the account stays
      *> usable. Actions, each stamped with the operator:
      *>   I = Issue a card (ISSUED, inactive until activated)
      *>   A = Activate an issued card; a replacement's activation
      *>       closes the card it replaces
      *>   B = Block a card (LOST, STOLEN or BLOCKED)
      *>   H = Hot-card report (every card in a blocked status)
      *>   R = Reissue a LOST / STOLEN card: the replacement is
      *>       created ISSUED, linked to the old card, and appended
      *>       to the embosser file ./card_embosser.dat exactly as
      *>       CARD-REISSUE-BATCH's renewals are (same CARDEMB
      *>       record, same mailing rules -- an open, unfrozen
      *>       account and a mailable primary holder address)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMBOSSER-FILE
           ASSIGN TO "./card_embosser.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(300).
       FD  EMBOSSER-FILE.
           COPY "cardemb".

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-BLOCK-STATUS       PIC X(7) VALUE SPACES.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-FIELD-LEN          PIC 9(2) COMP.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(300).
       01  WS-REISSUE-FIELDS.
           05  WS-RI-NEW-REF     PIC X(16).
           05  WS-RI-OLD-REF     PIC X(16).
           05  WS-RI-ACCOUNT     PIC X(10).
           05  WS-RI-EXPIRY      PIC X(5).
           05  WS-RI-EMBOSS-NAME PIC X(26).
           05  WS-RI-MAIL-NAME   PIC X(40).
           05  WS-RI-ADDRESS1    PIC X(40).
           05  WS-RI-ADDRESS2    PIC X(40).
           05  WS-RI-REASON      PIC X(8).
           05  WS-RI-ISSUE-DATE  PIC X(10).
       01  WS-ACTIVATE-FIELDS.
           05  WS-ACT-CARD-ID    PIC X(10).
           05  WS-ACT-CLOSED-REF PIC X(16).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
           END-IF

           DISPLAY "Enter Action (I=Issue, A=Activate, B=Block, "
               "H=Hot-card report, R=Reissue lost/stolen):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM BLOCK-CARD-PARA
               WHEN "H"
                   PERFORM HOT-CARD-REPORT-PARA
               WHEN "R"
                   PERFORM REISSUE-CARD-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be I, A, B, H or R."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME

       ACTIVATE-CARD-PARA.
           PERFORM ACCEPT-CARD-REF-PARA
           *> Activating a replacement closes the card it replaces,
           *> in the same statement -- unless that card is LOST or
           *> STOLEN, which stays on the hot list.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH act AS (UPDATE cards SET card_status = "
               "'ACTIVE', activated_at = NOW(), activated_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' WHERE card_reference = '"
               FUNCTION TRIM(WS-CARD-REFERENCE)
               "' AND card_status = 'ISSUED' "
               "RETURNING card_id, replaces_card_id), "
               "old AS (UPDATE cards o SET card_status = 'CLOSED', "
               "closed_at = NOW(), closed_reason = 'REPLACED' "
               "FROM act WHERE o.card_id = act.replaces_card_id "
               "AND o.card_status IN ('ACTIVE', 'ISSUED') "
               "RETURNING o.card_reference) "
               "SELECT act.card_id || '|' || COALESCE((SELECT "
               "card_reference FROM old), '') FROM act;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CARD-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-ACTIVATE-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-ACT-CARD-ID WS-ACT-CLOSED-REF
               END-UNSTRING
               DISPLAY "Card activated."
               IF WS-ACT-CLOSED-REF NOT = SPACES
                   DISPLAY "Replaced card "
                       FUNCTION TRIM(WS-ACT-CLOSED-REF) " closed."
               END-IF
           ELSE
               DISPLAY "Activate failed -- card not found or not in "
                   "ISSUED status."
                   "lost/stolen."
           END-IF.

       REISSUE-CARD-PARA.
           PERFORM ACCEPT-CARD-REF-PARA

           *> One statement: the old card must be LOST or STOLEN with
           *> no replacement yet, on an open, unfrozen account whose
           *> primary holder can be mailed; the replacement takes the
           *> next card_reference_seq number and the standard card
           *> life (card_reissue_config.validity_years, default 3).
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH o AS (SELECT o.card_id, o.card_reference, "
               "o.account_number, o.card_status, c.legal_name, "
               "COALESCE(c.street_address, '') AS a1, "
               "COALESCE(c.city_state_zip, '') AS a2 FROM cards o "
               "JOIN accounts a ON a.account_number = "
               "o.account_number JOIN account_holders h ON "
               "h.account_number = o.account_number AND "
               "h.holder_role = 'P' JOIN customers c ON "
               "c.customer_id = h.customer_id "
               "WHERE o.card_reference = '"
               FUNCTION TRIM(WS-CARD-REFERENCE)
               "' AND o.card_status IN ('LOST', 'STOLEN') "
               "AND COALESCE(a.account_status, 'ACTIVE') NOT IN "
               "('CLOSED', 'CHARGED-OFF', 'DORMANT', 'FROZEN') "
               "AND NOT EXISTS (SELECT 1 FROM account_freezes fz "
               "WHERE fz.account_number = o.account_number "
               "AND fz.freeze_status = 'ACTIVE' "
               "AND (fz.expiry_date IS NULL "
               "OR fz.expiry_date >= CURRENT_DATE)) "
               "AND COALESCE(c.returned_mail_flag, 'N') <> 'Y' "
               "AND TRIM(COALESCE(c.street_address, '')) <> '' "
               "AND NOT EXISTS (SELECT 1 FROM cards n "
               "WHERE n.replaces_card_id = o.card_id) LIMIT 1), "
               "ins AS (INSERT INTO cards (card_reference, "
               "account_number, card_status, issue_date, expiry_date, "
               "issued_by, replaces_card_id, reissue_reason) "
               "SELECT 'C' || LPAD(nextval('card_reference_seq')"
               "::text, 15, '0'), account_number, 'ISSUED', "
               "CURRENT_DATE, (date_trunc('month', CURRENT_DATE + "
               "make_interval(years => COALESCE((SELECT "
               "validity_years FROM card_reissue_config LIMIT 1), "
               "3))) + INTERVAL '1 month - 1 day')::date, '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', card_id, card_status FROM o "
               "RETURNING card_reference, expiry_date, issue_date) "
               "SELECT i.card_reference || '|' || o.card_reference "
               "|| '|' || o.account_number || '|' || "
               "to_char(i.expiry_date, 'MM/YY') || '|' || "
               "UPPER(LEFT(o.legal_name, 26)) || '|' || "
               "LEFT(o.legal_name, 40) || '|' || LEFT(o.a1, 40) || "
               "'|' || LEFT(o.a2, 40) || '|' || o.card_status || "
               "'|' || i.issue_date FROM ins i, o;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CARD-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-REISSUE-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RI-NEW-REF WS-RI-OLD-REF WS-RI-ACCOUNT
                        WS-RI-EXPIRY WS-RI-EMBOSS-NAME
                        WS-RI-MAIL-NAME WS-RI-ADDRESS1
                        WS-RI-ADDRESS2 WS-RI-REASON WS-RI-ISSUE-DATE
               END-UNSTRING
               OPEN EXTEND EMBOSSER-FILE
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
               MOVE WS-RI-REASON TO CEM-REISSUE-REASON
               MOVE WS-RI-ISSUE-DATE TO CEM-ISSUE-DATE
               WRITE CARD-EMBOSS-RECORD
               CLOSE EMBOSSER-FILE
               DISPLAY "Replacement card "
                   FUNCTION TRIM(WS-RI-NEW-REF) " issued for "
                   FUNCTION TRIM(WS-RI-OLD-REF) " (expires "
                   WS-RI-EXPIRY ") -- sent to the embosser, to mail "
                   "to " FUNCTION TRIM(WS-RI-MAIL-NAME) "."
           ELSE
               DISPLAY "Reissue failed -- card not LOST/STOLEN, "
                   "already replaced, account closed or frozen, or "
                   "no mailable address (returned mail)."
           END-IF.

       HOT-CARD-REPORT-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING

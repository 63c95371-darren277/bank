      *> The file must prove against its trailer; every item lands in
      *> lockbox_items (the customer's receivables detail), the bundle
      *> posts to the account as ONE balanced deposit keyed by account
      *> and lockbox date -- its narrative names the payer and invoice
      *> reference for a one-item bundle, or the invoice references
      *> the bundle holds (as many as fit) for a larger one, and its
      *> external reference is that invoice or the bundle's key --
      *> the per-item service charge bills off the
      *> fee schedule's LBXITEM row, and the remittance detail file
      *> the customer loads into their receivables is written per run.
      *> A proven bundle whose account cannot take it (closed,
      *> charged off, or not on file) is booked to GL suspense through
      *> SUSPENSE-ITEM-SUB as one open credit item for the bundle
      *> total, for SUSPENSE-WORKBENCH to apply to the right account
      *> or return -- the items stay captured, no fee bills and no
      *> remittance file is written for it.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1400).
       01  WS-SHELL-COMMAND          PIC X(1600).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.

      *> Invoice references of the bundle, in file order, as many as
      *> the narrative holds; the first item's payer and invoice for a
      *> one-item bundle.
       01  WS-BUNDLE-INVOICES        PIC X(60) VALUE SPACES.
       01  WS-INVOICE-PTR            PIC 9(3) VALUE 1.
       01  WS-FIRST-PAYER            PIC X(30) VALUE SPACES.
       01  WS-FIRST-INVOICE          PIC X(15) VALUE SPACES.
       01  WS-BUNDLE-NARRATIVE       PIC X(60) VALUE SPACES.
       01  WS-BUNDLE-EXT-REF         PIC X(30) VALUE SPACES.
       01  WS-ACCOUNT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-REMIT-FILE-NAME        PIC X(60) VALUE SPACES.
       01  WS-FMT-AMOUNT             PIC Z(13)9.99.
       01  WS-BATCH-NAME             PIC X(30) VALUE "LOCKBOX-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-BUNDLE-SUSPENDED       PIC X(1) VALUE 'N'.
       01  WS-SUSPENSE-SOURCE        PIC X(10) VALUE "LOCKBOX".
       01  WS-SUSPENSE-REF           PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-DIRECTION     PIC X(1) VALUE "C".
       01  WS-SUSPENSE-REASON        PIC X(30) VALUE
           "ACCOUNT-UNUSABLE".
       01  WS-SUSPENSE-ID            PIC X(20) VALUE SPACES.
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./lockbox_items.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 46.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 11.
       01  WS-INBOUND-TRAILER-AMT    PIC X(1) VALUE 'Y'.
       01  WS-INBOUND-FILE-ID        PIC X(20) VALUE SPACES.
       01  WS-INBOUND-FILE-OK        PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Prove the file against its own trailer and against every file
      *> already loaded before a single record of it is read here.
           CALL "INBOUND-FILE-SUB" USING WS-BATCH-NAME
               WS-INBOUND-FILE-NAME WS-INBOUND-AMOUNT-POS
               WS-INBOUND-DATE-POS WS-INBOUND-TRAILER-AMT
               WS-INBOUND-FILE-ID WS-INBOUND-FILE-OK
           IF WS-INBOUND-FILE-OK NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ITEMS-READ WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Pass one: validate the file and record every item -- nothing
      *> posts until the bundle proves against its own trailer.
           OPEN INPUT LOCKBOX-IN-FILE
               PERFORM WRITE-REMIT-FILE-PARA
           END-IF

           IF WS-FILE-OK NOT = 'Y' AND WS-BUNDLE-SUSPENDED NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ITEMS-READ WS-RUN-STATUS
           DISPLAY "LOCKBOX-BATCH complete. Items: " WS-ITEMS-READ
           MOVE LBX-RECORD-BODY TO WS-ITEM-BODY
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-SEEN
           MOVE WS-ITEM-AMOUNT TO WS-FMT-AMOUNT
           INSPECT WS-ITEM-PAYER REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-ITEM-INVOICE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           IF WS-ITEMS-READ = 1
               MOVE WS-ITEM-PAYER TO WS-FIRST-PAYER
               MOVE WS-ITEM-INVOICE TO WS-FIRST-INVOICE
           END-IF
           IF WS-INVOICE-PTR < 60
               STRING FUNCTION TRIM(WS-ITEM-INVOICE) " "
                   DELIMITED BY SIZE INTO WS-BUNDLE-INVOICES
                   WITH POINTER WS-INVOICE-PTR
                   ON OVERFLOW MOVE 60 TO WS-INVOICE-PTR
               END-STRING
           END-IF

      *> The item insert is as idempotent as the bundle posting: a
      *> rerun after a crash, or the same file fed twice, must never
      *> and lockbox date so a re-run of the same file posts nothing
      *> twice.
           MOVE WS-AMOUNT-SEEN TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-BUNDLE-NARRATIVE WS-BUNDLE-EXT-REF
           IF WS-ITEMS-READ = 1
               STRING FUNCTION TRIM(WS-FIRST-PAYER) " INV "
                   FUNCTION TRIM(WS-FIRST-INVOICE)
                   DELIMITED BY SIZE INTO WS-BUNDLE-NARRATIVE
               MOVE WS-FIRST-INVOICE TO WS-BUNDLE-EXT-REF
           ELSE
               STRING "LOCKBOX " FUNCTION TRIM(WS-BUNDLE-INVOICES)
                   DELIMITED BY SIZE INTO WS-BUNDLE-NARRATIVE
               STRING "LBX-" WS-HDR-ACCOUNT "-" WS-HDR-DATE
                   DELIMITED BY SIZE INTO WS-BUNDLE-EXT-REF
           END-IF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH upd AS (UPDATE accounts SET current_balance = "
               WS-HDR-DATE "')"
               " RETURNING account_number) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "narrative, external_reference) "
               "SELECT account_number, 'D', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", 'LBX-" WS-HDR-ACCOUNT
               "-" WS-HDR-DATE "', NULLIF('"
               FUNCTION TRIM(WS-BUNDLE-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-BUNDLE-EXT-REF)
               "', '') FROM upd RETURNING transaction_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LBX-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Bundle deposited as one posting. Transaction "
                   "ID: " FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               MOVE 'N' TO WS-FILE-OK
               PERFORM SUSPEND-BUNDLE-PARA
           END-IF.

       SUSPEND-BUNDLE-PARA.
      *> The bundle did not post. If its LBX- key is on file the
      *> lockbox date already posted -- nothing to hold. Otherwise the
      *> account could not take it, and the bundle is money held for
      *> nobody: book it to suspense.
           MOVE SPACES TO WS-SUSPENSE-REF
           STRING "LBX-" WS-HDR-ACCOUNT "-" WS-HDR-DATE
               DELIMITED BY SIZE INTO WS-SUSPENSE-REF
           MOVE SPACES TO WS-SUSPENSE-ID
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id FROM transactions "
               "WHERE idempotency_key = '"
               FUNCTION TRIM(WS-SUSPENSE-REF) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LBX-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT = SPACES
               CALL "SUSPENSE-ITEM-SUB" USING
                   WS-SUSPENSE-SOURCE WS-INBOUND-FILE-ID
                   WS-SUSPENSE-REF WS-HDR-ACCOUNT
                   WS-SUSPENSE-DIRECTION WS-AMOUNT-SEEN
                   WS-SUSPENSE-REASON WS-SUSPENSE-ID
           END-IF
           IF WS-SUSPENSE-ID NOT = SPACES
               MOVE 'Y' TO WS-BUNDLE-SUSPENDED
               DISPLAY "Bundle did NOT post -- account unusable; "
                   "booked to suspense as item "
                   FUNCTION TRIM(WS-SUSPENSE-ID)
           ELSE
               DISPLAY "Bundle did NOT post -- account unusable or "
                   "this lockbox date already posted."
           END-IF.

       BILL-ITEM-FEES-PARA.
               WS-HDR-DATE "')"
               " RETURNING account_number) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "narrative, external_reference) "
               "SELECT account_number, 'F', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", 'LBXFEE-"
               WS-HDR-ACCOUNT "-" WS-HDR-DATE
               "', 'Lockbox item charge', 'LBX-" WS-HDR-ACCOUNT "-"
               WS-HDR-DATE "' FROM upd RETURNING transaction_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LBX-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES

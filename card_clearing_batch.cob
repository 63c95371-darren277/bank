      *> reads ./card_clearing.dat:
      *>   '1' header  -- file date and processor name, echoed
      *>   '6' entries -- account (10), amount (15, zoned with two
      *>                  implied decimals), auth reference (15),
      *>                  merchant name (25) -- the posting's
      *>                  narrative is "CARD <merchant>", its
      *>                  external reference the auth reference
      *>   '9' trailer -- entry count (6) and total amount (15)
      *> Each entry is matched to a PENDING hold by account and auth
      *> reference (amount preferred when several carry the same
      *> capture for less than the held amount is reported separately
      *> so the back office knows the residual reservation released
      *> with the hold.
      *> A forced posting that cannot land -- no such account -- is
      *> booked to GL suspense through SUSPENSE-ITEM-SUB as an open
      *> debit item (the network has already paid the merchant) for
      *> SUSPENSE-WORKBENCH to apply to the right cardholder or charge
      *> back, instead of failing the run.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-ENTRY-ACCOUNT      PIC X(10).
           05  WS-ENTRY-AMOUNT       PIC 9(13)V99.
           05  WS-ENTRY-AUTH-REF     PIC X(15).
           05  WS-ENTRY-MERCHANT     PIC X(25).
       01  WS-ENTRY-NARRATIVE        PIC X(60) VALUE SPACES.
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.
       01  WS-ENTRIES-MATCHED        PIC 9(9) VALUE 0.
       01  WS-ENTRIES-PARTIAL        PIC 9(9) VALUE 0.
       01  WS-ENTRIES-FORCED         PIC 9(9) VALUE 0.
       01  WS-ENTRIES-SUSPENDED      PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-SOURCE        PIC X(10) VALUE "CARD".
       01  WS-SUSPENSE-REF           PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-DIRECTION     PIC X(1) VALUE "D".
       01  WS-SUSPENSE-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-SUSPENSE-REASON        PIC X(30) VALUE
           "UNMATCHED-NO-ACCOUNT".
       01  WS-SUSPENSE-ID            PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-SEEN            PIC 9(15)V99 VALUE 0.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-TOTAL-DISP             PIC Z(13)9.99.
           "CARD-CLEARING-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./card_clearing.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 11.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 1.
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
                   WS-ENTRIES-READ WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MATCH-REPORT-FILE
           MOVE "Card clearing match report" TO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD
               "  Captured: " WS-ENTRIES-MATCHED
               "  Partial: " WS-ENTRIES-PARTIAL
               "  Forced for review: " WS-ENTRIES-FORCED
               "  To suspense: " WS-ENTRIES-SUSPENDED
               INTO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD
           CLOSE MATCH-REPORT-FILE

           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-READ WS-RUN-STATUS
           DISPLAY "CARD-CLEARING-BATCH complete. Entries: "
               WS-ENTRIES-READ " Captured: " WS-ENTRIES-MATCHED
               " Partial: " WS-ENTRIES-PARTIAL
               " Forced: " WS-ENTRIES-FORCED
               " Suspended: " WS-ENTRIES-SUSPENDED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
       SETTLE-ONE-ENTRY-PARA.
           ADD 1 TO WS-ENTRIES-READ
           MOVE CLEARING-RECORD-BODY TO WS-ENTRY-BODY
           INSPECT WS-ENTRY-MERCHANT REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           MOVE SPACES TO WS-ENTRY-NARRATIVE
           IF WS-ENTRY-MERCHANT NOT = SPACES
               STRING "CARD " FUNCTION TRIM(WS-ENTRY-MERCHANT)
                   DELIMITED BY SIZE INTO WS-ENTRY-NARRATIVE
           END-IF
           ADD WS-ENTRY-AMOUNT TO WS-AMOUNT-SEEN

           PERFORM CAPTURE-MATCHED-HOLD-PARA
               "(SELECT account_number FROM hold) "
               "RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "narrative, external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'CARD-"
               FUNCTION TRIM(WS-ENTRY-AUTH-REF) "', NULLIF('"
               FUNCTION TRIM(WS-ENTRY-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-ENTRY-AUTH-REF)
               "', '') FROM bal RETURNING transaction_id) "
               "SELECT amount FROM hold;"
               INTO WS-SQL-COMMAND

               " RETURNING account_number) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "review_flag, narrative, external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'CARD-"
               FUNCTION TRIM(WS-ENTRY-AUTH-REF) "', 'Y', NULLIF('"
               FUNCTION TRIM(WS-ENTRY-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-ENTRY-AUTH-REF)
               "', '') FROM upd RETURNING transaction_id;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-CARD-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO MATCH-REPORT-RECORD
               STRING "UNMATCHED  " WS-ENTRY-ACCOUNT "  "
                   FUNCTION TRIM(WS-ENTRY-AUTH-REF) "  "
                   WS-FORMATTED-AMOUNT
                   "  forced W posted for review"
                   INTO MATCH-REPORT-RECORD
               WRITE MATCH-REPORT-RECORD
           ELSE
               PERFORM SUSPEND-ENTRY-PARA
           END-IF.

       SUSPEND-ENTRY-PARA.
      *> Only a settlement that never posted goes to suspense -- if
      *> its CARD- key is already on file (a released re-drop) the
      *> run fails for investigation as it always has.
           MOVE SPACES TO WS-SUSPENSE-REF
           STRING "CARD-" FUNCTION TRIM(WS-ENTRY-AUTH-REF)
               DELIMITED BY SIZE INTO WS-SUSPENSE-REF
           MOVE SPACES TO WS-SUSPENSE-ID
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id FROM transactions "
               "WHERE idempotency_key = '"
               FUNCTION TRIM(WS-SUSPENSE-REF) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CARD-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT = SPACES
               MOVE WS-ENTRY-AMOUNT TO WS-SUSPENSE-AMOUNT
               CALL "SUSPENSE-ITEM-SUB" USING
                   WS-SUSPENSE-SOURCE WS-INBOUND-FILE-ID
                   WS-SUSPENSE-REF WS-ENTRY-ACCOUNT
                   WS-SUSPENSE-DIRECTION WS-SUSPENSE-AMOUNT
                   WS-SUSPENSE-REASON WS-SUSPENSE-ID
           END-IF

           MOVE SPACES TO MATCH-REPORT-RECORD
           IF WS-SUSPENSE-ID NOT = SPACES
               ADD 1 TO WS-ENTRIES-SUSPENDED
               STRING "UNMATCHED  " WS-ENTRY-ACCOUNT "  "
                   FUNCTION TRIM(WS-ENTRY-AUTH-REF) "  "
                   WS-FORMATTED-AMOUNT
                   "  no account -- suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID)
                   INTO MATCH-REPORT-RECORD
           ELSE
               STRING "UNMATCHED  " WS-ENTRY-ACCOUNT "  "
                   FUNCTION TRIM(WS-ENTRY-AUTH-REF) "  "
                   WS-FORMATTED-AMOUNT
                   "  forced posting FAILED -- investigate"
                   INTO MATCH-REPORT-RECORD
               DISPLAY "Forced posting failed for account "
                   WS-ENTRY-ACCOUNT " -- investigate."
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           WRITE MATCH-REPORT-RECORD.

       REPORT-PARTIAL-PARA.
           MOVE WS-HELD-AMOUNT TO WS-HELD-DISP

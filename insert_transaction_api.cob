       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-TARGET-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-REQUEST-METHOD      PIC X(10).
       01  WS-QUERY-STRING        PIC X(512).
       01  WS-RESPONSE            PIC X(2048).
       01  WS-AMOUNT              PIC 9(15)V99 VALUE 0.
       *> 15 digits + decimal point + 2 decimal places
       01  WS-AMOUNT-STR          PIC X(17).
       01  WS-FORMATTED-AMOUNT    PIC Z(13)9.99.
       01  WS-TALLY               PIC 9(4) COMP.
       01  WS-AMOUNT-LEN          PIC 9(4) COMP.
       01  WS-TOKEN-4             PIC X(100).
       01  WS-TOKEN-5             PIC X(100).
       01  WS-TOKEN-6             PIC X(100).
       01  WS-TOKEN-7             PIC X(100).
       01  WS-TOKEN-8             PIC X(100).
       01  WS-TOKEN-9             PIC X(100).
       01  WS-CURRENT-TOKEN       PIC X(100).
       01  i                      PIC 9 VALUE 1.
       01  DUMMY-KEY              PIC X(50).
       01  DUMMY-VAL              PIC X(100).
       01  WS-SQL-COMMAND         PIC X(1500).
       01  WS-SQL-COMMAND-CHECK   PIC X(500).
       01  WS-SHELL-COMMAND       PIC X(1700).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-JSON-RESPONSE       PIC X(256).
       01  WS-ACCOUNT-NUMBER      PIC X(10) VALUE SPACES.
       01  WS-TARGET-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-TARGET-VALID        PIC X(1) VALUE 'Y'.
       01  WS-TARGET-EXISTS       PIC X(1) VALUE 'N'.
       01  WS-TRANSFER-SQL        PIC X(1800).
       01  WS-TRANSFER-SHELL      PIC X(2000).
       01  WS-RETRY-SQL-BUFFER    PIC X(1000) VALUE SPACES.
       01  WS-ACCOUNT-STATUS      PIC X(10) VALUE SPACES.
       01  WS-TARGET-STATUS       PIC X(10) VALUE SPACES.
       01  WS-DAILY-WITHDRAWN     PIC 9(15)V99 VALUE 0.
      *> Fallback used only when an account carries no daily_limit of
      *> its own -- the real ceiling is configurable per account via
      *> accounts.daily_limit and is loaded fresh in
      *> CHECK-VELOCITY-PARA.
       01  WS-DAILY-LIMIT         PIC 9(15)V99 VALUE 5000.00.
       01  WS-ACCOUNT-CURRENCY    PIC X(3) VALUE SPACES.
       01  WS-TARGET-CURRENCY     PIC X(3) VALUE SPACES.
       01  WS-IS-DUPLICATE        PIC X(1) VALUE 'N'.
       01  WS-DUP-TRANSACTION-ID  PIC X(20) VALUE SPACES.
       01  WS-NEW-TRANSACTION-ID  PIC X(20) VALUE SPACES.
      *> Optional narrative= / external_reference= parameters, stamped
      *> on the posted row (or the memo-post queue row).
       01  WS-NARRATIVE           PIC X(60) VALUE SPACES.
       01  WS-EXTERNAL-REF        PIC X(30) VALUE SPACES.
      *> Posting-window state off run_control -- CLOSED while the
      *> nightly chain runs, diverting this CGI poster to the
      *> memo-post queue like the HANDLER path.
           IF WS-AMOUNT-VALID NOT = 'Y'
               MOVE "400" TO WS-STATUS-CODE
               MOVE "Bad Request" TO WS-STATUS-TEXT
               MOVE "Amount must be greater than zero."
                   TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-PARA
           ELSE
           PERFORM VALIDATE-TRANS-TYPE-PARA
           IF WS-IDEM-KEY-VALID NOT = 'Y'
               MOVE "400" TO WS-STATUS-CODE
               MOVE "Bad Request" TO WS-STATUS-TEXT
               MOVE "Invalid idempotency key format."
                   TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-PARA
           ELSE
           PERFORM CHECK-RATE-LIMIT-PARA
               PERFORM SEND-DUPLICATE-RESPONSE-PARA
           ELSE
               PERFORM CHECK-ACCOUNT-PARA
               IF WS-ACCOUNT-EXISTS = 'Y'
                       AND WS-ACCOUNT-STATUS NOT = "ACTIVE"
                   MOVE "403" TO WS-STATUS-CODE
                   MOVE "Forbidden" TO WS-STATUS-TEXT
                   MOVE "Account is frozen or closed."
                       TO WS-ERROR-MESSAGE
                   MOVE "ACCOUNT-STATUS" TO WS-DECLINE-CODE
                   CALL "DECLINE-LOG-SUB" USING
                       WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
                   IF WS-TSX-TYPE = "T" AND WS-TARGET-VALID NOT = 'Y'
                       MOVE "404" TO WS-STATUS-CODE
                       MOVE "Not Found" TO WS-STATUS-TEXT
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING "Target account does not exist "
                           "or is invalid."
                           INTO WS-ERROR-MESSAGE
                       PERFORM SEND-ERROR-PARA
                   ELSE
                       IF WS-TSX-TYPE = "T"
                               AND WS-TARGET-STATUS NOT = "ACTIVE"
                           MOVE "403" TO WS-STATUS-CODE
                           MOVE "Forbidden" TO WS-STATUS-TEXT
                           MOVE "Target account is frozen or closed."
                           PERFORM CHECK-VELOCITY-PARA
                           IF WS-LIMITS-OK NOT = 'Y'
                               MOVE "429" TO WS-STATUS-CODE
                               MOVE "Too Many Requests"
                                   TO WS-STATUS-TEXT
                               MOVE SPACES TO WS-ERROR-MESSAGE
                               STRING "Limit declined: "
                                   FUNCTION TRIM(WS-LIMIT-REASON)
                           ELSE
                           IF WS-VELOCITY-OK NOT = 'Y'
                               MOVE "429" TO WS-STATUS-CODE
                               MOVE "Too Many Requests"
                                   TO WS-STATUS-TEXT
                               MOVE "Daily withdrawal limit exceeded."
                                   TO WS-ERROR-MESSAGE
                               PERFORM SEND-ERROR-PARA
           IF WS-AMOUNT-VALID NOT = 'Y'
               MOVE "400" TO WS-STATUS-CODE
               MOVE "Bad Request" TO WS-STATUS-TEXT
               MOVE "Amount must be greater than zero."
                   TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-PARA
           ELSE
           PERFORM VALIDATE-TRANS-TYPE-PARA
           IF WS-IDEM-KEY-VALID NOT = 'Y'
               MOVE "400" TO WS-STATUS-CODE
               MOVE "Bad Request" TO WS-STATUS-TEXT
               MOVE "Invalid idempotency key format."
                   TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-PARA
           ELSE
           PERFORM CHECK-RATE-LIMIT-PARA
               PERFORM SEND-DUPLICATE-RESPONSE-PARA
           ELSE
               PERFORM CHECK-ACCOUNT-PARA
               IF WS-ACCOUNT-EXISTS = 'Y'
                       AND WS-ACCOUNT-STATUS NOT = "ACTIVE"
                   MOVE "403" TO WS-STATUS-CODE
                   MOVE "Forbidden" TO WS-STATUS-TEXT
                   MOVE "Account is frozen or closed."
                       TO WS-ERROR-MESSAGE
                   MOVE "ACCOUNT-STATUS" TO WS-DECLINE-CODE
                   CALL "DECLINE-LOG-SUB" USING
                       WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
                   IF WS-TSX-TYPE = "T" AND WS-TARGET-VALID NOT = 'Y'
                       MOVE "404" TO WS-STATUS-CODE
                       MOVE "Not Found" TO WS-STATUS-TEXT
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING "Target account does not exist "
                           "or is invalid."
                           INTO WS-ERROR-MESSAGE
                       PERFORM SEND-ERROR-PARA
                   ELSE
                       IF WS-TSX-TYPE = "T"
                               AND WS-TARGET-STATUS NOT = "ACTIVE"
                           MOVE "403" TO WS-STATUS-CODE
                           MOVE "Forbidden" TO WS-STATUS-TEXT
                           MOVE "Target account is frozen or closed."
                           PERFORM CHECK-VELOCITY-PARA
                           IF WS-LIMITS-OK NOT = 'Y'
                               MOVE "429" TO WS-STATUS-CODE
                               MOVE "Too Many Requests"
                                   TO WS-STATUS-TEXT
                               MOVE SPACES TO WS-ERROR-MESSAGE
                               STRING "Limit declined: "
                                   FUNCTION TRIM(WS-LIMIT-REASON)
                           ELSE
                           IF WS-VELOCITY-OK NOT = 'Y'
                               MOVE "429" TO WS-STATUS-CODE
                               MOVE "Too Many Requests"
                                   TO WS-STATUS-TEXT
                               MOVE "Daily withdrawal limit exceeded."
                                   TO WS-ERROR-MESSAGE
                               PERFORM SEND-ERROR-PARA
                    WS-TOKEN-4
                    WS-TOKEN-5
                    WS-TOKEN-6
                    WS-TOKEN-7
                    WS-TOKEN-8
                    WS-TOKEN-9
           END-UNSTRING

           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 9
              EVALUATE i
                WHEN 1
                   MOVE WS-TOKEN-1 TO WS-CURRENT-TOKEN
                WHEN 6
                   MOVE WS-TOKEN-6 TO WS-CURRENT-TOKEN
                   PERFORM PROCESS-TOKEN-PARA
                WHEN 7
                   MOVE WS-TOKEN-7 TO WS-CURRENT-TOKEN
                   PERFORM PROCESS-TOKEN-PARA
                WHEN 8
                   MOVE WS-TOKEN-8 TO WS-CURRENT-TOKEN
                   PERFORM PROCESS-TOKEN-PARA
                WHEN 9
                   MOVE WS-TOKEN-9 TO WS-CURRENT-TOKEN
                   PERFORM PROCESS-TOKEN-PARA
                WHEN OTHER
                  EXIT PERFORM  *> or do nothing
              END-EVALUATE
           END-PERFORM

           *> Narrative and reference land in SQL string literals --
           *> form-encoded spaces come back as spaces, and no quote,
           *> shell metacharacter or pipe survives.
           INSPECT WS-NARRATIVE REPLACING ALL "+" BY SPACE
           INSPECT WS-EXTERNAL-REF REPLACING ALL "+" BY SPACE
           INSPECT WS-NARRATIVE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-EXTERNAL-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           
           *> Now parse each "key=value" token separately.

                   FUNCTION TRIM(WS-ACCOUNT-NUMBER))))) 
               TO WS-ACCOUNT-NUMBER
           IF DEBUG-ON
               DISPLAY "Final account number: '" WS-ACCOUNT-NUMBER "'"
                   CRLF
           END-IF

           IF DEBUG-ON
          IF DUMMY-KEY = "amount"
               *> Initialize numeric field first
               MOVE 0 TO WS-AMOUNT
               *> Convert straight to numeric, which should ignore
               *> trailing spaces
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(DUMMY-VAL) / 100
               DISPLAY "Amount after NUMVAL: " WS-AMOUNT
          ELSE
                                  IF DUMMY-KEY = "check_number"
                                      MOVE DUMMY-VAL TO WS-CHECK-NUMBER
                                  END-IF
                                  IF DUMMY-KEY = "narrative"
                                      MOVE DUMMY-VAL TO WS-NARRATIVE
                                  END-IF
                                  IF DUMMY-KEY = "external_reference"
                                      MOVE DUMMY-VAL TO WS-EXTERNAL-REF
                                  END-IF
                              END-IF
                          END-IF
                      END-IF
                   MOVE WS-IDEMPOTENCY-KEY(WS-IDEM-CHAR-IDX:1)
                       TO WS-IDEM-CHAR
                   IF WS-IDEM-CHAR NOT NUMERIC
                           AND (WS-IDEM-CHAR < "A"
                               OR WS-IDEM-CHAR > "Z")
                           AND (WS-IDEM-CHAR < "a"
                               OR WS-IDEM-CHAR > "z")
                           AND WS-IDEM-CHAR NOT = "-"
                       MOVE 'N' TO WS-IDEM-KEY-VALID
                   END-IF
                   " psql -U " FUNCTION TRIM(DB-USER)
                   " -d " FUNCTION TRIM(DB-NAME) " -c "
                   WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                   WS-DOUBLE-QUOTE " -t -A > "
                   FUNCTION TRIM(WS-RESULT-FILE-NAME)
                   INTO WS-SHELL-COMMAND

               CALL "SYSTEM" USING WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND-CHECK)
                 WS-DOUBLE-QUOTE " -t -A -F'|' > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           IF DEBUG-ON
                       COMPUTE WS-OVERDRAFT-LIMIT =
                           FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-LIMIT))
                   END-IF
                   MOVE FUNCTION TRIM(WS-TEMP-STATUS)
                       TO WS-ACCOUNT-STATUS
                   MOVE FUNCTION TRIM(WS-TEMP-CURRENCY)
                       TO WS-ACCOUNT-CURRENCY
               END-IF

           ELSE
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND-CHECK)
                 WS-DOUBLE-QUOTE " -t -A -F'|' > "
                 FUNCTION TRIM(WS-TARGET-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
                   UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                       INTO WS-TARGET-STATUS WS-TEMP-CURRENCY
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-TEMP-CURRENCY)
                       TO WS-TARGET-CURRENCY
               END-IF
           END-IF.

               " OR fz.expiry_date >= CURRENT_DATE))"
               " RETURNING account_number), "
               "credit AS (UPDATE accounts SET current_balance = "
               "current_balance + "
               FUNCTION TRIM(WS-FORMATTED-CONVERTED)
               " WHERE account_number = '" WS-TARGET-ACCOUNT "'"
               " AND EXISTS (SELECT 1 FROM debit) RETURNING "
               "account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, "
               "transaction_type, amount, target_account_number, "
               "currency, "
               "idempotency_key, fx_rate, narrative, "
               "external_reference) SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               WS-TARGET-ACCOUNT
               "', '" WS-ACCOUNT-CURRENCY "', "
               FUNCTION TRIM(WS-IDEM-SQL-VALUE)
               ", " FUNCTION TRIM(WS-FX-SQL-VALUE)
               ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
               "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '') FROM debit RETURNING transaction_id), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, "
               "transaction_type, amount, target_account_number, "
               "currency, "
               "fx_rate, narrative, external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-CONVERTED)
               ", '" WS-ACCOUNT-NUMBER "', '" WS-TARGET-CURRENCY "', "
               FUNCTION TRIM(WS-FX-SQL-VALUE)
               ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
               "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '') FROM credit) "
               "SELECT transaction_id FROM ins_debit;"
               INTO WS-TRANSFER-SQL.

               IF WS-PSQL-RESULT = SPACES
                   MOVE "409" TO WS-STATUS-CODE
                   MOVE "Conflict" TO WS-STATUS-TEXT
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "Transfer could not be posted -- balance "
                       "changed concurrently."
                       INTO WS-ERROR-MESSAGE
                   PERFORM SEND-ERROR-PARA
               ELSE
                   MOVE WS-PSQL-RESULT TO WS-NEW-TRANSACTION-ID
           *> the pair, the transfer converts at that booked rate in
           *> RECORD-TRANSFER-PARA -- no rate on file for today means
           *> the mismatch is still rejected rather than posted at
           *> face value. A pair re-rated during the day carries more
           *> than one row for the date; the latest effective_at is
           *> the rate in force.
           MOVE 'Y' TO WS-CURRENCY-OK
           MOVE 0 TO WS-FX-RATE
           IF WS-REQUEST-CURRENCY NOT = SPACES
                   AND WS-REQUEST-CURRENCY NOT = WS-ACCOUNT-CURRENCY
               MOVE 'N' TO WS-CURRENCY-OK
           END-IF
           IF WS-TSX-TYPE = "T"
                   AND WS-ACCOUNT-CURRENCY NOT = WS-TARGET-CURRENCY
               PERFORM LOOKUP-FX-RATE-PARA
               IF WS-FX-RATE = 0
                   MOVE 'N' TO WS-CURRENCY-OK
           STRING "SELECT rate FROM fx_rates WHERE rate_date = "
                 "CURRENT_DATE AND from_currency = '"
                 WS-ACCOUNT-CURRENCY "' AND to_currency = '"
                 WS-TARGET-CURRENCY "' ORDER BY effective_at DESC "
                 "NULLS LAST LIMIT 1;"
                 INTO WS-SQL-COMMAND-CHECK

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND-CHECK)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           *> below still runs after it.
           CALL "CHECK-LIMITS-SUB" USING
               WS-ACCOUNT-NUMBER WS-TSX-TYPE WS-AMOUNT WS-CHANNEL
               WS-LIMITS-OK WS-LIMIT-REASON
           IF WS-LIMITS-OK = 'Y'
                   AND (WS-TSX-TYPE = "W" OR WS-TSX-TYPE = "T")
               PERFORM CHECK-CUSTODIAL-PARA
           END-IF.

       CHECK-CUSTODIAL-PARA.
           *> A minor's account moves money out only on its
           *> custodian's signature, and no signer can be named
           *> through this channel -- money-out on a custodial
           *> account is declined here and taken at the counter.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM account_holders WHERE "
               "account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND holder_role = 'M' LIMIT 1;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > " FUNCTION TRIM(WS-RESULT-FILE-NAME)
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-PSQL-RESULT
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               IF FUNCTION TRIM(WS-PSQL-RESULT) = "Y"
                   MOVE 'N' TO WS-LIMITS-OK
                   MOVE "CUSTODIAN-REQ" TO WS-LIMIT-REASON
               END-IF
           END-IF.

       CHECK-VELOCITY-PARA.
           *> Simple fraud/velocity guard: an account may not move more
               STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
                   " psql -U " FUNCTION TRIM(DB-USER)
                   " -d " FUNCTION TRIM(DB-NAME) " -c "
                     WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND-CHECK)
                     WS-DOUBLE-QUOTE " -t -A > "
                     FUNCTION TRIM(WS-RESULT-FILE-NAME)
                     INTO WS-SHELL-COMMAND

               CALL "SYSTEM" USING WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND-CHECK)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
           STRING
               "INSERT INTO memo_post_queue (account_number, "
               "transaction_type, amount, target_account_number, "
               "received_at, memo_status, narrative, "
               "external_reference) VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", NULLIF('" FUNCTION TRIM(WS-TARGET-ACCOUNT)
               "', ''), NOW(), 'PENDING', NULLIF('"
               FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '')) RETURNING memo_id;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
               *> matching a presented check number.
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance - "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
                   " AND current_balance + COALESCE(overdraft_limit, 0)"
                   " >= " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) "))"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, currency, "
                   "idempotency_key, "
                   "check_number, narrative, external_reference) "
                   "SELECT account_number, '"
                   WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", '" WS-ACCOUNT-CURRENCY
                   "', " FUNCTION TRIM(WS-IDEM-SQL-VALUE)
                   ", NULLIF('" FUNCTION TRIM(WS-CHECK-NUMBER)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd "
                   "RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
               *> applied here.
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance - "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
                   " AND COALESCE(account_status, 'ACTIVE')"
                   " <> 'CHARGED-OFF'"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, currency, "
                   "idempotency_key, narrative, external_reference) "
                   "SELECT account_number, '"
                   WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", '" WS-ACCOUNT-CURRENCY
                   "', " FUNCTION TRIM(WS-IDEM-SQL-VALUE)
                   ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd "
                   "RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
             WHEN OTHER
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance + "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
                   " AND COALESCE(account_status, 'ACTIVE')"
                   " <> 'CHARGED-OFF'"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, currency, "
                   "idempotency_key, narrative, external_reference) "
                   "SELECT account_number, '"
                   WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", '" WS-ACCOUNT-CURRENCY
                   "', " FUNCTION TRIM(WS-IDEM-SQL-VALUE)
                   ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd "
                   "RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           END-EVALUATE.
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           IF DEBUG-ON
               MOVE SPACES TO WS-RETRY-SQL-BUFFER
               MOVE WS-SQL-COMMAND TO WS-RETRY-SQL-BUFFER
               CALL "RETRY-QUEUE-SUB" USING
                   "INSERT-TXN-API" WS-ACCOUNT-NUMBER
                   WS-RETRY-SQL-BUFFER
               PERFORM SEND-ERROR-PARA
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   MOVE "409" TO WS-STATUS-CODE
                   MOVE "Conflict" TO WS-STATUS-TEXT
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "Transaction could not be posted -- "
                       "balance changed concurrently."
                       INTO WS-ERROR-MESSAGE
                   PERFORM SEND-ERROR-PARA
               ELSE
                   MOVE WS-PSQL-RESULT TO WS-NEW-TRANSACTION-ID
               STRING
                   "{""amount"": " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", ""transaction_type"": " WS-TSX-TYPE
                   ", ""currency"": """
                   FUNCTION TRIM(WS-ACCOUNT-CURRENCY) """"
                   ", ""transaction_id"": "
                   FUNCTION TRIM(WS-NEW-TRANSACTION-ID)
                   "}"
                   INTO WS-JSON-RESPONSE
           ELSE
               STRING
                   "{""amount"": " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", ""transaction_type"": " WS-TSX-TYPE
                   ", ""currency"": """
                   FUNCTION TRIM(WS-ACCOUNT-CURRENCY) """"
                   "}"
                   INTO WS-JSON-RESPONSE
           END-IF.
           STRING
               "Status: " WS-STATUS-CODE " "
               FUNCTION TRIM(WS-STATUS-TEXT)
               CRLF
               "Content-Type: application/json"
               CRLF
           *> used this idempotency key instead of posting again.
           STRING
               "{""status"": ""duplicate"""
               ", ""transaction_id"": "
               FUNCTION TRIM(WS-DUP-TRANSACTION-ID)
               "}"
               INTO WS-JSON-RESPONSE.
           STRING
               "Status: " WS-STATUS-CODE " "
               FUNCTION TRIM(WS-STATUS-TEXT)
               CRLF
               "Content-Type: application/json"
               CRLF
               "}"
               INTO WS-JSON-RESPONSE.
           STRING
               "Status: " WS-STATUS-CODE " "
               FUNCTION TRIM(WS-STATUS-TEXT)
               CRLF
               "Content-Type: application/json"
               CRLF

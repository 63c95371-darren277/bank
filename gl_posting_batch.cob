      *> amount-and-date way YEAR-END-TAX-REPORT-BATCH identifies them
      *> and mapped under 'I'), writes gl_journal entries, and prints
      *> a trial balance proving the day's debits equal its credits.
      *> Rows that carry a business_date of their own (instant
      *> payments, which never wait in the memo-post queue) journal
      *> on that date; everything else is picked up by timestamp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1600).
       01  WS-SHELL-COMMAND          PIC X(1800).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
           *> Only the debit leg is journaled; the chart row for 'T'
           *> already books both sides of that one entry, so letting
           *> the mirror through doubled every transfer.
           *> A row stamped with its own business_date (an instant
           *> payment taken while the posting window was closed is
           *> booked to the next business day) journals on that day
           *> rather than the calendar day of its timestamp.
           STRING
               "WITH day AS (SELECT t.transaction_id, t.amount, "
               "CASE WHEN t.transaction_type = 'D' AND EXISTS "
               "h.effective_date = t.timestamp::date AND "
               "h.amount = t.amount) THEN 'I' "
               "ELSE t.transaction_type END AS map_type "
               "FROM transactions t WHERE (t.business_date = '"
               WS-BUSINESS-DATE "' OR (t.business_date IS NULL "
               "AND t.timestamp >= '"
               WS-BUSINESS-DATE "' AND t.timestamp < DATE '"
               WS-BUSINESS-DATE "' + INTERVAL '1 day')) "
               "AND NOT (t.transaction_type = 'T' AND EXISTS "
               "(SELECT 1 FROM transactions m WHERE "
               "m.transaction_id = t.transaction_id - 1 AND "
           *> both-sided.
           STRING
               "SELECT gl_account, SUM(debit), SUM(credit) FROM ("
               "SELECT debit_gl_account AS gl_account, "
               "amount AS debit, "
               "0 AS credit FROM gl_journal WHERE business_date = '"
               WS-BUSINESS-DATE "' UNION ALL "
               "SELECT credit_gl_account, 0, amount FROM gl_journal "
               MOVE "IN BALANCE -- debits equal credits."
                   TO TRIAL-REPORT-RECORD
           ELSE
               STRING "*** OUT OF BALANCE -- "
                   "investigate before close. ***"
                   DELIMITED BY SIZE INTO TRIAL-REPORT-RECORD
               DISPLAY "GL trial balance OUT OF BALANCE for "
                   WS-BUSINESS-DATE
           END-IF

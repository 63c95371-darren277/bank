      *> Statement delivery dispatch. MONTHLY-STATEMENT-BATCH files
      *> statements into the archive and its index, but nothing ever
      *> delivered anything -- customers came to the counter. This
      *> batch walks ./statements/statement_index.txt for the cycles
      *> being dispatched, looks up each account's primary holder and
      *> their delivery preference on the customers master, emits one
      *> delivery job per statement
      *> through EVENT-NOTIFY-SUB (STMT-MAIL or STMT-ELEC), and writes
      *> a statement_dispatch_log row -- the ledger that proves, the
      *> way webhook_deliveries proves event delivery, that March's
      *> statement really was dispatched and how. The log row is also
      *> the rerun guard: an account/cycle already dispatched is
      *> skipped.
      *> Cycles are the account's own: the index keys each statement
      *> on its cycle-end date (YYYY-MM-DD). By default every
      *> statement whose cycle ended in the 31 days up to tonight's
      *> cut is taken -- the ledger drops the ones already sent, so
      *> a night this run missed is caught up by the next.
      *> STATEMENT_CYCLE=YYYY-MM-DD redrives one cycle end (a
      *> calendar-month YYYY-MM still redrives a statement filed
      *> before accounts carried their own cycle day).
      *> Combined relationship statements (index key C<customer
      *> number>, filed by COMBINED-STATEMENT-BATCH) go to the
      *> customer on their own delivery preference. A per-account
      *> statement whose primary holder elected the combined
      *> statement, and whose combined statement was filed, is not
      *> sent on its own: it is logged as COMBINED, the way a
      *> returned-mail hold is logged as HELD-RMF.
      *> BAI2 balance files (index key B<customer number>, filed
      *> nightly by BAI2-REPORT-BATCH with the business date as their
      *> cycle) go to the customer's treasury system whatever their
      *> paper preference: logged as BAI2 and sent as a STMT-BAI2
      *> delivery job.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PSQL-RESULT           PIC X(60).

       01  WS-ACCOUNT-NUMBER        PIC X(10).
       01  WS-INDEX-CYCLE           PIC X(10).
       01  WS-ARCHIVE-PATH          PIC X(60).
       01  WS-DELIVERY-PREF         PIC X(4).

       01  WS-CYCLE                 PIC X(10) VALUE SPACES.
       01  WS-CYCLE-OVERRIDE        PIC X(10) VALUE SPACES.
      *> Default window: cycle ends from WS-WINDOW-START up to (not
      *> including) the next business day.
       01  WS-WINDOW-START          PIC X(10) VALUE SPACES.
       01  WS-NEXT-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-DATE-YMD              PIC 9(8) VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-YMD.
           05  WS-DATE-YYYY         PIC 9(4).
           05  WS-DATE-MM           PIC 9(2).
           05  WS-DATE-DD           PIC 9(2).
       01  WS-DATE-INT              PIC 9(7) VALUE 0.

       01  WS-EVENT-TYPE            PIC X(20) VALUE SPACES.
       01  WS-EVENT-TSX-ID          PIC X(20) VALUE SPACES.
       01  WS-JOBS-DISPATCHED       PIC 9(9) VALUE 0.
       01  WS-ALREADY-SENT          PIC 9(9) VALUE 0.
       01  WS-SUPPRESSED            PIC 9(9) VALUE 0.
       01  WS-FOLDED                PIC 9(9) VALUE 0.
       01  WS-COMBINED-CUSTOMER     PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-CYCLE-OVERRIDE FROM ENVIRONMENT "STATEMENT_CYCLE"
           IF FUNCTION TRIM(WS-CYCLE-OVERRIDE) NOT = SPACES
               MOVE WS-CYCLE-OVERRIDE TO WS-CYCLE
               DISPLAY "Dispatching statement cycle " WS-CYCLE
           ELSE
               CALL "NEXT-BUSINESS-DAY-SUB" USING
                   WS-BUSINESS-DATE WS-NEXT-BUSINESS-DATE
               IF WS-NEXT-BUSINESS-DATE = SPACES
                   DISPLAY "Cannot determine the next business day "
                       "-- not running."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SET-WINDOW-START-PARA
               DISPLAY "Dispatching statement cycles ending "
                   WS-WINDOW-START " up to " WS-NEXT-BUSINESS-DATE
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

               WS-STATEMENTS-SEEN " Dispatched: " WS-JOBS-DISPATCHED
               " Already sent: " WS-ALREADY-SENT
               " Held (returned mail): " WS-SUPPRESSED
               " In combined statement: " WS-FOLDED
           GOBACK.

       DISPATCH-ONE-ENTRY-PARA.
               INTO WS-ACCOUNT-NUMBER WS-INDEX-CYCLE WS-ARCHIVE-PATH
           END-UNSTRING

           IF FUNCTION TRIM(WS-CYCLE-OVERRIDE) NOT = SPACES
               IF WS-INDEX-CYCLE = WS-CYCLE-OVERRIDE
                   MOVE WS-INDEX-CYCLE TO WS-CYCLE
                   ADD 1 TO WS-STATEMENTS-SEEN
                   PERFORM LOG-AND-DISPATCH-PARA
               END-IF
           ELSE
               *> Calendar-month entries filed before per-account
               *> cycles are left to an explicit redrive.
               IF WS-INDEX-CYCLE(8:1) = "-"
                       AND WS-INDEX-CYCLE >= WS-WINDOW-START
                       AND WS-INDEX-CYCLE < WS-NEXT-BUSINESS-DATE
                   MOVE WS-INDEX-CYCLE TO WS-CYCLE
                   ADD 1 TO WS-STATEMENTS-SEEN
                   PERFORM LOG-AND-DISPATCH-PARA
               END-IF
           END-IF.

       SET-WINDOW-START-PARA.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-BUSINESS-DATE(6:2) TO WS-DATE-MM
           MOVE WS-BUSINESS-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD) - 31
           COMPUTE WS-DATE-YMD = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-WINDOW-START
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
               DELIMITED BY SIZE
               INTO WS-WINDOW-START.

       LOG-AND-DISPATCH-PARA.
      *> One statement does the lookup, the dedupe and the ledger row
      *> together: the preference comes off the primary holder's
      *> never dispatched before. The RETURNING hands back the chosen
      *> preference so the right event type goes out -- no row back
      *> means this one was already sent.
           EVALUATE WS-ACCOUNT-NUMBER(1:1)
               WHEN "C"
                   PERFORM BUILD-COMBINED-SQL-PARA
               WHEN "B"
                   PERFORM BUILD-BAI2-SQL-PARA
               WHEN OTHER
                   PERFORM BUILD-ACCOUNT-SQL-PARA
           END-EVALUATE
           PERFORM RUN-DISPATCH-SQL-PARA.

       BUILD-ACCOUNT-SQL-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO statement_dispatch_log (account_number, "
               "THEN 'HELD-RMF' WHEN EXISTS (SELECT 1 FROM "
               "estate_cases ec WHERE ec.customer_id = c.customer_id "
               "AND ec.estate_status IN ('OPEN', 'DOCS')) "
               "THEN 'HELD-EST' WHEN c.combined_statement = 'Y' "
               "AND EXISTS (SELECT 1 FROM combined_statements cs "
               "JOIN statement_cycles sc ON sc.cut_date = "
               "cs.cut_date WHERE cs.customer_id = c.customer_id "
               "AND sc.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND sc.cycle_end::text = '" WS-CYCLE "') "
               "THEN 'COMBINED' ELSE "
               "COALESCE(c.delivery_preference, 'MAIL') END FROM "
               "account_holders h JOIN customers c "
               "ON c.customer_id = h.customer_id "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND d.statement_cycle = '" WS-CYCLE "') "
               "RETURNING delivery_method;"
               INTO WS-SQL-COMMAND.

       BUILD-COMBINED-SQL-PARA.
      *> A combined statement is keyed C<customer number>: the
      *> customer is the addressee, so their own row gives the
      *> preference and the same holds apply.
           COMPUTE WS-COMBINED-CUSTOMER =
               FUNCTION NUMVAL(WS-ACCOUNT-NUMBER(2:9))
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO statement_dispatch_log (account_number, "
               "statement_cycle, archive_path, delivery_method, "
               "dispatched_at, dispatch_status) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-CYCLE "', '" FUNCTION TRIM(WS-ARCHIVE-PATH) "', "
               "COALESCE((SELECT CASE WHEN c.returned_mail_flag = 'Y' "
               "THEN 'HELD-RMF' WHEN EXISTS (SELECT 1 FROM "
               "estate_cases ec WHERE ec.customer_id = c.customer_id "
               "AND ec.estate_status IN ('OPEN', 'DOCS')) "
               "THEN 'HELD-EST' ELSE "
               "COALESCE(c.delivery_preference, 'MAIL') END FROM "
               "customers c WHERE c.customer_id = "
               WS-COMBINED-CUSTOMER "), 'MAIL'), "
               "NOW(), 'DISPATCHED' "
               "WHERE NOT EXISTS (SELECT 1 FROM statement_dispatch_log"
               " d WHERE d.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND d.statement_cycle = '" WS-CYCLE "') "
               "RETURNING delivery_method;"
               INTO WS-SQL-COMMAND.

       BUILD-BAI2-SQL-PARA.
      *> A BAI2 file is a transmission to a treasury system, never
      *> paper -- no returned-mail hold applies, and the customer
      *> need only still be subscribed.
           COMPUTE WS-COMBINED-CUSTOMER =
               FUNCTION NUMVAL(WS-ACCOUNT-NUMBER(2:9))
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO statement_dispatch_log (account_number, "
               "statement_cycle, archive_path, delivery_method, "
               "dispatched_at, dispatch_status) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-CYCLE "', '" FUNCTION TRIM(WS-ARCHIVE-PATH) "', "
               "'BAI2', NOW(), 'DISPATCHED' FROM customers c "
               "WHERE c.customer_id = " WS-COMBINED-CUSTOMER
               " AND c.bai2_receiver_id IS NOT NULL "
               "AND NOT EXISTS (SELECT 1 FROM statement_dispatch_log"
               " d WHERE d.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND d.statement_cycle = '" WS-CYCLE "') "
               "RETURNING delivery_method;"
               INTO WS-SQL-COMMAND.

       RUN-DISPATCH-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
      *> and still on the dispatch ledger (as HELD-RMF, so the claim
      *> "you never sent March" is answered either way), but no
      *> delivery job goes out to a dead address.
      *> A statement folded into the customer's combined statement
      *> is logged as COMBINED and goes out under that one's entry.
               EVALUATE TRUE
                   WHEN WS-PSQL-RESULT(1:4) = "HELD"
                       ADD 1 TO WS-SUPPRESSED
                   WHEN WS-PSQL-RESULT = "COMBINED"
                       ADD 1 TO WS-FOLDED
                   WHEN OTHER
                       ADD 1 TO WS-JOBS-DISPATCHED
                       MOVE WS-PSQL-RESULT TO WS-DELIVERY-PREF
                       EVALUATE WS-DELIVERY-PREF
                           WHEN "ELEC"
                               MOVE "STMT-ELEC" TO WS-EVENT-TYPE
                           WHEN "BAI2"
                               MOVE "STMT-BAI2" TO WS-EVENT-TYPE
                           WHEN OTHER
                               MOVE "STMT-MAIL" TO WS-EVENT-TYPE
                       END-EVALUATE
                       CALL "EVENT-NOTIFY-SUB" USING
                           WS-EVENT-TYPE WS-ACCOUNT-NUMBER
                           WS-EVENT-TSX-ID WS-EVENT-TSX-TYPE
                           WS-EVENT-AMOUNT WS-EVENT-CURRENCY
               END-EVALUATE
           ELSE
               IF WS-RETURN-CODE = 0
                   ADD 1 TO WS-ALREADY-SENT

      *> list sits PENDING in positive_pay_exceptions; the customer is
      *> called, and this program records their answer: PAY posts the
      *> withdrawal through the same funds-guarded CTE the teller path
      *> uses, narrated "CHECK <number>" (the exception flip and the
      *> posting land together, or not at all), RETURN flips the
      *> exception with nothing posted and logs the return to
      *> decline_log so the decline report shows it. The same queue
      *> holds checks the check-order serial control referred
      *> (SERIAL-OUT-OF-RANGE, a serial in no range issued to the
      *> account; SERIAL-ALREADY-PAID, a serial already paid); the
      *> list shows each one's reason.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "SELECT exception_id || ' | ' || account_number || "
               "' | check ' || check_number || ' | ' || "
               "presented_amount || ' | presented ' || "
               "presented_at::date || ' by ' || presented_by || "
               "' | ' || COALESCE(exception_reason, 'ISSUED-MISMATCH')"
               " FROM positive_pay_exceptions "
               "WHERE exception_status = 'PENDING' "
               "ORDER BY exception_id;"
               INTO WS-SQL-COMMAND
               "OR fz.expiry_date >= CURRENT_DATE)) "
               "RETURNING a.account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, check_number, "
               "narrative) "
               "SELECT e.account_number, 'W', e.presented_amount, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', e.check_number, "
               "'CHECK ' || e.check_number "
               "FROM exc e WHERE EXISTS (SELECT 1 FROM upd) "
               "RETURNING transaction_id), "
               "flip AS (UPDATE positive_pay_exceptions SET "

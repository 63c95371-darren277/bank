      *> the usual history date-and-amount match) as INT -- signed
      *> TRNAMT from the account's perspective, DTPOSTED, the ledger
      *> balance, and FITID uniqueness straight off transaction_id.
      *> A posting's narrative goes out as its <MEMO> and its external
      *> reference as <REFNUM>, each only when the posting has one.
      *> Runs nightly behind MONTHLY-STATEMENT-BATCH and exports
      *> exactly the statements it cut tonight (the statement_cycles
      *> rows with tonight's cut date), each keyed on the account's
      *> own cycle: ./statements/<account>_<cycle end>.ofx covering
      *> the statement's period, with the statement's closing
      *> balance as the ledger balance as of the cycle end.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FEED-FILE.
       01  ACCOUNTS-FEED-RECORD      PIC X(132).
       FD  TSX-FEED-FILE.
       01  TSX-FEED-RECORD           PIC X(150).
       FD  OFX-FILE.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1600).
       01  WS-SHELL-COMMAND          PIC X(1800).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-TSX-EOF                PIC X VALUE 'N'.

       01  WS-OFX-FILE-NAME          PIC X(60) VALUE SPACES.
       01  WS-CYCLE                  PIC X(10) VALUE SPACES.
       01  WS-PERIOD-START           PIC X(10) VALUE SPACES.
       01  WS-CUT-AT                 PIC X(26) VALUE SPACES.
       01  WS-DTSTART                PIC X(8) VALUE SPACES.
       01  WS-DTEND                  PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "STATEMENT-EXPORT-BATCH".
       01  WS-TRN-TYPE               PIC X(8).
       01  WS-EFFECT-TEXT            PIC X(20).
       01  WS-DTPOSTED               PIC X(30).
      *> Narrative with SGML's & and < > already escaped, so it can
      *> grow past the 60 characters stored.
       01  WS-TRN-MEMO               PIC X(120).
       01  WS-TRN-REFNUM             PIC X(60).

       01  WS-ACCOUNTS-EXPORTED      PIC 9(9) VALUE 0.

       MAIN-PARA.
           DISPLAY "STATEMENT-EXPORT-BATCH starting."

           *> The statements exported are the ones cut on the system
           *> business date, with the run-control gate and run
           *> history every other nightly batch carries.
           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           CALL "SYSTEM" USING "mkdir -p ./statements"
               RETURNING WS-RETURN-CODE

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT s.account_number, s.closing_balance, "
               "COALESCE(a.currency, 'USD'), s.cycle_end, "
               "s.period_start, to_char(s.generated_at, "
               "'YYYY-MM-DD HH24:MI:SS.US'), "
               "to_char(s.period_start, 'YYYYMMDD'), "
               "to_char(s.cycle_end, 'YYYYMMDD') "
               "FROM statement_cycles s JOIN accounts a "
               "ON a.account_number = s.account_number "
               "WHERE s.cut_date = DATE '" WS-BUSINESS-DATE "' "
               "ORDER BY s.account_number;"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)

       EXPORT-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-ACCOUNTS-EXPORTED
           MOVE SPACES TO WS-BALANCE-TEXT WS-CURRENCY WS-CYCLE
               WS-PERIOD-START WS-CUT-AT WS-DTSTART WS-DTEND
           UNSTRING ACCOUNTS-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-BALANCE-TEXT WS-CURRENCY
                    WS-CYCLE WS-PERIOD-START WS-CUT-AT WS-DTSTART
                    WS-DTEND
           END-UNSTRING

           PERFORM EXTRACT-MONTH-TSX-PARA
               "WHEN t.transaction_type = 'T' AND "
               "t.target_account_number = '" WS-ACCOUNT-NUMBER
               "' THEN t.amount ELSE -t.amount END, "
               "to_char(t.timestamp, 'YYYYMMDDHH24MISS'), "
               "replace(replace(replace(COALESCE(t.narrative, ''), "
               "'&', '&amp;'), '<', '&lt;'), '>', '&gt;'), "
               "replace(replace(replace(COALESCE("
               "t.external_reference, ''), '&', '&amp;'), '<', "
               "'&lt;'), '>', '&gt;') "
               "FROM transactions t WHERE (t.account_number = '"
               WS-ACCOUNT-NUMBER "' OR t.target_account_number = '"
               WS-ACCOUNT-NUMBER "') "
      *> The statement's own period: from its start up to the moment
      *> the statement was cut, so the lines agree with the printed
      *> statement however late the export runs.
               "AND t.timestamp >= DATE '" WS-PERIOD-START "' "
               "AND t.timestamp <= TIMESTAMP '"
               FUNCTION TRIM(WS-CUT-AT) "' "
               "ORDER BY t.transaction_id;"
               INTO WS-SQL-COMMAND.

               INTO OFX-RECORD
           WRITE OFX-RECORD
           MOVE "<BANKTRANLIST>" TO OFX-RECORD
           WRITE OFX-RECORD
           MOVE SPACES TO OFX-RECORD
           STRING "<DTSTART>" WS-DTSTART "<DTEND>" WS-DTEND
               INTO OFX-RECORD
           WRITE OFX-RECORD.

       WRITE-ONE-STMTTRN-PARA.
           MOVE SPACES TO WS-TSX-ID WS-TRN-TYPE WS-EFFECT-TEXT
               WS-DTPOSTED WS-TRN-MEMO WS-TRN-REFNUM
           UNSTRING TSX-FEED-RECORD DELIMITED BY "|"
               INTO WS-TSX-ID WS-TRN-TYPE WS-EFFECT-TEXT WS-DTPOSTED
                    WS-TRN-MEMO WS-TRN-REFNUM
           END-UNSTRING

           MOVE "<STMTTRN>" TO OFX-RECORD
           STRING "<FITID>" FUNCTION TRIM(WS-TSX-ID)
               INTO OFX-RECORD
           WRITE OFX-RECORD
           IF WS-TRN-REFNUM NOT = SPACES
               MOVE SPACES TO OFX-RECORD
               STRING "<REFNUM>" FUNCTION TRIM(WS-TRN-REFNUM)
                   INTO OFX-RECORD
               WRITE OFX-RECORD
           END-IF
           IF WS-TRN-MEMO NOT = SPACES
               MOVE SPACES TO OFX-RECORD
               STRING "<MEMO>" FUNCTION TRIM(WS-TRN-MEMO)
                   INTO OFX-RECORD
               WRITE OFX-RECORD
           END-IF
           MOVE "</STMTTRN>" TO OFX-RECORD
           WRITE OFX-RECORD.

           MOVE SPACES TO OFX-RECORD
           STRING "<LEDGERBAL><BALAMT>"
               FUNCTION TRIM(WS-BALANCE-TEXT)
               "<DTASOF>" WS-DTEND "</LEDGERBAL>"
               INTO OFX-RECORD
           WRITE OFX-RECORD
           MOVE "</STMTRS></STMTTRNRS></BANKMSGSRSV1></OFX>"

      *>----------------------------------------------------------------
      *> PARAMDEF
      *> The maintainable system parameters -- the only table and
      *> column names PARAM-MAINTENANCE will key a change against and
      *> PARAM-APPLY-SUB will write. Each entry names the table, up to
      *> three key columns (spaces = none; a table with no key is a
      *> single-row configuration table) and the value column. A
      *> change's key values are matched as text, so a NULL key
      *> column matches a blank key value. Adding a parameter is one
      *> entry here plus the count; nothing else changes.
      *>----------------------------------------------------------------
       01  PARAM-DEFINITIONS.
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "limits".
               10  FILLER  PIC X(16) VALUE "limit_type".
               10  FILLER  PIC X(16) VALUE "limit_scope".
               10  FILLER  PIC X(16) VALUE "channel".
               10  FILLER  PIC X(24) VALUE "amount".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "approval_config".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "threshold_amount".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "wire_config".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "cutoff_time".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "fee_schedule".
               10  FILLER  PIC X(16) VALUE "fee_code".
               10  FILLER  PIC X(16) VALUE "fee_plan".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "amount".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "fee_schedule".
               10  FILLER  PIC X(16) VALUE "fee_code".
               10  FILLER  PIC X(16) VALUE "fee_plan".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "waiver_min_balance".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "products".
               10  FILLER  PIC X(16) VALUE "product_code".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "default_interest_rate".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "products".
               10  FILLER  PIC X(16) VALUE "product_code".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "fee_plan".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "products".
               10  FILLER  PIC X(16) VALUE "product_code".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "late_grace_days".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "products".
               10  FILLER  PIC X(16) VALUE "product_code".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "late_fee_pct".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "products".
               10  FILLER  PIC X(16) VALUE "product_code".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "day_count_basis".
           05  FILLER.
               10  FILLER  PIC X(20) VALUE "retention_config".
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(16) VALUE SPACES.
               10  FILLER  PIC X(24) VALUE "retention_years".
       01  PARAM-DEFINITION-TABLE REDEFINES PARAM-DEFINITIONS.
           05  PARAM-DEFINITION OCCURS 11 TIMES.
               10  PD-TABLE-NAME    PIC X(20).
               10  PD-KEY-COLUMN    PIC X(16) OCCURS 3 TIMES.
               10  PD-VALUE-COLUMN  PIC X(24).
       01  PARAM-DEFINITION-COUNT   PIC 9(2) VALUE 11.

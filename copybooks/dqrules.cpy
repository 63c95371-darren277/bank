      *>----------------------------------------------------------------
      *> DQRULES
      *> The referential-integrity rule catalogue DATA-QUALITY-SCAN-
      *> BATCH checks: each rule's code (the code its query tags its
      *> violations with and the key scan history is kept under), a
      *> one-line title for the report and the team that owns fixing
      *> what it finds. A rule's query lives in the batch; adding a
      *> rule is one entry here plus the count, and its query.
      *>----------------------------------------------------------------
       01  DQ-RULE-ENTRIES.
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ01".
               10  FILLER  PIC X(44) VALUE
                   "Account holder is a merged customer".
               10  FILLER  PIC X(20) VALUE "CUSTOMER OPERATIONS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ02".
               10  FILLER  PIC X(44) VALUE
                   "Account holder customer not on file".
               10  FILLER  PIC X(20) VALUE "CUSTOMER OPERATIONS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ03".
               10  FILLER  PIC X(44) VALUE
                   "Account holder account not on file".
               10  FILLER  PIC X(20) VALUE "DEPOSIT OPERATIONS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ04".
               10  FILLER  PIC X(44) VALUE
                   "Open account with no account holder".
               10  FILLER  PIC X(20) VALUE "DEPOSIT OPERATIONS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ05".
               10  FILLER  PIC X(44) VALUE
                   "Standing order names a closed account".
               10  FILLER  PIC X(20) VALUE "PAYMENTS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ06".
               10  FILLER  PIC X(44) VALUE
                   "Sweep arrangement names a closed account".
               10  FILLER  PIC X(20) VALUE "TREASURY SERVICES".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ07".
               10  FILLER  PIC X(44) VALUE
                   "Live card linked to a closed account".
               10  FILLER  PIC X(20) VALUE "CARD SERVICES".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ08".
               10  FILLER  PIC X(44) VALUE
                   "Payee on a closed account".
               10  FILLER  PIC X(20) VALUE "PAYMENTS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ09".
               10  FILLER  PIC X(44) VALUE
                   "Active loan's linked deposit account gone".
               10  FILLER  PIC X(20) VALUE "LENDING OPERATIONS".
           05  FILLER.
               10  FILLER  PIC X(8)  VALUE "DQ10".
               10  FILLER  PIC X(44) VALUE
                   "Customer with no accounts, not retained".
               10  FILLER  PIC X(20) VALUE "RECORDS MANAGEMENT".
       01  DQ-RULE-TABLE REDEFINES DQ-RULE-ENTRIES.
           05  DQ-RULE OCCURS 10 TIMES.
               10  DQ-RULE-CODE     PIC X(8).
               10  DQ-RULE-TITLE    PIC X(44).
               10  DQ-RULE-OWNER    PIC X(20).
       01  DQ-RULE-COUNT            PIC 9(2) VALUE 10.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-COUNT-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Shared answer to "how much of a year is this interest
      *> period?" under a product's day-count convention
      *> (products.day_count_basis). Every interest figure the bank
      *> computes -- INTEREST-BATCH's nightly accrual and its
      *> simulation, CLOSE-ACCOUNT's closing-day accrual,
      *> LOAN-SERVICING's installments and payoff quotes -- asks
      *> here, so a product priced Actual/360 is never paid Actual/365
      *> in one program and Actual/360 in another. The period runs
      *> from LS-FROM-DATE up to but not including LS-TO-DATE; a blank
      *> LS-TO-DATE means the single day starting LS-FROM-DATE (one
      *> night's accrual). Conventions:
      *>   A360  -- actual days over a 360-day year;
      *>   A365  -- actual days over a 365-day year (also any blank or
      *>            unrecognised basis -- the fixed basis every
      *>            program used before products carried one);
      *>   AACT  -- Actual/Actual (ISDA): the days falling in each
      *>            calendar year over that year's length, 365 or 366,
      *>            so a period across a year end or through a 29
      *>            February is split correctly;
      *>   30360 -- 30/360 US: every month counts 30 days -- a start
      *>            on the 31st counts as the 30th, and an end on the
      *>            31st counts as the 30th when the start did.
      *> Hands back the day count under the convention, the length of
      *> the year the period starts in (the per-diem denominator) and
      *> the year fraction. Callers whose period lies in one year
      *> multiply by count / year days, which is exact; a period that
      *> may cross a year end under AACT takes the fraction. No
      *> database access -- pure date arithmetic.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  DC-FROM-YMD            PIC 9(8) VALUE 0.
       01  DC-FROM-PARTS REDEFINES DC-FROM-YMD.
           05  DC-FROM-YYYY       PIC 9(4).
           05  DC-FROM-MM         PIC 9(2).
           05  DC-FROM-DD         PIC 9(2).
       01  DC-TO-YMD              PIC 9(8) VALUE 0.
       01  DC-TO-PARTS REDEFINES DC-TO-YMD.
           05  DC-TO-YYYY         PIC 9(4).
           05  DC-TO-MM           PIC 9(2).
           05  DC-TO-DD           PIC 9(2).
       01  DC-FROM-INT            PIC 9(7) VALUE 0.
       01  DC-TO-INT              PIC 9(7) VALUE 0.
       01  DC-D1                  PIC 9(2) VALUE 0.
       01  DC-D2                  PIC 9(2) VALUE 0.
       01  DC-DATE-TEXT           PIC X(10) VALUE SPACES.
       01  DC-DATE-OK             PIC X(1) VALUE 'Y'.

      *> Actual/Actual walks the period a calendar year at a time.
       01  DC-YEAR                PIC 9(4) VALUE 0.
       01  DC-YEAR-START          PIC 9(7) VALUE 0.
       01  DC-YEAR-END            PIC 9(7) VALUE 0.
       01  DC-YEAR-LENGTH         PIC 9(3) VALUE 0.
       01  DC-SLICE-START         PIC 9(7) VALUE 0.
       01  DC-SLICE-END           PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01  LS-DAY-BASIS           PIC X(5).
       01  LS-FROM-DATE           PIC X(10).
       01  LS-TO-DATE             PIC X(10).
       01  LS-DAY-COUNT           PIC S9(5).
       01  LS-YEAR-DAYS           PIC 9(3).
       01  LS-YEAR-FRACTION       PIC 9(3)V9(12).

       PROCEDURE DIVISION USING LS-DAY-BASIS LS-FROM-DATE LS-TO-DATE
           LS-DAY-COUNT LS-YEAR-DAYS LS-YEAR-FRACTION.
       MAIN-PARA.
           MOVE 0 TO LS-DAY-COUNT
           MOVE 365 TO LS-YEAR-DAYS
           MOVE 0 TO LS-YEAR-FRACTION

           MOVE LS-FROM-DATE TO DC-DATE-TEXT
           PERFORM CHECK-DATE-PARA
           IF DC-DATE-OK NOT = 'Y'
               GOBACK
           END-IF
           MOVE DC-DATE-TEXT(1:4) TO DC-FROM-YYYY
           MOVE DC-DATE-TEXT(6:2) TO DC-FROM-MM
           MOVE DC-DATE-TEXT(9:2) TO DC-FROM-DD
           COMPUTE DC-FROM-INT = FUNCTION INTEGER-OF-DATE(DC-FROM-YMD)

           IF LS-TO-DATE = SPACES
               COMPUTE DC-TO-INT = DC-FROM-INT + 1
               COMPUTE DC-TO-YMD = FUNCTION DATE-OF-INTEGER(DC-TO-INT)
           ELSE
               MOVE LS-TO-DATE TO DC-DATE-TEXT
               PERFORM CHECK-DATE-PARA
               IF DC-DATE-OK NOT = 'Y'
                   GOBACK
               END-IF
               MOVE DC-DATE-TEXT(1:4) TO DC-TO-YYYY
               MOVE DC-DATE-TEXT(6:2) TO DC-TO-MM
               MOVE DC-DATE-TEXT(9:2) TO DC-TO-DD
               COMPUTE DC-TO-INT = FUNCTION INTEGER-OF-DATE(DC-TO-YMD)
           END-IF

           MOVE DC-FROM-YYYY TO DC-YEAR
           PERFORM YEAR-LENGTH-PARA

           EVALUATE LS-DAY-BASIS
               WHEN "A360"
                   MOVE 360 TO LS-YEAR-DAYS
               WHEN "30360"
                   MOVE 360 TO LS-YEAR-DAYS
               WHEN "AACT"
                   MOVE DC-YEAR-LENGTH TO LS-YEAR-DAYS
               WHEN OTHER
                   MOVE 365 TO LS-YEAR-DAYS
           END-EVALUATE

           IF DC-TO-INT <= DC-FROM-INT
               GOBACK
           END-IF

           EVALUATE LS-DAY-BASIS
               WHEN "30360"
                   PERFORM COUNT-30-360-PARA
                   COMPUTE LS-YEAR-FRACTION = LS-DAY-COUNT / 360
               WHEN "AACT"
                   COMPUTE LS-DAY-COUNT = DC-TO-INT - DC-FROM-INT
                   PERFORM COUNT-ACTUAL-ACTUAL-PARA
               WHEN OTHER
                   COMPUTE LS-DAY-COUNT = DC-TO-INT - DC-FROM-INT
                   COMPUTE LS-YEAR-FRACTION =
                       LS-DAY-COUNT / LS-YEAR-DAYS
           END-EVALUATE
           GOBACK.

       CHECK-DATE-PARA.
           MOVE 'Y' TO DC-DATE-OK
           IF DC-DATE-TEXT(1:4) NOT NUMERIC
                   OR DC-DATE-TEXT(6:2) NOT NUMERIC
                   OR DC-DATE-TEXT(9:2) NOT NUMERIC
                   OR DC-DATE-TEXT(5:1) NOT = "-"
                   OR DC-DATE-TEXT(8:1) NOT = "-"
               MOVE 'N' TO DC-DATE-OK
           END-IF.

       COUNT-30-360-PARA.
           MOVE DC-FROM-DD TO DC-D1
           MOVE DC-TO-DD TO DC-D2
           IF DC-D1 = 31
               MOVE 30 TO DC-D1
           END-IF
           IF DC-D2 = 31 AND DC-D1 = 30
               MOVE 30 TO DC-D2
           END-IF
           COMPUTE LS-DAY-COUNT =
               360 * (DC-TO-YYYY - DC-FROM-YYYY)
               + 30 * (DC-TO-MM - DC-FROM-MM)
               + (DC-D2 - DC-D1)
           IF LS-DAY-COUNT < 0
               MOVE 0 TO LS-DAY-COUNT
           END-IF.

       COUNT-ACTUAL-ACTUAL-PARA.
           MOVE 0 TO LS-YEAR-FRACTION
           PERFORM ADD-YEAR-SLICE-PARA
               VARYING DC-YEAR FROM DC-FROM-YYYY BY 1
               UNTIL DC-YEAR > DC-TO-YYYY.

       ADD-YEAR-SLICE-PARA.
      *> The part of the period inside calendar year DC-YEAR, over
      *> that year's own length.
           PERFORM YEAR-LENGTH-PARA
           COMPUTE DC-YEAR-START =
               FUNCTION INTEGER-OF-DATE(DC-YEAR * 10000 + 0101)
           COMPUTE DC-YEAR-END = DC-YEAR-START + DC-YEAR-LENGTH
           MOVE DC-FROM-INT TO DC-SLICE-START
           IF DC-YEAR-START > DC-SLICE-START
               MOVE DC-YEAR-START TO DC-SLICE-START
           END-IF
           MOVE DC-TO-INT TO DC-SLICE-END
           IF DC-YEAR-END < DC-SLICE-END
               MOVE DC-YEAR-END TO DC-SLICE-END
           END-IF
           IF DC-SLICE-END > DC-SLICE-START
               COMPUTE LS-YEAR-FRACTION = LS-YEAR-FRACTION +
                   (DC-SLICE-END - DC-SLICE-START) / DC-YEAR-LENGTH
           END-IF.

       YEAR-LENGTH-PARA.
           IF FUNCTION MOD(DC-YEAR, 400) = 0
                   OR (FUNCTION MOD(DC-YEAR, 4) = 0
                       AND FUNCTION MOD(DC-YEAR, 100) NOT = 0)
               MOVE 366 TO DC-YEAR-LENGTH
           ELSE
               MOVE 365 TO DC-YEAR-LENGTH
           END-IF.

       END PROGRAM DAY-COUNT-SUB.

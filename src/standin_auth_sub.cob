       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDIN-AUTH-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Stand-in authorization for card holds. PLACE-HOLD and the
      *> place_hold route call here only when psql itself has failed
      *> -- the same trigger GET-BALANCE-SUB falls back on -- instead
      *> of declining every card purchase for the length of the
      *> outage. Everything is decided from the files
      *> SNAPSHOT-REFRESH-BATCH wrote at last close:
      *>   balance_snapshot.dat  the account must be there and not
      *>                         CLOSED / FROZEN / CHARGED-OFF /
      *>                         DORMANT
      *>   card_snapshot.dat     the card must be there, on this
      *>                         account and ACTIVE -- a card that was
      *>                         hot (LOST / STOLEN / BLOCKED) or
      *>                         CLOSED at last close stays declined
      *>   standin_limits.dat    the single-authorization limit and
      *>                         the per-account and per-card stand-in
      *>                         ceilings (built-in defaults when the
      *>                         file is missing)
      *> and the stand-in log itself: approvals already logged against
      *> the same snapshot count against both ceilings and come off
      *> the snapshot balance before this one is measured. An approval
      *> is appended to ./standin_log.dat (STANDIN copybook) for
      *> STANDIN-RECOVERY-BATCH to replay as a real hold. Non-card
      *> holds are never stood in for -- they wait for the database.
      *> LS-RESULT comes back 'A' (approved, LS-STANDIN-REF set) or
      *> 'D' with a reason code in LS-REASON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-SNAPSHOT-FILE
           ASSIGN TO "./balance_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BS-ACCOUNT-NUMBER
           FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CARD-SNAPSHOT-FILE ASSIGN TO "./card_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CS-CARD-REFERENCE
           FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT OPTIONAL STANDIN-LIMITS-FILE
           ASSIGN TO "./standin_limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STANDIN-LOG-FILE
           ASSIGN TO "./standin_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT-FILE.
       01  BALANCE-SNAPSHOT-RECORD.
           05  BS-ACCOUNT-NUMBER  PIC X(10).
           05  BS-BALANCE         PIC S9(15)V99.
           05  BS-CURRENCY        PIC X(3).
           05  BS-STATUS          PIC X(10).
           05  BS-AS-OF           PIC X(10).

       FD  CARD-SNAPSHOT-FILE.
       01  CARD-SNAPSHOT-RECORD.
           05  CS-CARD-REFERENCE  PIC X(16).
           05  CS-ACCOUNT-NUMBER  PIC X(10).
           05  CS-CARD-STATUS     PIC X(10).
           05  CS-AS-OF           PIC X(10).

       FD  STANDIN-LIMITS-FILE.
       01  STANDIN-LIMITS-RECORD.
           05  SLM-MAX-AUTH       PIC 9(7)V99.
           05  SLM-ACCOUNT-CEILING PIC 9(7)V99.
           05  SLM-CARD-CEILING   PIC 9(7)V99.
           05  SLM-AS-OF          PIC X(10).

       FD  STANDIN-LOG-FILE.
       COPY "standin".

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-STATUS     PIC X(2) VALUE SPACES.
       01  WS-STANDIN-OK          PIC X(1) VALUE 'Y'.
       01  WS-END-OF-FILE         PIC X(1) VALUE 'N'.

      *> Built-in limits, used when the nightly limits file is absent.
       01  WS-MAX-AUTH            PIC 9(7)V99 VALUE 100.
       01  WS-ACCOUNT-CEILING     PIC 9(7)V99 VALUE 300.
       01  WS-CARD-CEILING        PIC 9(7)V99 VALUE 200.

       01  WS-SNAPSHOT-BALANCE    PIC S9(15)V99 VALUE 0.
       01  WS-SNAPSHOT-AS-OF      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-STANDIN     PIC 9(15)V99 VALUE 0.
       01  WS-CARD-STANDIN        PIC 9(15)V99 VALUE 0.
       01  WS-NEW-TOTAL           PIC 9(15)V99 VALUE 0.
       01  WS-NOW                 PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-ACCOUNT-NUMBER      PIC X(10).
       01  LS-CARD-REFERENCE      PIC X(16).
       01  LS-AUTH-REFERENCE      PIC X(15).
       01  LS-AMOUNT              PIC 9(15)V99.
       01  LS-HOLD-DAYS           PIC 9(3).
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-CHANNEL             PIC X(6).
       01  LS-RESULT              PIC X(1).
       01  LS-REASON              PIC X(20).
       01  LS-STANDIN-REF         PIC X(28).

       PROCEDURE DIVISION USING
           LS-ACCOUNT-NUMBER LS-CARD-REFERENCE LS-AUTH-REFERENCE
           LS-AMOUNT LS-HOLD-DAYS LS-OPERATOR-ID LS-CHANNEL
           LS-RESULT LS-REASON LS-STANDIN-REF.
       MAIN-PARA.
           MOVE 'D' TO LS-RESULT
           MOVE SPACES TO LS-REASON LS-STANDIN-REF
           MOVE 'Y' TO WS-STANDIN-OK

           IF FUNCTION TRIM(LS-CARD-REFERENCE) = SPACES
               MOVE "STANDIN-NOT-CARD" TO LS-REASON
               GOBACK
           END-IF

           PERFORM LOAD-LIMITS-PARA
           IF LS-AMOUNT > WS-MAX-AUTH
               MOVE "STANDIN-OVER-LIMIT" TO LS-REASON
               GOBACK
           END-IF

           PERFORM CHECK-ACCOUNT-PARA
           IF WS-STANDIN-OK = 'Y'
               PERFORM CHECK-CARD-PARA
           END-IF
           IF WS-STANDIN-OK = 'Y'
               PERFORM SUM-STANDIN-LOG-PARA
               PERFORM CHECK-CEILINGS-PARA
           END-IF
           IF WS-STANDIN-OK = 'Y'
               PERFORM WRITE-STANDIN-LOG-PARA
               MOVE 'A' TO LS-RESULT
               MOVE "STANDIN-APPROVED" TO LS-REASON
           END-IF
           GOBACK.

       LOAD-LIMITS-PARA.
           OPEN INPUT STANDIN-LIMITS-FILE
           READ STANDIN-LIMITS-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE SLM-MAX-AUTH TO WS-MAX-AUTH
                   MOVE SLM-ACCOUNT-CEILING TO WS-ACCOUNT-CEILING
                   MOVE SLM-CARD-CEILING TO WS-CARD-CEILING
           END-READ
           CLOSE STANDIN-LIMITS-FILE.

       CHECK-ACCOUNT-PARA.
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               MOVE 'N' TO WS-STANDIN-OK
               MOVE "STANDIN-NO-SNAPSHOT" TO LS-REASON
           ELSE
               MOVE LS-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
               READ BALANCE-SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-STANDIN-OK
                       MOVE "STANDIN-NO-ACCOUNT" TO LS-REASON
               END-READ
               IF WS-STANDIN-OK = 'Y'
                   IF BS-STATUS = "CLOSED" OR BS-STATUS = "FROZEN"
                       OR BS-STATUS = "CHARGED-OFF"
                       OR BS-STATUS = "DORMANT"
                       MOVE 'N' TO WS-STANDIN-OK
                       MOVE "STANDIN-ACCT-STATUS" TO LS-REASON
                   ELSE
                       MOVE BS-BALANCE TO WS-SNAPSHOT-BALANCE
                       MOVE BS-AS-OF TO WS-SNAPSHOT-AS-OF
                   END-IF
               END-IF
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.

       CHECK-CARD-PARA.
           *> The hot-card check PLACE-HOLD runs against the cards
           *> table, answered from last close: only a card that was
           *> ACTIVE on this account then is stood in for.
           OPEN INPUT CARD-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               MOVE 'N' TO WS-STANDIN-OK
               MOVE "STANDIN-NO-SNAPSHOT" TO LS-REASON
           ELSE
               MOVE LS-CARD-REFERENCE TO CS-CARD-REFERENCE
               READ CARD-SNAPSHOT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-STANDIN-OK
                       MOVE "STANDIN-NO-CARD" TO LS-REASON
               END-READ
               IF WS-STANDIN-OK = 'Y'
                   IF CS-ACCOUNT-NUMBER NOT = LS-ACCOUNT-NUMBER
                       MOVE 'N' TO WS-STANDIN-OK
                       MOVE "STANDIN-CARD-ACCOUNT" TO LS-REASON
                   ELSE
                       IF CS-CARD-STATUS NOT = "ACTIVE"
                           MOVE 'N' TO WS-STANDIN-OK
                           MOVE "STANDIN-HOT-CARD" TO LS-REASON
                       END-IF
                   END-IF
               END-IF
               CLOSE CARD-SNAPSHOT-FILE
           END-IF.

       SUM-STANDIN-LOG-PARA.
           MOVE 0 TO WS-ACCOUNT-STANDIN WS-CARD-STANDIN
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STANDIN-LOG-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ STANDIN-LOG-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM ADD-ONE-APPROVAL-PARA
               END-READ
           END-PERFORM
           CLOSE STANDIN-LOG-FILE.

       ADD-ONE-APPROVAL-PARA.
           IF SIL-SNAPSHOT-AS-OF = WS-SNAPSHOT-AS-OF
               IF SIL-ACCOUNT-NUMBER = LS-ACCOUNT-NUMBER
                   ADD SIL-AMOUNT TO WS-ACCOUNT-STANDIN
               END-IF
               IF SIL-CARD-REFERENCE = LS-CARD-REFERENCE
                   ADD SIL-AMOUNT TO WS-CARD-STANDIN
               END-IF
           END-IF.

       CHECK-CEILINGS-PARA.
           COMPUTE WS-NEW-TOTAL = WS-ACCOUNT-STANDIN + LS-AMOUNT
           IF WS-NEW-TOTAL > WS-ACCOUNT-CEILING
               MOVE 'N' TO WS-STANDIN-OK
               MOVE "STANDIN-ACCT-CEILING" TO LS-REASON
           END-IF
           COMPUTE WS-NEW-TOTAL = WS-CARD-STANDIN + LS-AMOUNT
           IF WS-STANDIN-OK = 'Y' AND WS-NEW-TOTAL > WS-CARD-CEILING
               MOVE 'N' TO WS-STANDIN-OK
               MOVE "STANDIN-CARD-CEILING" TO LS-REASON
           END-IF
           *> Last close's balance, less what stand-in has already
           *> promised against it, must still cover this one.
           IF WS-STANDIN-OK = 'Y'
               AND WS-SNAPSHOT-BALANCE - WS-ACCOUNT-STANDIN
                   < LS-AMOUNT
               MOVE 'N' TO WS-STANDIN-OK
               MOVE "STANDIN-NSF" TO LS-REASON
           END-IF.

       WRITE-STANDIN-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO STANDIN-LOG-RECORD
           STRING "SI" WS-NOW(1:16) LS-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO SIL-STANDIN-REF
           MOVE LS-ACCOUNT-NUMBER TO SIL-ACCOUNT-NUMBER
           MOVE LS-CARD-REFERENCE TO SIL-CARD-REFERENCE
           MOVE LS-AUTH-REFERENCE TO SIL-AUTH-REFERENCE
           MOVE LS-AMOUNT TO SIL-AMOUNT
           MOVE LS-HOLD-DAYS TO SIL-HOLD-DAYS
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
               WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
               DELIMITED BY SIZE INTO SIL-APPROVED-AT
           MOVE WS-SNAPSHOT-AS-OF TO SIL-SNAPSHOT-AS-OF
           MOVE LS-OPERATOR-ID TO SIL-OPERATOR-ID
           MOVE LS-CHANNEL TO SIL-CHANNEL
           OPEN EXTEND STANDIN-LOG-FILE
           WRITE STANDIN-LOG-RECORD
           CLOSE STANDIN-LOG-FILE
           MOVE SIL-STANDIN-REF TO LS-STANDIN-REF.

       END PROGRAM STANDIN-AUTH-SUB.

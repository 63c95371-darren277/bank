       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-MODE-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Teller training mode. New tellers used to practise on the
      *> production programs against real accounts -- and a trainee's
      *> "test" withdrawal once posted to a customer's account. In
      *> training mode the training-enabled programs (INSERT-
      *> TRANSACTION, MIXED-TICKET, DRAWER-MANAGEMENT, OFFICIAL-CHECK
      *> and the inquiry screens) and every subprogram they reach run
      *> against DB-TRAINING-NAME, the masked copy TRAINING-REFRESH-
      *> BATCH rebuilds each night, instead of the live database.
      *>
      *> The mode lives in the process environment as
      *> BANK_TRAINING_MODE, the way REQUEST-ID-SUB carries the
      *> request ID: SIGNON-TRAINING-SUB sets it when the operator
      *> signs on in training (a trainee always does), and a training
      *> room terminal exports it for the inquiry screens, which have
      *> no sign-on. Anything that writes outside the database checks
      *> it too: the audit trail goes to training segments, the
      *> teller journal file to its own training file, and no event
      *> or retry-queue entry is raised -- nothing done in training
      *> reaches the live audit, events, GL or journal.
      *>   TRAINING-MODE-SUB       -- switch the caller's DB-CONFIG to
      *>                              the training database when in
      *>                              training; mode back as Y or N
      *>   TRAINING-SCREEN-SUB     -- the same, plus the TRAINING
      *>                              banner on the screen
      *>   TRAINING-MODE-CHECK-SUB -- the mode only, for the file
      *>                              writers that hold no DB-CONFIG
      *>   TRAINING-MODE-SET-SUB   -- sign-on only: set the mode for
      *>                              the rest of the process

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-MODE-SETTING        PIC X(10) VALUE SPACES.
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
      *> The DBCONFIG layout, field for field.
       01  LS-DB-CONFIG.
           05  LS-DB-USER         PIC X(20).
           05  LS-DB-PASSWORD     PIC X(20).
           05  LS-DB-NAME         PIC X(20).
           05  LS-DB-TRAINING-NAME PIC X(20).
       01  LS-TRAINING-MODE       PIC X(1).

       PROCEDURE DIVISION USING LS-DB-CONFIG LS-TRAINING-MODE.
       MAIN-PARA.
           PERFORM READ-MODE-PARA
           PERFORM SWITCH-DATABASE-PARA
           GOBACK.

      *>----------------------------------------------------------------
      *> TRAINING-SCREEN-SUB
      *> Called by the training-enabled programs once the operator is
      *> signed on (at the top, for the inquiry screens), so the
      *> first thing on a training screen says so.
      *>----------------------------------------------------------------
       ENTRY "TRAINING-SCREEN-SUB" USING
           LS-DB-CONFIG LS-TRAINING-MODE.
       SCREEN-MAIN-PARA.
           PERFORM READ-MODE-PARA
           PERFORM SWITCH-DATABASE-PARA
           IF WS-TRAINING-MODE = 'Y'
               DISPLAY "********************** TRAINING MODE "
                   "**********************"
               DISPLAY "  Practice database "
                   FUNCTION TRIM(LS-DB-TRAINING-NAME)
                   " -- nothing here touches the live books,"
               DISPLAY "  audit trail, events, GL or teller journal."
               DISPLAY "********************** TRAINING MODE "
                   "**********************"
           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> TRAINING-MODE-CHECK-SUB
      *>----------------------------------------------------------------
       ENTRY "TRAINING-MODE-CHECK-SUB" USING LS-TRAINING-MODE.
       CHECK-MAIN-PARA.
           PERFORM READ-MODE-PARA
           MOVE WS-TRAINING-MODE TO LS-TRAINING-MODE
           GOBACK.

      *>----------------------------------------------------------------
      *> TRAINING-MODE-SET-SUB
      *> Only SIGNON-OPERATOR-SUB calls this. Y puts the rest of the
      *> process in training; N leaves it on the live books.
      *>----------------------------------------------------------------
       ENTRY "TRAINING-MODE-SET-SUB" USING LS-TRAINING-MODE.
       SET-MAIN-PARA.
           IF LS-TRAINING-MODE = 'Y'
               SET ENVIRONMENT "BANK_TRAINING_MODE" TO "Y"
           ELSE
               SET ENVIRONMENT "BANK_TRAINING_MODE" TO "N"
           END-IF
           GOBACK.

       READ-MODE-PARA.
           MOVE SPACES TO WS-MODE-SETTING
           ACCEPT WS-MODE-SETTING FROM ENVIRONMENT "BANK_TRAINING_MODE"
           IF WS-MODE-SETTING = "Y" OR WS-MODE-SETTING = "y"
               MOVE 'Y' TO WS-TRAINING-MODE
           ELSE
               MOVE 'N' TO WS-TRAINING-MODE
           END-IF.

       SWITCH-DATABASE-PARA.
           MOVE WS-TRAINING-MODE TO LS-TRAINING-MODE
           IF WS-TRAINING-MODE = 'Y'
               MOVE LS-DB-TRAINING-NAME TO LS-DB-NAME
           END-IF.

       END PROGRAM TRAINING-MODE-SUB.

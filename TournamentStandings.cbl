      *every cabinet re-reads on each push. Without the flag it ranks
      *the window's tagged entries - best score per player initials -
      *and prints the placement list the prizes are paid from.
      *Entries ScoreAudit has put on hold in score_holds.dat are left
      *off the list, and counted, until the operator clears them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNAMENT-FILE ASSIGN TO DYNAMIC WS_TOURNAMENT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_TOURNAMENT_STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS_HOLD_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HOLD_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHARED-LEADERBOARD-FILE.
           02 TRN-START PIC 9(14).
           02 TRN-END PIC 9(14).
           02 TRN-NAME PIC X(16).
       FD  HOLD-FILE.
       01  HLD-RECORD.
           02 HLD-INITIALS PIC X(3).
           02 HLD-TIMESTAMP PIC 9(14).
           02 HLD-CABINET-ID PIC X(20).
           02 HLD-STATE PIC X.
               88 HLD-HELD VALUE 'H'.
           02 HLD-SCORE PIC 9(6).
           02 HLD-REASON PIC X(24).
           02 HLD-HELD-ON PIC 9(8).
           02 HLD-CLEARED-BY PIC X(3).
           02 HLD-CLEARED-ON PIC 9(8).
       WORKING-STORAGE SECTION.
       78 WS_TRN_MAX_PLAYERS VALUE 100.
       78 WS_MAX_SCORE_HOLDS VALUE 500.
       01 WS_HOLD_PATH PIC X(40) VALUE 'score_holds.dat'.
       01 WS_HOLD_STATUS PIC XX.
       01 WS_HOLD_EOF PIC 9 VALUE 0.
           88 WS_HOLD_AT_END VALUE 1.
       01 WS_HOLD_COUNT PIC 999 VALUE 0.
       01 WS_HOLD_TABLE OCCURS WS_MAX_SCORE_HOLDS TIMES.
           02 WS_HOLD_KEY PIC X(37).
       01 WS_HOLD_I PIC 999.
       01 WS_SCORE_HELD_FLAG PIC 9.
           88 WS_SCORE_HELD VALUE 1.
       01 WS_HELD_COUNT PIC 9(7) VALUE 0.
       01 WS_SHARED_PATH PIC X(40) VALUE 'shared_leaderboard.dat'.
       01 WS_SHARED_STATUS PIC XX.
       01 WS_SHARED_EOF PIC 9 VALUE 0.
               STOP RUN
           END-IF
           PERFORM LOAD_TOURNAMENT_WINDOW
           PERFORM LOAD_SCORE_HOLDS
           PERFORM COLLECT_STANDINGS
           PERFORM SORT_STANDINGS
           PERFORM PRINT_STANDINGS
      * EVERY TAGGED ENTRY INSIDE THE WINDOW, FOLDED TO ONE ROW PER
      * PLAYER INITIALS HOLDING THAT PLAYER'S BEST SCORE. ENTRIES
      * TAGGED BY AN EARLIER PROMOTION FALL OUTSIDE THE WINDOW AND
      * ARE SKIPPED, AS ARE ENTRIES ON AUDIT HOLD - NO PRIZE IS PAID
      * ON A SCORE NOBODY HAS VOUCHED FOR. *
           OPEN INPUT SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ' WS_SHARED_PATH(1:22)
                       IF SHR-TOURNAMENT-ENTRY
                           AND SHR-TIMESTAMP >= TRN-START
                           AND SHR-TIMESTAMP <= TRN-END
                           PERFORM CHECK_SCORE_HOLD
                           IF WS_SCORE_HELD
                               ADD 1 TO WS_HELD_COUNT
                           ELSE
                               ADD 1 TO WS_ENTRY_COUNT
                               PERFORM NOTE_TOURNAMENT_SCORE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHARED-LEADERBOARD-FILE.

       LOAD_SCORE_HOLDS SECTION.
      * ONLY ROWS STILL HELD MATTER; NO FILE MEANS NOTHING IS HELD. *
           OPEN INPUT HOLD-FILE
           IF WS_HOLD_STATUS NOT = '35'
               PERFORM UNTIL WS_HOLD_AT_END
                   READ HOLD-FILE
                       AT END
                           SET WS_HOLD_AT_END TO TRUE
                       NOT AT END
                           IF HLD-HELD
                               AND WS_HOLD_COUNT < WS_MAX_SCORE_HOLDS
                               ADD 1 TO WS_HOLD_COUNT
                               MOVE HLD-RECORD(1:37) TO
                                   WS_HOLD_KEY(WS_HOLD_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK_SCORE_HOLD SECTION.
           MOVE 0 TO WS_SCORE_HELD_FLAG
           PERFORM VARYING WS_HOLD_I FROM 1 BY 1
                              UNTIL WS_HOLD_I > WS_HOLD_COUNT
                                  OR WS_SCORE_HELD
               IF WS_HOLD_KEY(WS_HOLD_I) = SHR-KEY
                   SET WS_SCORE_HELD TO TRUE
               END-IF
           END-PERFORM.

       NOTE_TOURNAMENT_SCORE SECTION.
           MOVE 0 TO WS_TRN_FOUND_FLAG
           PERFORM VARYING WS_TRN_I FROM 1 BY 1
               END-PERFORM
               DISPLAY WS_ENTRY_COUNT ' TAGGED ENTRY(IES), '
                   WS_TRN_COUNT ' PLAYER(S) PLACED'
           END-IF
           IF WS_HELD_COUNT > 0
               DISPLAY WS_HELD_COUNT ' ENTRY(IES) ON AUDIT HOLD LEFT'
                   ' OFF - SEE ScoreAudit'
           END-IF.

       END PROGRAM TournamentStandings.

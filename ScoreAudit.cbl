       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScoreAudit.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Score plausibility audit over the shop-wide keyed
      *leaderboard and the local highscores.dat (see SAVE_HIGHSCORE
      *and PUSH_SHARED_SCORE SECTIONs in Backalley.cbl). Tournament
      *prize money is paid off these files, so every placing must be
      *defensible. For each level set - the classic levelNN.dat run
      *and every set named in level_schedule.dat - the most a game
      *could ever score is worked out from the brick types, by the
      *same WS_POINTS rules the game scores with: each destructible
      *brick's points plus the speed premium at the top ball speed,
      *and the life bonus for every level with a full hand of lives.
      *Each entry is then checked against that ceiling, against the
      *AUDIT-REC session it came from (the speed the ball could have
      *reached in that many seconds), and against the LEVEL-STATS-REC
      *rows the cabinet wrote during the session. Suspect entries are
      *printed on an exceptions report and put on hold in
      *score_holds.dat; the attract board and TournamentStandings
      *skip a held entry until the operator clears it with
      *SCORE_CLEAR=Y (HOLD_INITIALS, HOLD_TIMESTAMP, HOLD_CABINET and
      *CLEARED_BY name the entry and who vouched for it). A cleared
      *entry is not held again unless its score changes. SCORE_HOLDS=Y
      *lists the hold file. SCORE_SINCE=YYYYMMDD limits the audit to
      *entries from that day on; SCORE_AUDIT, SCORE_STATS and
      *SCORE_SNAPSHOTS name a merged shop-wide file instead of the
      *cabinet's own, as ShopReport does. The session and level-trail
      *limits use the start speed, ramp and lives of the cabinet the
      *entry was played on, from its config_snapshot.dat row; this
      *cabinet's config.dat stands in for its own missing row, and a
      *cabinet with neither gets the loosest settings the game
      *allows. Returns nonzero when an entry is held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHARED-LEADERBOARD-FILE
               ASSIGN TO DYNAMIC WS_SHARED_PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHR-KEY
               FILE STATUS IS WS_SHARED_STATUS.
           SELECT HIGHSCORE-FILE ASSIGN TO DYNAMIC WS_HIGHSCORE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HIGHSCORE_STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS_HOLD_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HOLD_STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS_AUDIT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_AUDIT_STATUS.
           SELECT LEVEL-STATS-FILE ASSIGN TO DYNAMIC WS_LEVEL_STATS_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEVEL_STATS_STATUS.
           SELECT LEVEL-FILE ASSIGN TO DYNAMIC WS_LEVEL_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEVEL_STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS_SCHEDULE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_SCHEDULE_STATUS.
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS_CONFIG_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_CONFIG_STATUS.
           SELECT CONFIG-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS_SNAPSHOT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_SNAPSHOT_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHARED-LEADERBOARD-FILE.
       01  SHR-RECORD.
           02 SHR-KEY.
               03 SHR-INITIALS PIC X(3).
               03 SHR-TIMESTAMP PIC 9(14).
               03 SHR-CABINET-ID PIC X(20).
           02 SHR-BRICKS-CLEARED PIC 9(6).
           02 SHR-LIVES-REMAINING PIC 9.
           02 SHR-TOURNAMENT-FLAG PIC X.
               88 SHR-TOURNAMENT-ENTRY VALUE 'T'.
       FD  HIGHSCORE-FILE.
       01  HS-RECORD.
           02 HS-INITIALS PIC X(3).
           02 HS-BRICKS-CLEARED PIC 9(6).
           02 HS-LIVES-REMAINING PIC 9.
           02 HS-TIMESTAMP PIC 9(14).
           02 HS-CABINET-ID PIC X(20).
       FD  HOLD-FILE.
      * ONE ROW PER ENTRY THIS AUDIT EVER FOUND SUSPECT, KEYED THE WAY
      * SHR-KEY IS, SO ONE HOLD COVERS BOTH THE LOCAL AND THE SHARED
      * COPY OF A WIN. A CLEARED ROW IS KEPT (WITH WHO CLEARED IT) SO
      * THE NEXT RUN DOES NOT HOLD THE SAME ENTRY AGAIN; HLD-SCORE IS
      * THE SCORE THAT WAS VOUCHED FOR, AND AN ENTRY WHOSE SCORE HAS
      * CHANGED SINCE IS HELD AFRESH. *
       01  HLD-RECORD.
           02 HLD-INITIALS PIC X(3).
           02 HLD-TIMESTAMP PIC 9(14).
           02 HLD-CABINET-ID PIC X(20).
           02 HLD-STATE PIC X.
               88 HLD-HELD VALUE 'H'.
               88 HLD-CLEARED VALUE 'C'.
           02 HLD-SCORE PIC 9(6).
           02 HLD-REASON PIC X(24).
           02 HLD-HELD-ON PIC 9(8).
           02 HLD-CLEARED-BY PIC X(3).
           02 HLD-CLEARED-ON PIC 9(8).
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           02 AUD-TIMESTAMP PIC 9(14).
           02 AUD-START-TICK PIC 9(10).
           02 AUD-END-TICK PIC 9(10).
           02 AUD-END-REASON PIC X.
               88 AUD-REASON-WIN VALUE 'W'.
           02 AUD-FINAL-LIVES PIC 9.
           02 AUD-FINAL-BALL-SPEED PIC 99.
           02 AUD-CABINET-ID PIC X(20).
           02 AUD-SESSION-TYPE PIC X.
           02 AUD-GAMES-PER-COIN PIC X.
       FD  LEVEL-STATS-FILE.
       01  LEVEL-STATS-REC.
           02 LVS-TIMESTAMP PIC 9(14).
           02 LVS-CABINET-ID PIC X(20).
           02 LVS-LEVEL PIC 99.
           02 LVS-TIME-MS PIC 9(10).
           02 LVS-LIVES-LOST PIC 99.
           02 LVS-BRICKS-CLEARED PIC 999.
           02 LVS-BRICKS-TOTAL PIC 999.
           02 LVS-OUTCOME PIC X.
               88 LVS-COMPLETED VALUE 'C'.
       FD  LEVEL-FILE.
       01  LEVEL-REC.
           02 LV-ROW PIC 99.
           02 LV-COL PIC 99.
           02 LV-WIDTH PIC 999.
           02 LV-HEIGHT PIC 999.
           02 LV-TYPE PIC 9.
               88 LV-TYPE-MULTI-HIT VALUE 1.
               88 LV-TYPE-WALL VALUE 2.
               88 LV-TYPE-POWERUP VALUE 3.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           02 LSC-START-HHMM PIC 9(4).
           02 LSC-END-HHMM PIC 9(4).
           02 LSC-SET-NAME PIC X(8).
       FD  CONFIG-FILE.
       01  CFG-RECORD.
           02 CFG-PADDLE-MAX-SPEED PIC 99.
           02 CFG-BALL-START-SPEED PIC 99.
           02 CFG-RAMP-MS PIC 9(5).
           02 CFG-STARTING-LIVES PIC 9.
           02 CFG-GAMES-PER-COIN PIC 9.
           02 CFG-ATTRACT-SECS PIC 999.
           02 CFG-OPERATING-MODE PIC X.
       FD  CONFIG-SNAPSHOT-FILE.
       01  CFS-RECORD.
           02 CFS-CABINET-ID PIC X(20).
           02 CFS-UPDATED PIC 9(14).
           02 CFS-CONFIG.
               03 CFS-PADDLE-MAX-SPEED PIC 99.
               03 CFS-BALL-START-SPEED PIC 99.
               03 CFS-RAMP-MS PIC 9(5).
               03 CFS-STARTING-LIVES PIC 9.
               03 CFS-GAMES-PER-COIN PIC 9.
               03 CFS-ATTRACT-SECS PIC 999.
               03 CFS-OPERATING-MODE PIC X.
       WORKING-STORAGE SECTION.
      * THE SCORING RULES, AS DECLARED IN Backalley.cbl. THE BALL
      * SPEED IS A TWO-DIGIT FIELD THERE, SO 99 IS THE FASTEST ANY
      * BRICK CAN EVER BE DESTROYED AT; NINE IS THE MOST LIVES A
      * CONFIG RECORD CAN GRANT; 1000 MS IS THE SHORTEST RAMP THE
      * SERVICE MENU WILL SET. A LEVEL FILE LONGER THAN WS_MAX_BRICKS
      * IS CUT SHORT ON LOAD THE SAME WAY THE GAME CUTS IT. *
       78 WS_POINTS_NORMAL VALUE 10.
       78 WS_POINTS_MULTI_HIT VALUE 25.
       78 WS_POINTS_POWERUP VALUE 50.
       78 WS_POINTS_SPEED_BONUS VALUE 2.
       78 WS_POINTS_LIFE_BONUS VALUE 100.
       78 WS_TOP_BALL_SPEED VALUE 99.
       78 WS_TOP_LIVES VALUE 9.
       78 WS_MIN_RAMP_MS VALUE 1000.
       78 WS_MAX_BRICKS VALUE 100.
       78 WS_DEFAULT_BOARD_BRICKS VALUE 40.
       78 WS_MAX_SETS VALUE 20.
       78 WS_MAX_SCHEDULE VALUE 50.
       78 WS_MAX_HOLDS VALUE 500.
       78 WS_MAX_CABINETS VALUE 50.
      * THE SCORE IS STAMPED WHEN THE INITIALS ARE CONFIRMED AND THE
      * SESSION'S AUDIT ROW IS CLOSED RIGHT AFTER, SO THE SCORE FALLS
      * INSIDE ITS OWN SESSION; A FEW SECONDS OF SLACK COVERS THE
      * ROUNDING OF TWO CLOCKS TO THE WHOLE SECOND. *
       78 WS_MATCH_WINDOW_SECS VALUE 5.
       01 WS_SHARED_PATH PIC X(40) VALUE 'shared_leaderboard.dat'.
       01 WS_SHARED_STATUS PIC XX.
       01 WS_SHARED_OPEN_FLAG PIC 9 VALUE 0.
           88 WS_SHARED_OPEN VALUE 1.
       01 WS_SHARED_EOF PIC 9 VALUE 0.
           88 WS_SHARED_AT_END VALUE 1.
       01 WS_HIGHSCORE_PATH PIC X(40) VALUE 'highscores.dat'.
       01 WS_HIGHSCORE_STATUS PIC XX.
       01 WS_HIGHSCORE_EOF PIC 9 VALUE 0.
           88 WS_HIGHSCORE_AT_END VALUE 1.
       01 WS_HOLD_PATH PIC X(40) VALUE 'score_holds.dat'.
       01 WS_HOLD_STATUS PIC XX.
       01 WS_HOLD_EOF PIC 9 VALUE 0.
           88 WS_HOLD_AT_END VALUE 1.
       01 WS_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_AUDIT_EOF PIC 9 VALUE 0.
           88 WS_AUDIT_AT_END VALUE 1.
       01 WS_MERGED_AUDIT_PATH PIC X(40) VALUE SPACES.
       01 WS_LEVEL_STATS_PATH PIC X(40) VALUE 'level_stats.dat'.
       01 WS_LEVEL_STATS_STATUS PIC XX.
       01 WS_STATS_EOF PIC 9 VALUE 0.
           88 WS_STATS_AT_END VALUE 1.
       01 WS_LEVEL_PATH PIC X(40).
       01 WS_LEVEL_STATUS PIC XX.
       01 WS_LEVEL_EOF PIC 9 VALUE 0.
           88 WS_LEVEL_AT_END VALUE 1.
       01 WS_SCHEDULE_PATH PIC X(40) VALUE 'level_schedule.dat'.
       01 WS_SCHEDULE_STATUS PIC XX.
       01 WS_SCHEDULE_EOF PIC 9 VALUE 0.
           88 WS_SCHEDULE_AT_END VALUE 1.
       01 WS_CONFIG_PATH PIC X(40) VALUE 'config.dat'.
       01 WS_CONFIG_STATUS PIC XX.
       01 WS_SNAPSHOT_PATH PIC X(40) VALUE 'config_snapshot.dat'.
       01 WS_SNAPSHOT_STATUS PIC XX.
       01 WS_SNAPSHOT_EOF PIC 9 VALUE 0.
           88 WS_SNAPSHOT_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).
       01 WS_MODE_ENV PIC X(3).
       01 WS_SINCE_ENV PIC X(8).
       01 WS_SINCE_DATE PIC 9(8) VALUE 0.
       01 WS_TODAY PIC 9(8).

      * THIS CABINET'S CONFIG, FOR THE SESSION AND LEVEL-TRAIL
      * LIMITS: THE SPEED A SERVE STARTS AT, HOW OFTEN IT STEPS UP,
      * AND THE LIVES A GAME STARTS WITH. THE GAME'S OWN DEFAULTS
      * APPLY WHEN THERE IS NO config.dat. IT BOUNDS ONLY THIS
      * CABINET'S OWN ENTRIES; EVERY OTHER CABINET IS BOUND BY THE
      * SETTINGS IN ITS OWN SNAPSHOT ROW. *
       01 WS_LOCAL_CABINET PIC X(20) VALUE SPACES.
       01 WS_BALL_START_SPEED PIC 99 VALUE 2.
       01 WS_DIFFICULTY_RAMP_MS PIC 9(5) VALUE 10000.
       01 WS_STARTING_LIVES PIC 9 VALUE 3.

      * THE LATEST SNAPSHOT ROW PER CABINET, AND THE SETTINGS THE
      * ENTRY UNDER EXAMINATION IS BOUND BY. *
       01 WS_SNAP_COUNT PIC 99 VALUE 0.
       01 WS_SNAP_TABLE.
           02 WS_SNAP_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_SNAP_CABINET PIC X(20).
               03 WS_SNAP_UPDATED PIC 9(14).
               03 WS_SNAP_START_SPEED PIC 99.
               03 WS_SNAP_RAMP_MS PIC 9(5).
               03 WS_SNAP_LIVES PIC 9.
       01 WS_SNAP_I PIC 99.
       01 WS_SNAP_FOUND_FLAG PIC 9.
           88 WS_SNAP_FOUND VALUE 1.
       01 WS_ENT_START_SPEED PIC 99.
       01 WS_ENT_RAMP_MS PIC 9(5).
       01 WS_ENT_LIVES PIC 9.

      * ONE ROW PER LEVEL SET: HOW MANY BOARDS, HOW MANY BRICKS CAN
      * BE DESTROYED ACROSS THEM, AND THEIR BASE POINTS BEFORE ANY
      * SPEED PREMIUM. ROW 1 IS ALWAYS THE CLASSIC UNPREFIXED RUN. *
       01 WS_SET_COUNT PIC 99 VALUE 0.
       01 WS_SET_TABLE.
           02 WS_SET_ROW OCCURS WS_MAX_SETS TIMES.
               03 WS_SET_NAME PIC X(8).
               03 WS_SET_LEVELS PIC 99.
               03 WS_SET_BRICKS PIC 9(5).
               03 WS_SET_POINTS PIC 9(7).
               03 WS_SET_CEILING PIC 9(7).
       01 WS_SET_I PIC 99.
       01 WS_TOP_SET_I PIC 99 VALUE 1.
       01 WS_ENT_SET_I PIC 99.
       01 WS_SET_FOUND_FLAG PIC 9.
           88 WS_SET_FOUND VALUE 1.
       01 WS_LEVEL_NO PIC 99.
       01 WS_LEVEL_BRICKS PIC 999.
       01 WS_LEVEL_MISSING_FLAG PIC 9.
           88 WS_LEVEL_MISSING VALUE 1.
       01 WS_SCHED_COUNT PIC 99 VALUE 0.
       01 WS_SCHED_TABLE.
           02 WS_SCHED_ROW OCCURS WS_MAX_SCHEDULE TIMES.
               03 WS_SCHED_START PIC 9(4).
               03 WS_SCHED_END PIC 9(4).
               03 WS_SCHED_SET PIC X(8).
       01 WS_SCHED_I PIC 99.
       01 WS_SESSION_HHMM PIC 9(4).
       01 WS_SCHED_SET_PICKED PIC X(8).

      * THE ENTRY UNDER EXAMINATION, FROM EITHER FILE. *
       01 WS_ENTRY.
           02 WS_ENT_INITIALS PIC X(3).
           02 WS_ENT_TIMESTAMP PIC 9(14).
           02 WS_ENT_CABINET PIC X(20).
       01 WS_ENT_SCORE PIC 9(6).
       01 WS_ENT_SOURCE PIC X(6).
       01 WS_ENT_SHARED_FLAG PIC 9.
           88 WS_ENT_IS_SHARED VALUE 1.
       01 WS_ENT_MISMATCH_FLAG PIC 9.
           88 WS_ENT_MISMATCH VALUE 1.
       01 WS_ENT_SECS PIC 9(11).
       01 WS_REASON PIC X(24).
       01 WS_LIMIT PIC 9(7).
       01 WS_SPEED_CAP PIC 9(5).

      * THE SESSION THE ENTRY CAME FROM: THE LATEST AUDIT ROW FOR THE
      * SAME CABINET THAT STARTED BEFORE THE SCORE WAS STAMPED. *
       01 WS_SESSION_FOUND_FLAG PIC 9.
           88 WS_SESSION_FOUND VALUE 1.
       01 WS_SESSION_START PIC 9(14).
       01 WS_SESSION_START_SECS PIC 9(11).
       01 WS_SESSION_LEN_MS PIC 9(10).
       01 WS_SESSION_LEN_KNOWN_FLAG PIC 9.
           88 WS_SESSION_LEN_KNOWN VALUE 1.
       01 WS_SESSION_RESUMED_FLAG PIC 9.
           88 WS_SESSION_RESUMED VALUE 1.
       01 WS_SESSION_REASON PIC X.
           88 WS_SESSION_WON VALUE 'W'.
       01 WS_SESSION_END_SECS PIC 9(11).
       01 WS_ARCHIVE_DATE PIC 9(8).
       01 WS_ARCHIVE_INT PIC 9(8).
       01 WS_TRAIL_ROWS PIC 9(5).
       01 WS_TRAIL_COMPLETED PIC 9(5).
       01 WS_TRAIL_BRICKS PIC 9(7).
       01 WS_STAMP.
           02 WS_STAMP_DATE PIC 9(8).
           02 WS_STAMP_HH PIC 99.
           02 WS_STAMP_MI PIC 99.
           02 WS_STAMP_SS PIC 99.
       01 WS_STAMP_SECS PIC 9(11).

       01 WS_HOLD_COUNT PIC 999 VALUE 0.
       01 WS_HOLD_TABLE.
           02 WS_HLD_ROW OCCURS WS_MAX_HOLDS TIMES.
               03 WS_HLD_INITIALS PIC X(3).
               03 WS_HLD_TIMESTAMP PIC 9(14).
               03 WS_HLD_CABINET PIC X(20).
               03 WS_HLD_STATE PIC X.
                   88 WS_HLD_HELD VALUE 'H'.
                   88 WS_HLD_CLEARED VALUE 'C'.
               03 WS_HLD_SCORE PIC 9(6).
               03 WS_HLD_REASON PIC X(24).
               03 WS_HLD_HELD_ON PIC 9(8).
               03 WS_HLD_CLEARED_BY PIC X(3).
               03 WS_HLD_CLEARED_ON PIC 9(8).
       01 WS_HLD_I PIC 999.
       01 WS_HLD_FOUND_FLAG PIC 9.
           88 WS_HLD_FOUND VALUE 1.
       01 WS_HOLD_OVERFLOW_FLAG PIC 9 VALUE 0.
           88 WS_HOLD_OVERFLOW VALUE 1.
       01 WS_CLEAR_INITIALS PIC X(3).
       01 WS_CLEAR_TIMESTAMP PIC X(14).
       01 WS_CLEAR_CABINET PIC X(20).
       01 WS_CLEARED_BY PIC X(3).

       01 WS_ENTRY_COUNT PIC 9(7) VALUE 0.
       01 WS_EXCEPTION_COUNT PIC 9(7) VALUE 0.
       01 WS_NEW_HOLD_COUNT PIC 9(7) VALUE 0.
       01 WS_STILL_HELD_COUNT PIC 9(7) VALUE 0.
       01 WS_VOUCHED_COUNT PIC 9(7) VALUE 0.
       01 WS_SCORE_DISPLAY PIC ZZZZZ9.
       01 WS_CEILING_DISPLAY PIC ZZZZZZ9.
       01 WS_LEVELS_DISPLAY PIC Z9.
       01 WS_BRICKS_DISPLAY PIC ZZZZ9.
       01 WS_HOLD_MARK PIC X(12).

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY SCORE PLAUSIBILITY AUDIT ==='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY
           PERFORM TAKE_PATH_OVERRIDES
           PERFORM LOAD_HOLDS
           ACCEPT WS_MODE_ENV FROM ENVIRONMENT 'SCORE_HOLDS'
           IF WS_MODE_ENV = 'Y' OR WS_MODE_ENV = 'y'
               PERFORM LIST_HOLDS
               STOP RUN
           END-IF
           ACCEPT WS_MODE_ENV FROM ENVIRONMENT 'SCORE_CLEAR'
           IF WS_MODE_ENV = 'Y' OR WS_MODE_ENV = 'y'
               PERFORM CLEAR_HOLD
               PERFORM WRITE_HOLDS
               STOP RUN
           END-IF
           ACCEPT WS_SINCE_ENV FROM ENVIRONMENT 'SCORE_SINCE'
           IF WS_SINCE_ENV NOT = SPACES
               IF WS_SINCE_ENV NOT NUMERIC
                   DISPLAY 'SCORE_SINCE MUST BE YYYYMMDD, GOT: '
                       WS_SINCE_ENV
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS_SINCE_ENV TO WS_SINCE_DATE
           END-IF
           PERFORM LOAD_CONFIG
           PERFORM LOAD_SNAPSHOTS
           PERFORM LOAD_LEVEL_SETS
           PERFORM PRINT_CEILINGS
           DISPLAY ' '
           DISPLAY 'EXCEPTIONS'
           DISPLAY 'INI TIMESTAMP      CABINET              '
               ' SCORE SOURCE REASON                   HOLD'
           PERFORM AUDIT_SHARED_ENTRIES
           PERFORM AUDIT_LOCAL_ENTRIES
           PERFORM WRITE_HOLDS
           PERFORM PRINT_SUMMARY
           STOP RUN.

       TAKE_PATH_OVERRIDES SECTION.
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'SCORE_AUDIT'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_MERGED_AUDIT_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'SCORE_STATS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LEVEL_STATS_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'SCORE_SNAPSHOTS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_SNAPSHOT_PATH
           END-IF.

       LOAD_CONFIG SECTION.
      * ONLY THE FIELDS THAT BOUND A SCORE ARE TAKEN; A ZERO RAMP
      * WOULD MEAN A BALL THAT NEVER SPEEDS UP, WHICH NO CABINET IS
      * RUN WITH, SO IT KEEPS THE DEFAULT RATHER THAN DIVIDE BY IT.
      * THE CABINET ID IS FOUND THE WAY THE GAME FINDS IT. *
           ACCEPT WS_LOCAL_CABINET FROM ENVIRONMENT 'CABINET_ID'
           IF WS_LOCAL_CABINET = SPACES
               ACCEPT WS_LOCAL_CABINET FROM ENVIRONMENT 'HOSTNAME'
               IF WS_LOCAL_CABINET = SPACES
                   MOVE 'UNKNOWN-CABINET' TO WS_LOCAL_CABINET
               END-IF
           END-IF
           OPEN INPUT CONFIG-FILE
           IF WS_CONFIG_STATUS NOT = '35'
               READ CONFIG-FILE
                   NOT AT END
                       IF CFG-BALL-START-SPEED IS NUMERIC
                           MOVE CFG-BALL-START-SPEED TO
                               WS_BALL_START_SPEED
                       END-IF
                       IF CFG-RAMP-MS IS NUMERIC AND CFG-RAMP-MS > 0
                           MOVE CFG-RAMP-MS TO WS_DIFFICULTY_RAMP_MS
                       END-IF
                       IF CFG-STARTING-LIVES IS NUMERIC
                           MOVE CFG-STARTING-LIVES TO
                               WS_STARTING_LIVES
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       LOAD_SNAPSHOTS SECTION.
      * THE SETTINGS EACH CABINET LAST RAN WITH, FROM THE SNAPSHOT THE
      * GAME WRITES (SEE WRITE_CONFIG_SNAPSHOT SECTION IN
      * Backalley.cbl) OR A MERGED SHOP-WIDE COPY OF IT. A ROW WITH
      * A FIELD THAT DOES NOT READ AS A SETTING IS PASSED OVER, AND
      * ITS CABINET IS BOUND AS ONE WITH NO SNAPSHOT. *
           MOVE 0 TO WS_SNAPSHOT_EOF
           OPEN INPUT CONFIG-SNAPSHOT-FILE
           IF WS_SNAPSHOT_STATUS NOT = '35'
               PERFORM UNTIL WS_SNAPSHOT_AT_END
                   READ CONFIG-SNAPSHOT-FILE
                       AT END
                           SET WS_SNAPSHOT_AT_END TO TRUE
                       NOT AT END
                           IF CFS-UPDATED IS NUMERIC
                               AND CFS-BALL-START-SPEED IS NUMERIC
                               AND CFS-RAMP-MS IS NUMERIC
                               AND CFS-RAMP-MS > 0
                               AND CFS-STARTING-LIVES IS NUMERIC
                               PERFORM NOTE_SNAPSHOT_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-SNAPSHOT-FILE
           END-IF.

       NOTE_SNAPSHOT_ROW SECTION.
      * A LATER ROW FOR THE SAME CABINET REPLACES AN EARLIER ONE. A
      * CABINET PAST WS_MAX_CABINETS IS BOUND AS ONE WITH NO
      * SNAPSHOT. *
           MOVE 0 TO WS_SNAP_FOUND_FLAG
           PERFORM VARYING WS_SNAP_I FROM 1 BY 1
                              UNTIL WS_SNAP_I > WS_SNAP_COUNT
                                  OR WS_SNAP_FOUND
               IF WS_SNAP_CABINET(WS_SNAP_I) = CFS-CABINET-ID
                   SET WS_SNAP_FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS_SNAP_FOUND
               SUBTRACT 1 FROM WS_SNAP_I
           ELSE
               IF WS_SNAP_COUNT < WS_MAX_CABINETS
                   ADD 1 TO WS_SNAP_COUNT
                   MOVE WS_SNAP_COUNT TO WS_SNAP_I
                   MOVE CFS-CABINET-ID TO WS_SNAP_CABINET(WS_SNAP_I)
                   MOVE 0 TO WS_SNAP_UPDATED(WS_SNAP_I)
               ELSE
                   MOVE 0 TO WS_SNAP_I
               END-IF
           END-IF
           IF WS_SNAP_I > 0
               AND CFS-UPDATED >= WS_SNAP_UPDATED(WS_SNAP_I)
               MOVE CFS-UPDATED TO WS_SNAP_UPDATED(WS_SNAP_I)
               MOVE CFS-BALL-START-SPEED TO
                   WS_SNAP_START_SPEED(WS_SNAP_I)
               MOVE CFS-RAMP-MS TO WS_SNAP_RAMP_MS(WS_SNAP_I)
               MOVE CFS-STARTING-LIVES TO WS_SNAP_LIVES(WS_SNAP_I)
           END-IF.

       LOAD_LEVEL_SETS SECTION.
      * THE CLASSIC SET FIRST, THEN EVERY DISTINCT SET THE ROTATION
      * SCHEDULE NAMES. THE SCHEDULE ROWS ARE KEPT SO EACH SESSION
      * CAN BE PUT BACK ON THE SET IT WAS RACKED UP WITH. *
           MOVE 1 TO WS_SET_COUNT
           MOVE SPACES TO WS_SET_NAME(1)
           MOVE 0 TO WS_SCHEDULE_EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS_SCHEDULE_STATUS NOT = '35'
               PERFORM UNTIL WS_SCHEDULE_AT_END
                   READ SCHEDULE-FILE
                       AT END
                           SET WS_SCHEDULE_AT_END TO TRUE
                       NOT AT END
                           PERFORM NOTE_SCHEDULE_ROW
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           PERFORM VARYING WS_SET_I FROM 1 BY 1
                              UNTIL WS_SET_I > WS_SET_COUNT
               PERFORM MEASURE_LEVEL_SET
               IF WS_SET_CEILING(WS_SET_I) >
                       WS_SET_CEILING(WS_TOP_SET_I)
                   MOVE WS_SET_I TO WS_TOP_SET_I
               END-IF
           END-PERFORM.

       NOTE_SCHEDULE_ROW SECTION.
      * MALFORMED ROWS ARE LEFT TO LevelCheck, AS THE GAME LEAVES
      * THEM. *
           IF LSC-START-HHMM IS NUMERIC AND LSC-END-HHMM IS NUMERIC
               IF WS_SCHED_COUNT < WS_MAX_SCHEDULE
                   ADD 1 TO WS_SCHED_COUNT
                   MOVE LSC-START-HHMM TO
                       WS_SCHED_START(WS_SCHED_COUNT)
                   MOVE LSC-END-HHMM TO WS_SCHED_END(WS_SCHED_COUNT)
                   MOVE LSC-SET-NAME TO WS_SCHED_SET(WS_SCHED_COUNT)
               END-IF
               MOVE 0 TO WS_SET_FOUND_FLAG
               PERFORM VARYING WS_SET_I FROM 1 BY 1
                                  UNTIL WS_SET_I > WS_SET_COUNT
                                      OR WS_SET_FOUND
                   IF WS_SET_NAME(WS_SET_I) = LSC-SET-NAME
                       SET WS_SET_FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS_SET_FOUND AND WS_SET_COUNT < WS_MAX_SETS
                   ADD 1 TO WS_SET_COUNT
                   MOVE LSC-SET-NAME TO WS_SET_NAME(WS_SET_COUNT)
               END-IF
           END-IF.

       MEASURE_LEVEL_SET SECTION.
      * WALKS THE SET'S LEVEL FILES FROM 01 UNTIL ONE IS MISSING,
      * EXACTLY AS THE GAME ADVANCES THROUGH THEM. A SET WITH NO
      * FIRST LEVEL PLAYS THE GAME'S BUILT-IN DEFAULT BOARD OF
      * NORMAL BRICKS, AND IS MEASURED AS THAT ONE BOARD. *
           MOVE 0 TO WS_SET_LEVELS(WS_SET_I)
           MOVE 0 TO WS_SET_BRICKS(WS_SET_I)
           MOVE 0 TO WS_SET_POINTS(WS_SET_I)
           MOVE 0 TO WS_LEVEL_MISSING_FLAG
           MOVE 1 TO WS_LEVEL_NO
           PERFORM UNTIL WS_LEVEL_MISSING
               PERFORM MEASURE_ONE_LEVEL
               IF NOT WS_LEVEL_MISSING
                   ADD 1 TO WS_SET_LEVELS(WS_SET_I)
                   IF WS_LEVEL_NO = 99
                       SET WS_LEVEL_MISSING TO TRUE
                   ELSE
                       ADD 1 TO WS_LEVEL_NO
                   END-IF
               END-IF
           END-PERFORM
           IF WS_SET_LEVELS(WS_SET_I) = 0
               MOVE 1 TO WS_SET_LEVELS(WS_SET_I)
               MOVE WS_DEFAULT_BOARD_BRICKS TO WS_SET_BRICKS(WS_SET_I)
               COMPUTE WS_SET_POINTS(WS_SET_I) =
                   WS_DEFAULT_BOARD_BRICKS * WS_POINTS_NORMAL
           END-IF
           COMPUTE WS_SET_CEILING(WS_SET_I) = WS_SET_POINTS(WS_SET_I)
               + (WS_SET_BRICKS(WS_SET_I) * WS_TOP_BALL_SPEED
                   * WS_POINTS_SPEED_BONUS)
               + (WS_SET_LEVELS(WS_SET_I) * WS_TOP_LIVES
                   * WS_POINTS_LIFE_BONUS).

       MEASURE_ONE_LEVEL SECTION.
      * SAME FILE NAMING AS LOAD_LEVEL SECTION IN Backalley.cbl. WALL
      * BRICKS SCORE NOTHING AND ARE NEVER DESTROYED; ANY OTHER TYPE
      * THE GAME DOES NOT KNOW SCORES AS A NORMAL BRICK. *
           MOVE SPACES TO WS_LEVEL_PATH
           IF WS_SET_NAME(WS_SET_I) = SPACES
               STRING 'level' DELIMITED BY SIZE
                      WS_LEVEL_NO DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_LEVEL_PATH
               END-STRING
           ELSE
               STRING WS_SET_NAME(WS_SET_I) DELIMITED BY SPACE
                      '-level' DELIMITED BY SIZE
                      WS_LEVEL_NO DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_LEVEL_PATH
               END-STRING
           END-IF
           MOVE 0 TO WS_LEVEL_EOF
           MOVE 0 TO WS_LEVEL_BRICKS
           OPEN INPUT LEVEL-FILE
           IF WS_LEVEL_STATUS = '35'
               SET WS_LEVEL_MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS_LEVEL_AT_END
                   READ LEVEL-FILE
                       AT END
                           SET WS_LEVEL_AT_END TO TRUE
                       NOT AT END
                           IF WS_LEVEL_BRICKS < WS_MAX_BRICKS
                               ADD 1 TO WS_LEVEL_BRICKS
                               EVALUATE TRUE
                                   WHEN LV-TYPE-WALL
                                       CONTINUE
                                   WHEN LV-TYPE-MULTI-HIT
                                       ADD 1 TO WS_SET_BRICKS(WS_SET_I)
                                       ADD WS_POINTS_MULTI_HIT TO
                                           WS_SET_POINTS(WS_SET_I)
                                   WHEN LV-TYPE-POWERUP
                                       ADD 1 TO WS_SET_BRICKS(WS_SET_I)
                                       ADD WS_POINTS_POWERUP TO
                                           WS_SET_POINTS(WS_SET_I)
                                   WHEN OTHER
                                       ADD 1 TO WS_SET_BRICKS(WS_SET_I)
                                       ADD WS_POINTS_NORMAL TO
                                           WS_SET_POINTS(WS_SET_I)
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEVEL-FILE
           END-IF.

       PRINT_CEILINGS SECTION.
           DISPLAY 'LEVEL SET  LEVELS BRICKS  CEILING'
           PERFORM VARYING WS_SET_I FROM 1 BY 1
                              UNTIL WS_SET_I > WS_SET_COUNT
               MOVE WS_SET_LEVELS(WS_SET_I) TO WS_LEVELS_DISPLAY
               MOVE WS_SET_BRICKS(WS_SET_I) TO WS_BRICKS_DISPLAY
               MOVE WS_SET_CEILING(WS_SET_I) TO WS_CEILING_DISPLAY
               IF WS_SET_NAME(WS_SET_I) = SPACES
                   DISPLAY 'CLASSIC        ' WS_LEVELS_DISPLAY '  '
                       WS_BRICKS_DISPLAY '  ' WS_CEILING_DISPLAY
               ELSE
                   DISPLAY WS_SET_NAME(WS_SET_I) '       '
                       WS_LEVELS_DISPLAY '  ' WS_BRICKS_DISPLAY '  '
                       WS_CEILING_DISPLAY
               END-IF
           END-PERFORM.

       AUDIT_SHARED_ENTRIES SECTION.
           MOVE 0 TO WS_SHARED_EOF
           OPEN INPUT SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS = '35'
               DISPLAY 'NO ' WS_SHARED_PATH(1:22) ' PRESENT'
           ELSE
               IF WS_SHARED_STATUS NOT = '00'
                   DISPLAY 'CANNOT OPEN ' WS_SHARED_PATH(1:22)
                       ', STATUS ' WS_SHARED_STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS_SHARED_AT_END
                   READ SHARED-LEADERBOARD-FILE NEXT RECORD
                       AT END
                           SET WS_SHARED_AT_END TO TRUE
                       NOT AT END
                           IF SHR-TIMESTAMP(1:8) >= WS_SINCE_DATE
                               MOVE SHR-KEY TO WS_ENTRY
                               MOVE SHR-BRICKS-CLEARED TO WS_ENT_SCORE
                               MOVE 'SHARED' TO WS_ENT_SOURCE
                               SET WS_ENT_IS_SHARED TO TRUE
                               MOVE 0 TO WS_ENT_MISMATCH_FLAG
                               PERFORM AUDIT_ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHARED-LEADERBOARD-FILE
           END-IF.

       AUDIT_LOCAL_ENTRIES SECTION.
      * A LOCAL WIN IS ALSO ON THE SHARED FILE UNDER THE SAME KEY AND
      * WAS AUDITED THERE; IT IS ONLY LOOKED AT AGAIN WHEN THE TWO
      * COPIES DISAGREE ON THE SCORE, WHICH NO HONEST GAME CAN DO. *
           MOVE 0 TO WS_HIGHSCORE_EOF
           MOVE 0 TO WS_SHARED_OPEN_FLAG
           OPEN INPUT SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS = '00'
               SET WS_SHARED_OPEN TO TRUE
           END-IF
           OPEN INPUT HIGHSCORE-FILE
           IF WS_HIGHSCORE_STATUS = '35'
               DISPLAY 'NO ' WS_HIGHSCORE_PATH(1:14) ' PRESENT'
           ELSE
               PERFORM UNTIL WS_HIGHSCORE_AT_END
                   READ HIGHSCORE-FILE
                       AT END
                           SET WS_HIGHSCORE_AT_END TO TRUE
                       NOT AT END
                           IF HS-TIMESTAMP IS NUMERIC
                               AND HS-BRICKS-CLEARED IS NUMERIC
                               AND HS-TIMESTAMP(1:8) >= WS_SINCE_DATE
                               PERFORM AUDIT_LOCAL_RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHSCORE-FILE
           END-IF
           IF WS_SHARED_OPEN
               CLOSE SHARED-LEADERBOARD-FILE
           END-IF.

       AUDIT_LOCAL_RECORD SECTION.
           MOVE HS-INITIALS TO WS_ENT_INITIALS
           MOVE HS-TIMESTAMP TO WS_ENT_TIMESTAMP
           MOVE HS-CABINET-ID TO WS_ENT_CABINET
           MOVE HS-BRICKS-CLEARED TO WS_ENT_SCORE
           MOVE 'LOCAL' TO WS_ENT_SOURCE
           MOVE 0 TO WS_ENT_SHARED_FLAG
           MOVE 0 TO WS_ENT_MISMATCH_FLAG
           IF WS_SHARED_OPEN
               MOVE WS_ENTRY TO SHR-KEY
               READ SHARED-LEADERBOARD-FILE
                   INVALID KEY
                       PERFORM AUDIT_ENTRY
                   NOT INVALID KEY
                       IF SHR-BRICKS-CLEARED NOT = HS-BRICKS-CLEARED
                           SET WS_ENT_MISMATCH TO TRUE
                           PERFORM AUDIT_ENTRY
                       END-IF
               END-READ
           ELSE
               PERFORM AUDIT_ENTRY
           END-IF.

       AUDIT_ENTRY SECTION.
      * THE CHECKS RUN FROM THE CHEAPEST AND MOST DAMNING DOWN; THE
      * FIRST ONE THAT FAILS NAMES THE EXCEPTION. *
           ADD 1 TO WS_ENTRY_COUNT
           MOVE SPACES TO WS_REASON
           PERFORM FIND_ENTRY_SESSION
      * THE LEVEL SET A SESSION PLAYED IS THE ONE THE ROTATION HAD IN
      * FORCE WHEN IT RACKED UP; WITHOUT A SESSION THE RICHEST SET IS
      * THE ONLY SAFE BOUND. *
           MOVE WS_TOP_SET_I TO WS_ENT_SET_I
           IF WS_SESSION_FOUND
               PERFORM PICK_SESSION_SET
           END-IF
           EVALUATE TRUE
               WHEN WS_ENT_MISMATCH
                   MOVE 'LOCAL/SHARED MISMATCH' TO WS_REASON
               WHEN WS_ENT_SCORE > WS_SET_CEILING(WS_ENT_SET_I)
                   MOVE 'OVER LEVEL-SET CEILING' TO WS_REASON
               WHEN NOT WS_SESSION_FOUND
                   MOVE 'NO AUDIT SESSION' TO WS_REASON
               WHEN WS_ENT_IS_SHARED AND NOT WS_SESSION_WON
                   MOVE 'SESSION WAS NOT A WIN' TO WS_REASON
           END-EVALUATE
           IF WS_REASON = SPACES
               PERFORM CHECK_SESSION_LIMITS
           END-IF
           IF WS_REASON NOT = SPACES
               PERFORM NOTE_EXCEPTION
           END-IF.

       FIND_ENTRY_SESSION SECTION.
      * A SESSION IS ARCHIVED UNDER THE DAY IT STARTED, WHICH IS THE
      * SCORE'S OWN DAY OR, FOR A GAME PLAYED ACROSS MIDNIGHT, THE
      * DAY BEFORE; ANYTHING NOT YET CUT OVER IS STILL IN audit.log. *
           MOVE 0 TO WS_SESSION_FOUND_FLAG
           MOVE 0 TO WS_SESSION_START
           MOVE WS_ENT_TIMESTAMP TO WS_STAMP
           PERFORM STAMP_TO_SECONDS
           MOVE WS_STAMP_SECS TO WS_ENT_SECS
           IF WS_MERGED_AUDIT_PATH NOT = SPACES
               MOVE WS_MERGED_AUDIT_PATH TO WS_AUDIT_PATH
               PERFORM SCAN_AUDIT_FILE
           ELSE
               COMPUTE WS_ARCHIVE_INT =
                   FUNCTION INTEGER-OF-DATE(WS_STAMP_DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS_ARCHIVE_INT) TO
                   WS_ARCHIVE_DATE
               PERFORM BUILD_ARCHIVE_PATH
               PERFORM SCAN_AUDIT_FILE
               MOVE WS_STAMP_DATE TO WS_ARCHIVE_DATE
               PERFORM BUILD_ARCHIVE_PATH
               PERFORM SCAN_AUDIT_FILE
               MOVE 'audit.log' TO WS_AUDIT_PATH
               PERFORM SCAN_AUDIT_FILE
           END-IF
      * THE NEAREST EARLIER SESSION ONLY COUNTS IF IT WAS STILL
      * RUNNING WHEN THE SCORE WAS STAMPED; OTHERWISE THE SCORE'S OWN
      * SESSION NEVER REACHED THE AUDIT TRAIL. A SESSION RESUMED
      * FROM A CHECKPOINT ACROSS A POWER CYCLE CARRIES TICKS FROM TWO
      * DIFFERENT POWER-ONS, SO ITS LENGTH CANNOT BE KNOWN. *
           IF WS_SESSION_FOUND AND WS_SESSION_LEN_KNOWN
               COMPUTE WS_SESSION_END_SECS = WS_SESSION_START_SECS
                   + (WS_SESSION_LEN_MS / 1000) + WS_MATCH_WINDOW_SECS
               IF WS_ENT_SECS > WS_SESSION_END_SECS
                   MOVE 0 TO WS_SESSION_FOUND_FLAG
               END-IF
           END-IF.

       BUILD_ARCHIVE_PATH SECTION.
           MOVE SPACES TO WS_AUDIT_PATH
           STRING 'audit-' DELIMITED BY SIZE
                  WS_ARCHIVE_DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS_AUDIT_PATH
           END-STRING.

       SCAN_AUDIT_FILE SECTION.
           MOVE 0 TO WS_AUDIT_EOF
           OPEN INPUT AUDIT-FILE
           IF WS_AUDIT_STATUS NOT = '35'
               PERFORM UNTIL WS_AUDIT_AT_END
                   READ AUDIT-FILE
                       AT END
                           SET WS_AUDIT_AT_END TO TRUE
                       NOT AT END
                           IF AUD-CABINET-ID = WS_ENT_CABINET
                               AND AUD-TIMESTAMP IS NUMERIC
                               AND AUD-TIMESTAMP <= WS_ENT_TIMESTAMP
                               AND AUD-TIMESTAMP >= WS_SESSION_START
                               PERFORM TAKE_SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       TAKE_SESSION SECTION.
      * THE LAST ROW FOR A START STAMP WINS: A SESSION RESUMED FROM
      * checkpoint.dat LEAVES THE POWER-OFF'S 'Q' ROW FIRST AND ITS
      * REAL ENDING AFTER IT, UNDER THE SAME STAMP. THAT SECOND ROW'S
      * TICKS SPAN TWO POWER-ONS, SO ITS LENGTH IS NOT TAKEN. *
           MOVE 0 TO WS_SESSION_RESUMED_FLAG
           IF WS_SESSION_FOUND AND AUD-TIMESTAMP = WS_SESSION_START
               SET WS_SESSION_RESUMED TO TRUE
           END-IF
           SET WS_SESSION_FOUND TO TRUE
           MOVE AUD-TIMESTAMP TO WS_SESSION_START
           MOVE AUD-END-REASON TO WS_SESSION_REASON
           MOVE AUD-TIMESTAMP TO WS_STAMP
           PERFORM STAMP_TO_SECONDS
           MOVE WS_STAMP_SECS TO WS_SESSION_START_SECS
           MOVE 0 TO WS_SESSION_LEN_KNOWN_FLAG
           MOVE 0 TO WS_SESSION_LEN_MS
           IF AUD-START-TICK IS NUMERIC AND AUD-END-TICK IS NUMERIC
               IF AUD-END-TICK >= AUD-START-TICK
                   COMPUTE WS_SESSION_LEN_MS =
                       AUD-END-TICK - AUD-START-TICK
                   SET WS_SESSION_LEN_KNOWN TO TRUE
               END-IF
           END-IF
           IF WS_SESSION_RESUMED
               MOVE 0 TO WS_SESSION_LEN_KNOWN_FLAG
               MOVE 0 TO WS_SESSION_LEN_MS
           END-IF.

       PICK_SESSION_SET SECTION.
      * SAME FIRST-MATCH AND MIDNIGHT-WRAP RULES AS
      * MATCH_SCHEDULE_RECORD SECTION IN Backalley.cbl. *
           MOVE WS_SESSION_START(9:4) TO WS_SESSION_HHMM
           MOVE SPACES TO WS_SCHED_SET_PICKED
           MOVE 0 TO WS_SET_FOUND_FLAG
           PERFORM VARYING WS_SCHED_I FROM 1 BY 1
                              UNTIL WS_SCHED_I > WS_SCHED_COUNT
                                  OR WS_SET_FOUND
               IF WS_SCHED_START(WS_SCHED_I) <= WS_SCHED_END(WS_SCHED_I)
                   IF WS_SESSION_HHMM >= WS_SCHED_START(WS_SCHED_I)
                       AND WS_SESSION_HHMM <= WS_SCHED_END(WS_SCHED_I)
                       MOVE WS_SCHED_SET(WS_SCHED_I) TO
                           WS_SCHED_SET_PICKED
                       SET WS_SET_FOUND TO TRUE
                   END-IF
               ELSE
                   IF WS_SESSION_HHMM >= WS_SCHED_START(WS_SCHED_I)
                       OR WS_SESSION_HHMM <= WS_SCHED_END(WS_SCHED_I)
                       MOVE WS_SCHED_SET(WS_SCHED_I) TO
                           WS_SCHED_SET_PICKED
                       SET WS_SET_FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS_SET_FOUND_FLAG
           PERFORM VARYING WS_SET_I FROM 1 BY 1
                              UNTIL WS_SET_I > WS_SET_COUNT
                                  OR WS_SET_FOUND
               IF WS_SET_NAME(WS_SET_I) = WS_SCHED_SET_PICKED
                   SET WS_SET_FOUND TO TRUE
                   MOVE WS_SET_I TO WS_ENT_SET_I
               END-IF
           END-PERFORM.

       CHECK_SESSION_LIMITS SECTION.
      * THE BALL STEPS UP ONE SPEED PER RAMP INTERVAL AT THE VERY
      * MOST, SO A SESSION OF KNOWN LENGTH CAPS THE SPEED PREMIUM ANY
      * BRICK IN IT COULD HAVE PAID. THE LEVEL TRAIL THE CABINET WROTE
      * DURING THE SESSION CAPS IT AGAIN: NO MORE BRICKS THAN IT SAYS
      * WERE CLEARED, EACH AT BEST A POWER-UP BRICK, AND A LIFE BONUS
      * ONLY FOR LEVELS IT SAYS WERE COMPLETED. *
           PERFORM PICK_CABINET_LIMITS
           MOVE WS_TOP_BALL_SPEED TO WS_SPEED_CAP
           IF WS_SESSION_LEN_KNOWN
               COMPUTE WS_SPEED_CAP = WS_ENT_START_SPEED
                   + (WS_SESSION_LEN_MS / WS_ENT_RAMP_MS)
               IF WS_SPEED_CAP > WS_TOP_BALL_SPEED
                   MOVE WS_TOP_BALL_SPEED TO WS_SPEED_CAP
               END-IF
               COMPUTE WS_LIMIT = WS_SET_POINTS(WS_ENT_SET_I)
                   + (WS_SET_BRICKS(WS_ENT_SET_I) * WS_SPEED_CAP
                       * WS_POINTS_SPEED_BONUS)
                   + (WS_SET_LEVELS(WS_ENT_SET_I) * WS_ENT_LIVES
                       * WS_POINTS_LIFE_BONUS)
               IF WS_ENT_SCORE > WS_LIMIT
                   MOVE 'OVER SESSION-TIME LIMIT' TO WS_REASON
               END-IF
           END-IF
           IF WS_REASON = SPACES
               PERFORM TALLY_LEVEL_TRAIL
               COMPUTE WS_LIMIT =
                   (WS_TRAIL_BRICKS * (WS_POINTS_POWERUP
                       + (WS_SPEED_CAP * WS_POINTS_SPEED_BONUS)))
                   + (WS_TRAIL_COMPLETED * WS_ENT_LIVES
                       * WS_POINTS_LIFE_BONUS)
               EVALUATE TRUE
                   WHEN WS_TRAIL_ROWS = 0
                       MOVE 'NO LEVEL TRAIL' TO WS_REASON
                   WHEN WS_ENT_SCORE > WS_LIMIT
                       MOVE 'OVER LEVEL-TRAIL LIMIT' TO WS_REASON
                   WHEN WS_ENT_IS_SHARED AND WS_TRAIL_COMPLETED <
                           WS_SET_LEVELS(WS_ENT_SET_I)
                       MOVE 'WIN WITHOUT ALL LEVELS' TO WS_REASON
               END-EVALUATE
           END-IF.

       PICK_CABINET_LIMITS SECTION.
      * THE ENTRY IS BOUND BY THE SETTINGS OF THE CABINET IT WAS
      * PLAYED ON: ITS SNAPSHOT ROW, ELSE THIS CABINET'S OWN config.dat
      * WHEN IT IS THIS CABINET. A CABINET WITH NEITHER COULD HAVE
      * BEEN SET UP ANY WAY AT ALL, SO IT GETS THE LOOSEST BOUND THE
      * GAME ALLOWS RATHER THAN THE HOLD OF AN HONEST SCORE. *
           MOVE 0 TO WS_SNAP_FOUND_FLAG
           PERFORM VARYING WS_SNAP_I FROM 1 BY 1
                              UNTIL WS_SNAP_I > WS_SNAP_COUNT
                                  OR WS_SNAP_FOUND
               IF WS_SNAP_CABINET(WS_SNAP_I) = WS_ENT_CABINET
                   SET WS_SNAP_FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS_SNAP_FOUND
                   SUBTRACT 1 FROM WS_SNAP_I
                   MOVE WS_SNAP_START_SPEED(WS_SNAP_I) TO
                       WS_ENT_START_SPEED
                   MOVE WS_SNAP_RAMP_MS(WS_SNAP_I) TO WS_ENT_RAMP_MS
                   MOVE WS_SNAP_LIVES(WS_SNAP_I) TO WS_ENT_LIVES
               WHEN WS_ENT_CABINET = WS_LOCAL_CABINET
                   MOVE WS_BALL_START_SPEED TO WS_ENT_START_SPEED
                   MOVE WS_DIFFICULTY_RAMP_MS TO WS_ENT_RAMP_MS
                   MOVE WS_STARTING_LIVES TO WS_ENT_LIVES
               WHEN OTHER
                   MOVE WS_TOP_BALL_SPEED TO WS_ENT_START_SPEED
                   MOVE WS_MIN_RAMP_MS TO WS_ENT_RAMP_MS
                   MOVE WS_TOP_LIVES TO WS_ENT_LIVES
           END-EVALUATE.

       TALLY_LEVEL_TRAIL SECTION.
      * EVERY LEVEL ROW THE CABINET WROTE FROM THE SESSION'S START UP
      * TO THE MOMENT THE SCORE WAS STAMPED. A TWO-PLAYER GAME'S ROWS
      * FOR BOTH PLAYERS FALL IN THE SAME WINDOW, WHICH ONLY WIDENS
      * THE LIMIT. *
           MOVE 0 TO WS_TRAIL_ROWS
           MOVE 0 TO WS_TRAIL_COMPLETED
           MOVE 0 TO WS_TRAIL_BRICKS
           MOVE 0 TO WS_STATS_EOF
           OPEN INPUT LEVEL-STATS-FILE
           IF WS_LEVEL_STATS_STATUS NOT = '35'
               PERFORM UNTIL WS_STATS_AT_END
                   READ LEVEL-STATS-FILE
                       AT END
                           SET WS_STATS_AT_END TO TRUE
                       NOT AT END
                           IF LVS-CABINET-ID = WS_ENT_CABINET
                               AND LVS-TIMESTAMP IS NUMERIC
                               AND LVS-BRICKS-CLEARED IS NUMERIC
                               AND LVS-TIMESTAMP >= WS_SESSION_START
                               AND LVS-TIMESTAMP <= WS_ENT_TIMESTAMP
                               ADD 1 TO WS_TRAIL_ROWS
                               ADD LVS-BRICKS-CLEARED TO
                                   WS_TRAIL_BRICKS
                               IF LVS-COMPLETED
                                   ADD 1 TO WS_TRAIL_COMPLETED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEVEL-STATS-FILE
           END-IF.

       NOTE_EXCEPTION SECTION.
      * PUTS THE ENTRY ON HOLD UNLESS THE OPERATOR HAS ALREADY VOUCHED
      * FOR THIS VERY SCORE; AN ENTRY ALREADY HELD STAYS HELD. *
           ADD 1 TO WS_EXCEPTION_COUNT
           PERFORM FIND_HOLD
           EVALUATE TRUE
               WHEN WS_HLD_FOUND AND WS_HLD_CLEARED(WS_HLD_I)
                       AND WS_HLD_SCORE(WS_HLD_I) = WS_ENT_SCORE
                   ADD 1 TO WS_VOUCHED_COUNT
                   MOVE SPACES TO WS_HOLD_MARK
                   STRING 'CLEARED ' DELIMITED BY SIZE
                          WS_HLD_CLEARED_BY(WS_HLD_I)
                              DELIMITED BY SIZE
                       INTO WS_HOLD_MARK
                   END-STRING
               WHEN WS_HLD_FOUND AND WS_HLD_HELD(WS_HLD_I)
                   ADD 1 TO WS_STILL_HELD_COUNT
                   MOVE WS_REASON TO WS_HLD_REASON(WS_HLD_I)
                   MOVE WS_ENT_SCORE TO WS_HLD_SCORE(WS_HLD_I)
                   MOVE 'STILL HELD' TO WS_HOLD_MARK
               WHEN WS_HLD_FOUND
                   ADD 1 TO WS_NEW_HOLD_COUNT
                   PERFORM SET_HOLD_ROW
                   MOVE 'HELD AGAIN' TO WS_HOLD_MARK
               WHEN WS_HOLD_COUNT < WS_MAX_HOLDS
                   ADD 1 TO WS_NEW_HOLD_COUNT
                   ADD 1 TO WS_HOLD_COUNT
                   MOVE WS_HOLD_COUNT TO WS_HLD_I
                   PERFORM SET_HOLD_ROW
                   MOVE 'HELD' TO WS_HOLD_MARK
               WHEN OTHER
                   SET WS_HOLD_OVERFLOW TO TRUE
                   MOVE 'NOT HELD-FULL' TO WS_HOLD_MARK
           END-EVALUATE
           MOVE WS_ENT_SCORE TO WS_SCORE_DISPLAY
           DISPLAY WS_ENT_INITIALS ' ' WS_ENT_TIMESTAMP ' '
               WS_ENT_CABINET ' ' WS_SCORE_DISPLAY ' '
               WS_ENT_SOURCE ' ' WS_REASON ' ' WS_HOLD_MARK.

       SET_HOLD_ROW SECTION.
           MOVE WS_ENT_INITIALS TO WS_HLD_INITIALS(WS_HLD_I)
           MOVE WS_ENT_TIMESTAMP TO WS_HLD_TIMESTAMP(WS_HLD_I)
           MOVE WS_ENT_CABINET TO WS_HLD_CABINET(WS_HLD_I)
           SET WS_HLD_HELD(WS_HLD_I) TO TRUE
           MOVE WS_ENT_SCORE TO WS_HLD_SCORE(WS_HLD_I)
           MOVE WS_REASON TO WS_HLD_REASON(WS_HLD_I)
           MOVE WS_TODAY TO WS_HLD_HELD_ON(WS_HLD_I)
           MOVE SPACES TO WS_HLD_CLEARED_BY(WS_HLD_I)
           MOVE 0 TO WS_HLD_CLEARED_ON(WS_HLD_I).

       FIND_HOLD SECTION.
           MOVE 0 TO WS_HLD_FOUND_FLAG
           PERFORM VARYING WS_HLD_I FROM 1 BY 1
                              UNTIL WS_HLD_I > WS_HOLD_COUNT
                                  OR WS_HLD_FOUND
               IF WS_HLD_INITIALS(WS_HLD_I) = WS_ENT_INITIALS
                   AND WS_HLD_TIMESTAMP(WS_HLD_I) = WS_ENT_TIMESTAMP
                   AND WS_HLD_CABINET(WS_HLD_I) = WS_ENT_CABINET
                   SET WS_HLD_FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS_HLD_FOUND
               SUBTRACT 1 FROM WS_HLD_I
           END-IF.

       LOAD_HOLDS SECTION.
           MOVE 0 TO WS_HOLD_EOF
           OPEN INPUT HOLD-FILE
           IF WS_HOLD_STATUS NOT = '35'
               PERFORM UNTIL WS_HOLD_AT_END
                   READ HOLD-FILE
                       AT END
                           SET WS_HOLD_AT_END TO TRUE
                       NOT AT END
                           IF WS_HOLD_COUNT < WS_MAX_HOLDS
                               ADD 1 TO WS_HOLD_COUNT
                               MOVE HLD-RECORD TO
                                   WS_HLD_ROW(WS_HOLD_COUNT)
                           ELSE
                               SET WS_HOLD_OVERFLOW TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           IF WS_HOLD_OVERFLOW
               DISPLAY 'MORE THAN ' WS_MAX_HOLDS ' ROWS IN '
                   WS_HOLD_PATH(1:15) ' - REFUSING TO REWRITE IT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE_HOLDS SECTION.
      * THE WHOLE FILE IS REWRITTEN FROM THE TABLE, CLEARED ROWS
      * INCLUDED, SO THE OPERATOR'S SIGN-OFFS ARE NEVER LOST. *
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS_HLD_I FROM 1 BY 1
                              UNTIL WS_HLD_I > WS_HOLD_COUNT
               MOVE WS_HLD_ROW(WS_HLD_I) TO HLD-RECORD
               WRITE HLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.

       LIST_HOLDS SECTION.
           DISPLAY 'INI TIMESTAMP      CABINET              '
               ' SCORE STATE REASON                   HELD ON  BY'
           IF WS_HOLD_COUNT = 0
               DISPLAY 'NO ENTRIES ON HOLD'
           END-IF
           PERFORM VARYING WS_HLD_I FROM 1 BY 1
                              UNTIL WS_HLD_I > WS_HOLD_COUNT
               MOVE WS_HLD_SCORE(WS_HLD_I) TO WS_SCORE_DISPLAY
               IF WS_HLD_HELD(WS_HLD_I)
                   MOVE 'HELD ' TO WS_HOLD_MARK
               ELSE
                   MOVE 'CLEAR' TO WS_HOLD_MARK
               END-IF
               DISPLAY WS_HLD_INITIALS(WS_HLD_I) ' '
                   WS_HLD_TIMESTAMP(WS_HLD_I) ' '
                   WS_HLD_CABINET(WS_HLD_I) ' ' WS_SCORE_DISPLAY ' '
                   WS_HOLD_MARK(1:5) ' ' WS_HLD_REASON(WS_HLD_I) ' '
                   WS_HLD_HELD_ON(WS_HLD_I) ' '
                   WS_HLD_CLEARED_BY(WS_HLD_I)
           END-PERFORM.

       CLEAR_HOLD SECTION.
      * THE OPERATOR HAS LOOKED INTO A HELD ENTRY AND VOUCHES FOR IT.
      * THE ROW STAYS ON FILE, MARKED CLEARED WITH WHO AND WHEN. *
           ACCEPT WS_CLEAR_INITIALS FROM ENVIRONMENT 'HOLD_INITIALS'
           ACCEPT WS_CLEAR_TIMESTAMP FROM ENVIRONMENT 'HOLD_TIMESTAMP'
           ACCEPT WS_CLEAR_CABINET FROM ENVIRONMENT 'HOLD_CABINET'
           ACCEPT WS_CLEARED_BY FROM ENVIRONMENT 'CLEARED_BY'
           IF WS_CLEAR_TIMESTAMP NOT NUMERIC
               DISPLAY 'HOLD_TIMESTAMP MUST BE YYYYMMDDHHMMSS, GOT: '
                   WS_CLEAR_TIMESTAMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_CLEARED_BY = SPACES
               DISPLAY 'CLEARED_BY MUST NAME WHO VOUCHED FOR THE SCORE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_CLEAR_INITIALS TO WS_ENT_INITIALS
           MOVE WS_CLEAR_TIMESTAMP TO WS_ENT_TIMESTAMP
           MOVE WS_CLEAR_CABINET TO WS_ENT_CABINET
           PERFORM FIND_HOLD
           IF NOT WS_HLD_FOUND
               DISPLAY 'NO HOLD ON FILE FOR ' WS_ENT_INITIALS ' '
                   WS_ENT_TIMESTAMP ' ' WS_ENT_CABINET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_HLD_CLEARED(WS_HLD_I)
               DISPLAY 'ALREADY CLEARED BY ' WS_HLD_CLEARED_BY(WS_HLD_I)
                   ' ON ' WS_HLD_CLEARED_ON(WS_HLD_I)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS_HLD_CLEARED(WS_HLD_I) TO TRUE
           MOVE WS_CLEARED_BY TO WS_HLD_CLEARED_BY(WS_HLD_I)
           MOVE WS_TODAY TO WS_HLD_CLEARED_ON(WS_HLD_I)
           DISPLAY 'CLEARED ' WS_ENT_INITIALS ' ' WS_ENT_TIMESTAMP ' '
               WS_ENT_CABINET ' - BACK ON THE BOARDS'.

       PRINT_SUMMARY SECTION.
           DISPLAY ' '
           DISPLAY 'ENTRIES AUDITED: ' WS_ENTRY_COUNT
               '  EXCEPTIONS: ' WS_EXCEPTION_COUNT
           DISPLAY 'NEWLY HELD: ' WS_NEW_HOLD_COUNT
               '  STILL HELD: ' WS_STILL_HELD_COUNT
               '  ALREADY CLEARED: ' WS_VOUCHED_COUNT
           IF WS_HOLD_OVERFLOW
               DISPLAY 'HOLD FILE FULL - SOME EXCEPTIONS NOT HELD'
           END-IF
           IF WS_NEW_HOLD_COUNT > 0 OR WS_STILL_HELD_COUNT > 0
               OR WS_HOLD_OVERFLOW
               DISPLAY 'RESULT: ENTRIES ON HOLD - REVIEW BEFORE PAYING'
                   ' ANY PRIZE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RESULT: EVERY PLACING CHECKS OUT'
           END-IF.

       STAMP_TO_SECONDS SECTION.
      * DAYS SINCE THE CALENDAR EPOCH PLUS SECONDS INTO THE DAY, SO A
      * SESSION STARTED BEFORE MIDNIGHT STILL CONTAINS A SCORE
      * STAMPED AFTER IT. *
           COMPUTE WS_STAMP_SECS =
               (FUNCTION INTEGER-OF-DATE(WS_STAMP_DATE) * 86400)
               + (WS_STAMP_HH * 3600) + (WS_STAMP_MI * 60)
               + WS_STAMP_SS.

       END PROGRAM ScoreAudit.

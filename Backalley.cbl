               ACCESS MODE DYNAMIC
               RECORD KEY SHR-KEY
               FILE STATUS IS WS_SHARED_STATUS.
      * PUSHES THAT FIND THE SHARE UNREACHABLE WAIT HERE, ON THE
      * CABINET'S OWN DISK, UNTIL THE NEXT PUSH OR POWER-ON GETS
      * THROUGH (OR THE OPERATOR RUNS OutboxDrain). *
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS_OUTBOX_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_OUTBOX_STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS_LEDGER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEDGER_STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS_SCHEDULE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_SCHEDULE_STATUS.
           SELECT PRICE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS_PRICE_SCHEDULE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_PRICE_SCHEDULE_STATUS.
           SELECT REPLAY-FILE ASSIGN TO DYNAMIC WS_REPLAY_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_REPLAY_STATUS.
           SELECT HEALTH-FILE ASSIGN TO DYNAMIC WS_HEALTH_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HEALTH_STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS_HOLD_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HOLD_STATUS.
           SELECT BLOCKLIST-FILE ASSIGN TO DYNAMIC WS_BLOCKLIST_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_BLOCKLIST_STATUS.
           SELECT METER-FILE ASSIGN TO DYNAMIC WS_METER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_METER_STATUS.
           SELECT CONFIG-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS_CONFIG_SNAPSHOT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_CONFIG_SNAPSHOT_STATUS.
           SELECT CONFIG-HISTORY-FILE
               ASSIGN TO DYNAMIC WS_CONFIG_HISTORY_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_CONFIG_HISTORY_STATUS.
      * CAREER PROFILES ARE KEYED ON THE INITIALS THEMSELVES - ONE
      * ROW PER REGULAR, FOUND IN ONE KEYED READ AT NAME-ENTRY TIME,
      * THE SAME REASONING THAT PUT THE SHARED LEADERBOARD ON A
      * COUNT AS PAID, WHICH IS WHAT THEY WERE. *
           02 AUD-SESSION-TYPE PIC X.
               88 AUD-SESSION-FREE VALUE 'F'.
      * GAMES PER COIN IN EFFECT WHEN THE SESSION STARTED, SO
      * DaypartReport CAN PUT EACH SESSION IN ITS PRICE BAND. ZERO
      * FOR FREE PLAY; OLDER ROWS READ BACK AS SPACE. *
           02 AUD-GAMES-PER-COIN PIC 9.
       FD  CONFIG-FILE.
       01  CFG-RECORD.
           02 CFG-PADDLE-MAX-SPEED PIC 99.
      * SUBSYSTEM: 'F' RUNS THE CABINET ON FREE PLAY (PARTIES,
      * BURN-IN), ANYTHING ELSE IS NORMAL PAID OPERATION. *
           02 CFG-OPERATING-MODE PIC X.
       FD  CONFIG-SNAPSHOT-FILE.
      * THE SETTINGS THIS CABINET LAST RAN WITH, AS THE GAME SAW THEM
      * (DEFAULTS FILLED IN), UNDER ITS CABINET ID. START OF DAY
      * COMPARES THE FRESHLY LOADED config.dat AGAINST IT TO CATCH
      * CHANGES MADE OUTSIDE THE SERVICE MENU, AND THE ConfigDrift
      * BATCH READS IT TO COMPARE CABINETS WITH THE SHOP STANDARD. *
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
       FD  CONFIG-HISTORY-FILE.
      * ONE ROW PER CONFIG FIELD THAT CHANGED, APPEND-ONLY: WHEN, ON
      * WHICH CABINET, OLD AND NEW VALUE, AND WHO WAS SIGNED IN TO
      * THE SERVICE MENU. A CHANGE FOUND AT START OF DAY HAPPENED
      * OUTSIDE THE MENU (A HAND EDIT OR A COPIED FILE), SO IT HAS
      * NO OPERATOR - WHICH IS ITSELF THE ANSWER TO "WHO". *
       01  CHG-RECORD.
           02 CHG-TIMESTAMP PIC 9(14).
           02 CHG-CABINET-ID PIC X(20).
           02 CHG-FIELD PIC X(16).
           02 CHG-OLD-VALUE PIC X(8).
           02 CHG-NEW-VALUE PIC X(8).
           02 CHG-OPERATOR PIC X(3).
           02 CHG-SOURCE PIC X.
               88 CHG-SOURCE-SERVICE-MENU VALUE 'S'.
               88 CHG-SOURCE-START-OF-DAY VALUE 'B'.
       FD  CHECKPOINT-FILE.
       01  CKPT-HEADER-REC.
           02 CKPT-LEVEL PIC 99.
      * THE LEVEL SET IT WAS SOLD ON, NOT WHATEVER THE SCHEDULE SAYS
      * AT RELOAD TIME. *
           02 CKPT-LEVEL-SET PIC X(8).
      * TRAILING LIKE THE LEVEL SET, AND FOR THE SAME REASON: THE
      * GAMES-PER-COIN THE SESSION WAS SOLD AT, FOR ITS AUDIT ROW.
      * OLD CHECKPOINTS READ BACK AS SPACE. *
           02 CKPT-SESSION-PRICE PIC X.
       01  CKPT-PLAYER-REC.
           02 CKPT-PLY-SCORE PIC 9(6).
           02 CKPT-PLY-LIVES PIC 9.
           02 LGR-EVENT PIC X.
               88 LGR-EVENT-COIN VALUE 'C'.
               88 LGR-EVENT-CREDIT-USED VALUE 'U'.
      * OPERATOR CASH ADJUSTMENTS, POSTED FROM THE SERVICE MENU: A
      * COIN HANDED BACK TO A PLAYER, A CREDIT GIVEN AWAY, AND A
      * TECHNICIAN'S TEST COIN TAKEN BACK OUT OF THE TILL. *
               88 LGR-EVENT-REFUND VALUE 'R'.
               88 LGR-EVENT-COMP VALUE 'G'.
               88 LGR-EVENT-TEST-COIN VALUE 'T'.
               88 LGR-EVENT-ADJUSTMENT VALUE 'R' 'G' 'T'.
           02 LGR-CREDITS-AFTER PIC 99.
      * TRAILING, SO ROWS FROM BEFORE THE ADJUSTMENTS READ BACK AS
      * SPACES: WHY AN ADJUSTMENT WAS MADE AND WHO AUTHORIZED IT.
      * COIN AND CREDIT-USED ROWS CARRY SPACES HERE. *
           02 LGR-REASON PIC XX.
           02 LGR-OPERATOR PIC X(3).
      * THE GAMES-PER-COIN PRICE IN EFFECT WHEN THE ROW WAS WRITTEN
      * (SEE SELECT_COIN_PRICE), ON EVERY ROW. ROWS FROM BEFORE
      * TIME-OF-DAY PRICING READ BACK AS SPACE. *
           02 LGR-GAMES-PER-COIN PIC 9.
       FD  LEVEL-STATS-FILE.
       01  LEVEL-STATS-REC.
           02 LVS-TIMESTAMP PIC 9(14).
      * LeaderboardCompact REBUILDS IT. *
           02 SHR-TOURNAMENT-FLAG PIC X.
               88 SHR-TOURNAMENT-ENTRY VALUE 'T'.
       FD  OUTBOX-FILE.
      * ONE UNDELIVERED PUSH: THE SHARED RECORD EXACTLY AS IT WOULD
      * HAVE BEEN WRITTEN, TOURNAMENT TAG INCLUDED, THEN WHEN IT WAS
      * QUEUED. REPLAYING A ROW THAT DID LAND AFTER ALL IS HARMLESS -
      * THE KEYED WRITE REFUSES THE DUPLICATE SHR-KEY. *
       01  OBX-RECORD.
           02 OBX-ENTRY.
               03 OBX-INITIALS PIC X(3).
               03 OBX-TIMESTAMP PIC 9(14).
               03 OBX-CABINET-ID PIC X(20).
               03 OBX-BRICKS-CLEARED PIC 9(6).
               03 OBX-LIVES-REMAINING PIC 9.
               03 OBX-TOURNAMENT-FLAG PIC X.
           02 OBX-QUEUED-AT PIC 9(14).
       FD  TOURNAMENT-FILE.
      * THE OPERATOR-DECLARED TOURNAMENT WINDOW, ONE FIXED-WIDTH
      * RECORD WRITTEN BY TournamentStandings.cbl WITH
           02 LSC-START-HHMM PIC 9(4).
           02 LSC-END-HHMM PIC 9(4).
           02 LSC-SET-NAME PIC X(8).
       FD  PRICE-SCHEDULE-FILE.
      * TIME-OF-DAY PRICING, LAID OUT LIKE THE LEVEL-SET ROTATION:
      * A COIN DROPPED BETWEEN PSC-START-HHMM AND PSC-END-HHMM BUYS
      * PSC-GAMES-PER-COIN CREDITS (TWO FOR ONE AT HAPPY HOUR, SAY).
      * OUTSIDE EVERY RANGE, OR WITH NO FILE, THE SERVICE-MENU
      * GAMES-PER-COIN SETTING APPLIES. A RANGE WHOSE END IS BELOW
      * ITS START WRAPS PAST MIDNIGHT. FIRST MATCH WINS. *
       01  PRICE-SCHEDULE-REC.
           02 PSC-START-HHMM PIC 9(4).
           02 PSC-END-HHMM PIC 9(4).
           02 PSC-GAMES-PER-COIN PIC 9.
       FD  REPLAY-FILE.
      * A CHAMPION GAME ON DISK: ONE HEADER, THEN ONE FRAME RECORD
      * PER GAME FRAME HOLDING THE PADDLE TARGET THE PLAYER'S MOUSE
               88 HLT-EVENT-FILE-ERROR VALUE 'F'.
           02 HLT-COMPONENT PIC X(10).
           02 HLT-DETAIL PIC X(20).
       FD  HOLD-FILE.
      * SCORES THE ScoreAudit BATCH COULD NOT VOUCH FOR, KEYED THE WAY
      * SHR-KEY IS. A ROW IN STATE 'H' KEEPS THAT ENTRY OFF THE
      * ATTRACT BOARD AND THE TOURNAMENT STANDINGS UNTIL THE OPERATOR
      * CLEARS IT ('C'). ONLY THE KEY AND STATE MATTER HERE. *
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
       FD  BLOCKLIST-FILE.
      * THREE-LETTER COMBINATIONS THE NAME-ENTRY SCREEN WILL NOT
      * CONFIRM, ONE PER LINE, KEPT BY THE OPERATOR (ProfileMaint
      * REPORTS SCORES ALREADY ON FILE UNDER THEM). *
       01  BLK-RECORD.
           02 BLK-INITIALS PIC X(3).
       FD  METER-FILE.
      * THE CABINET'S LIFETIME METERS, ONE RECORD REWRITTEN IN PLACE,
      * THE SOFTWARE TWIN OF THE ELECTROMECHANICAL COUNTERS ON THE
      * COIN DOOR. EVERY FIELD ONLY EVER COUNTS UP: NOTHING IN THE
      * GAME OR ANY BATCH SETS ONE BACK, AND NOTHING CUTS THE FILE
      * OVER OR PRUNES IT. MTR-INSTALLED IS THE FIRST POWER-ON THAT
      * FOUND NO METERS AT ALL. *
       01  MTR-RECORD.
           02 MTR-CABINET-ID PIC X(20).
           02 MTR-INSTALLED PIC 9(14).
           02 MTR-UPDATED PIC 9(14).
           02 MTR-COINS PIC 9(9).
           02 MTR-CREDITS-USED PIC 9(9).
           02 MTR-SESSIONS-STARTED PIC 9(9).
           02 MTR-SESSIONS-FINISHED PIC 9(9).
           02 MTR-WINS PIC 9(9).
           02 MTR-LOSSES PIC 9(9).
           02 MTR-POWER-ON-SECS PIC 9(10).
           02 MTR-IN-PLAY-SECS PIC 9(10).
       FD  PROFILE-FILE.
      * ONE CAREER ROW PER SET OF INITIALS: GAMES FINISHED, BEST
      * WEIGHTED SCORE, DEEPEST LEVEL REACHED, AND CREDITS PLAYED
       01 WS_RAMP_REM PIC 9(5).
       01 WS_CONFIG_PATH PIC X(40) VALUE 'config.dat'.
       01 WS_CONFIG_STATUS PIC XX.
       01 WS_CONFIG_SNAPSHOT_PATH PIC X(40) VALUE 'config_snapshot.dat'.
       01 WS_CONFIG_SNAPSHOT_STATUS PIC XX.
       01 WS_CONFIG_HISTORY_PATH PIC X(40) VALUE 'config_history.dat'.
       01 WS_CONFIG_HISTORY_STATUS PIC XX.
      * THE RUNNING SETTINGS IN CFG-RECORD SHAPE (WS_CFG_NOW) AND THE
      * SETTINGS LAST RECORDED IN THE SNAPSHOT (WS_CFG_WAS); EVERY
      * FIELD THAT DIFFERS BETWEEN THE TWO IS ONE HISTORY ROW. *
       01 WS_CFG_NOW.
           02 WS_CFN_PADDLE_MAX_SPEED PIC 99.
           02 WS_CFN_BALL_START_SPEED PIC 99.
           02 WS_CFN_RAMP_MS PIC 9(5).
           02 WS_CFN_STARTING_LIVES PIC 9.
           02 WS_CFN_GAMES_PER_COIN PIC 9.
           02 WS_CFN_ATTRACT_SECS PIC 999.
           02 WS_CFN_OPERATING_MODE PIC X.
       01 WS_CFG_WAS.
           02 WS_CFW_PADDLE_MAX_SPEED PIC 99.
           02 WS_CFW_BALL_START_SPEED PIC 99.
           02 WS_CFW_RAMP_MS PIC 9(5).
           02 WS_CFW_STARTING_LIVES PIC 9.
           02 WS_CFW_GAMES_PER_COIN PIC 9.
           02 WS_CFW_ATTRACT_SECS PIC 999.
           02 WS_CFW_OPERATING_MODE PIC X.
       01 WS_CFG_WAS_KNOWN_FLAG PIC 9 VALUE 0.
           88 WS_CFG_WAS_KNOWN VALUE 1.
       01 WS_CHG_FIELD PIC X(16).
       01 WS_CHG_OLD_VALUE PIC X(8).
       01 WS_CHG_NEW_VALUE PIC X(8).
       01 WS_CHG_OPERATOR PIC X(3).
       01 WS_CHG_SOURCE PIC X.
       01 WS_PADDLE_POSITION_X PIC S9(3)V99 VALUE 370.
       01 WS_PADDLE_DELTA PIC S9(3)V99.
       01 WS_LIVES_COUNT PIC 9 VALUE 3.
           02 FILLER PIC X(20).
           02 KEY-SYM USAGE BINARY-LONG.
               88 KEY-SYM-P VALUE 112.
               88 KEY-SYM-A VALUE 97.
               88 KEY-SYM-C VALUE 99.
               88 KEY-SYM-COIN VALUE 96.
               88 KEY-SYM-S VALUE 115.
       01 WS_SET_PICKED_FLAG PIC 9.
           88 WS_SET_PICKED VALUE 1.
       01 WS_NOW_HHMM PIC 9(4).
       01 WS_PRICE_SCHEDULE_PATH PIC X(40) VALUE 'price_schedule.dat'.
       01 WS_PRICE_SCHEDULE_STATUS PIC XX.
       01 WS_PRICE_SCHEDULE_EOF PIC 9 VALUE 0.
           88 WS_PRICE_SCHEDULE_AT_END VALUE 1.
       01 WS_PRICE_HHMM PIC 9(4).
       01 WS_COIN_PRICE PIC 9 VALUE 1.
       01 WS_PRICE_PICKED_FLAG PIC 9.
           88 WS_PRICE_PICKED VALUE 1.
       01 WS_LEVEL_EOF PIC 9 VALUE 0.
           88 WS_LEVEL_AT_END VALUE 1.
       01 WS_LEVEL_RESULT PIC 9 VALUE 0.
       01 WS_INITIALS_PREFIX_LEN PIC 99.
       01 WS_INITIALS_ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * BANNED INITIALS, READ ONCE AT POWER-ON LIKE THE AUDIT HOLDS.
      * A REFUSED RETURN LEAVES THE LETTERS ON SCREEN WITH A NOTE
      * UNTIL THE PLAYER TYPES AGAIN. *
       78 WS_MAX_BLOCKED_INITIALS VALUE 200.
       01 WS_BLOCKLIST_PATH PIC X(40) VALUE 'initials_blocklist.dat'.
       01 WS_BLOCKLIST_STATUS PIC XX.
       01 WS_BLOCKLIST_EOF PIC 9 VALUE 0.
           88 WS_BLOCKLIST_AT_END VALUE 1.
       01 WS_BLOCKED_COUNT PIC 999 VALUE 0.
       01 WS_BLOCKED_TABLE.
           02 WS_BLOCKED_INITIALS PIC X(3)
               OCCURS WS_MAX_BLOCKED_INITIALS TIMES.
       01 WS_BLOCKED_I PIC 999.
       01 WS_INITIALS_BLOCKED_FLAG PIC 9 VALUE 0.
           88 WS_INITIALS_BLOCKED VALUE 1.
       01 WS_INITIALS_REFUSED_FLAG PIC 9 VALUE 0.
           88 WS_INITIALS_REFUSED VALUE 1.
       01 WS_CABINET_ID_ENV PIC X(20).
       01 WS_CABINET_FINGERPRINT PIC X(20) VALUE SPACES.
       01 WS_SCORE PIC 9(6) VALUE 0.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_SESSION_START_TICK PIC 9(10) VALUE 0.
       01 WS_SESSION_START_DATETIME PIC 9(14).
      * GAMES PER COIN IN EFFECT WHEN THE SESSION STARTED (ZERO ON
      * FREE PLAY), KEPT FOR THE SESSION'S AUDIT ROW SO A SCHEDULE
      * EDITED MID-GAME CANNOT CHANGE ITS PRICE BAND. *
       01 WS_SESSION_PRICE PIC 9 VALUE 0.
       01 WS_SESSION_STARTED_FLAG PIC 9 VALUE 0.
           88 WS_SESSION_STARTED VALUE 1.

      * LIFETIME METERS: THE RUNNING COUNTS LIVE HERE AND ARE
      * REWRITTEN TO METER-FILE ON EVERY CASH OR SESSION EVENT. THE
      * CLOCK METERS GATHER MILLISECONDS FRAME BY FRAME AND GO TO DISK
      * WITH THE NEXT WRITE OR, AT THE LATEST, EVERY
      * WS_METER_FLUSH_MS, SO A POWER CUT COSTS AT MOST A MINUTE OF
      * POWERED-ON TIME. A METERS FILE THAT CANNOT BE READ IS NEVER
      * OVERWRITTEN - STARTING IT AGAIN FROM ZERO WOULD BE A RESET. *
       78 WS_METER_FLUSH_MS VALUE 60000.
       01 WS_METER_PATH PIC X(40) VALUE 'meters.dat'.
       01 WS_METER_STATUS PIC XX.
       01 WS_METERS.
           02 WS_MTR_CABINET_ID PIC X(20).
           02 WS_MTR_INSTALLED PIC 9(14).
           02 WS_MTR_UPDATED PIC 9(14).
           02 WS_MTR_COINS PIC 9(9) VALUE 0.
           02 WS_MTR_CREDITS_USED PIC 9(9) VALUE 0.
           02 WS_MTR_SESSIONS_STARTED PIC 9(9) VALUE 0.
           02 WS_MTR_SESSIONS_FINISHED PIC 9(9) VALUE 0.
           02 WS_MTR_WINS PIC 9(9) VALUE 0.
           02 WS_MTR_LOSSES PIC 9(9) VALUE 0.
           02 WS_MTR_POWER_ON_SECS PIC 9(10) VALUE 0.
           02 WS_MTR_IN_PLAY_SECS PIC 9(10) VALUE 0.
       01 WS_METER_LOCKED_FLAG PIC 9 VALUE 0.
           88 WS_METER_LOCKED VALUE 1.
       01 WS_METER_LAST_TICK PIC 9(10) VALUE 0.
       01 WS_METER_NOW_TICK PIC 9(10).
       01 WS_METER_DELTA_MS PIC 9(10).
       01 WS_METER_POWER_MS PIC 9(10) VALUE 0.
       01 WS_METER_PLAY_MS PIC 9(10) VALUE 0.

       01 WS_HEALTH_PATH PIC X(40) VALUE 'health.log'.
       01 WS_HEALTH_STATUS PIC XX.
       01 WS_HEALTH_COMPONENT PIC X(10).
       01 WS_SERVICE_MARK PIC X.
       01 WS_SERVICE_AUDIT_EOF PIC 9 VALUE 0.
           88 WS_SERVICE_AUDIT_AT_END VALUE 1.
      * THE MENU STAYS LOCKED UNTIL THE TECHNICIAN SIGNS IN WITH
      * THREE LETTERS; EVERYTHING POSTED FROM IT CARRIES THEM. *
       01 WS_SERVICE_LOGIN_FLAG PIC 9 VALUE 0.
           88 WS_SERVICE_LOGGED_IN VALUE 1.
       01 WS_SERVICE_OPERATOR PIC X(3) VALUE SPACES.
       01 WS_SERVICE_OP_POS PIC 9 VALUE 1.
      * THE CASH ADJUSTMENT PANEL (A FROM THE MENU): WHICH KIND OF
      * ADJUSTMENT THE NEXT RETURN POSTS, AND WHY. WS_ADJ_TYPE HOLDS
      * THE LGR-EVENT CODE IT WILL BE LEDGERED UNDER. *
       01 WS_ADJ_PANEL_FLAG PIC 9 VALUE 0.
           88 WS_ADJ_PANEL_OPEN VALUE 1.
       01 WS_ADJ_TYPE PIC X VALUE 'R'.
           88 WS_ADJ_REFUND VALUE 'R'.
           88 WS_ADJ_COMP VALUE 'G'.
           88 WS_ADJ_TEST_COIN VALUE 'T'.
       78 WS_ADJ_REASON_MAX VALUE 5.
       01 WS_ADJ_REASON_I PIC 9 VALUE 1.
       01 WS_ADJ_REASON_LIST.
           02 FILLER PIC X(12) VALUE 'JMCOIN JAM'.
           02 FILLER PIC X(12) VALUE 'CRGAME CRASH'.
           02 FILLER PIC X(12) VALUE 'GWGOODWILL'.
           02 FILLER PIC X(12) VALUE 'TSTECH TEST'.
           02 FILLER PIC X(12) VALUE 'OTOTHER'.
       01 WS_ADJ_REASONS REDEFINES WS_ADJ_REASON_LIST.
           02 WS_ADJ_REASON_ROW OCCURS WS_ADJ_REASON_MAX TIMES.
               03 WS_ADJ_REASON_CODE PIC XX.
               03 WS_ADJ_REASON_NAME PIC X(10).

      * ATTRACT MODE: AFTER A CONFIGURABLE IDLE SPELL WITH NO SESSION
      * RUNNING, THE CABINET PLAYS ITSELF, ALTERNATING A SELF-DRIVEN
       01 WS_SHARED_STATUS PIC XX.
       01 WS_SHARED_EOF PIC 9 VALUE 0.
           88 WS_SHARED_AT_END VALUE 1.
       01 WS_OUTBOX_PATH PIC X(40) VALUE 'shared_outbox.dat'.
       01 WS_OUTBOX_STATUS PIC XX.
       01 WS_OUTBOX_EOF PIC 9 VALUE 0.
           88 WS_OUTBOX_AT_END VALUE 1.
       01 WS_OUTBOX_REPLAYED PIC 9(5) VALUE 0.
       01 WS_OUTBOX_STUCK_FLAG PIC 9 VALUE 0.
           88 WS_OUTBOX_STUCK VALUE 1.

      * TOURNAMENT WINDOW AND STANDINGS: THE WINDOW IS RE-READ ON
      * EVERY PUSH SO A PROMOTION DECLARED MID-DAY TAKES EFFECT
       01 WS_TRN_FOUND_FLAG PIC 9.
           88 WS_TRN_FOUND VALUE 1.

      * ENTRIES ON AUDIT HOLD, READ ONCE AT POWER-ON: A HOLD PLACED
      * OR CLEARED BY THE NIGHTLY BATCH TAKES EFFECT AT THE NEXT
      * START OF DAY, THE SAME AS A CONFIG CHANGE. SIZED LIKE THE
      * HOLD TABLES IN ScoreAudit AND TournamentStandings. *
       78 WS_MAX_SCORE_HOLDS VALUE 500.
       01 WS_HOLD_PATH PIC X(40) VALUE 'score_holds.dat'.
       01 WS_HOLD_STATUS PIC XX.
       01 WS_HOLD_EOF PIC 9 VALUE 0.
           88 WS_HOLD_AT_END VALUE 1.
       01 WS_HOLD_COUNT PIC 999 VALUE 0.
       01 WS_HOLD_DROPPED PIC 9(5) VALUE 0.
       01 WS_HOLD_TABLE OCCURS WS_MAX_SCORE_HOLDS TIMES.
           02 WS_HOLD_INITIALS PIC X(3).
           02 WS_HOLD_TIMESTAMP PIC 9(14).
           02 WS_HOLD_CABINET_ID PIC X(20).
       01 WS_HOLD_LOOKUP.
           02 WS_HOLD_LOOKUP_INITIALS PIC X(3).
           02 WS_HOLD_LOOKUP_TIMESTAMP PIC 9(14).
           02 WS_HOLD_LOOKUP_CABINET_ID PIC X(20).
       01 WS_HOLD_I PIC 999.
       01 WS_SCORE_HELD_FLAG PIC 9.
           88 WS_SCORE_HELD VALUE 1.

       78 WS_TTF_FONT_SIZE VALUE 20.
       01 WS_TTF_FONT_PATH PIC X(9) VALUE Z'font.ttf'.
       01 WS_TTF_FONT USAGE POINTER.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INIT
           PERFORM LOAD_SCORE_HOLDS
           PERFORM LOAD_INITIALS_BLOCKLIST
           PERFORM LOAD_HIGHSCORES
           PERFORM DRAIN_OUTBOX_AT_BOOT
           PERFORM RECONCILE_LEADERBOARD
           PERFORM LOAD_TOURNAMENT_WINDOW
           PERFORM LOAD_TOURNAMENT_STANDINGS
           PERFORM LOAD_CHECKPOINT
           PERFORM UNTIL WS_EXIT
               PERFORM RUN_METER_CLOCKS
               PERFORM INPUT_HANDLING
               IF NOT WS_PAUSED
                   PERFORM ATTRACT_CHECK
      * THE FINGERPRINT COMES FIRST NOW SO EVERY HEALTH INCIDENT THE
      * REST OF STARTUP MIGHT RAISE ALREADY NAMES ITS CABINET. *
           PERFORM LOAD_CABINET_ID
           PERFORM LOAD_METERS
           PERFORM CHECK_CONFIG_AT_START
           PERFORM LOAD_SOUNDS
           IF NOT WS_SOUND_ENABLED
               MOVE 'SOUND' TO WS_HEALTH_COMPONENT
               END-IF
           END-IF.

       SELECT_COIN_PRICE SECTION.
      * THE GAMES ONE COIN BUYS AT WS_PRICE_HHMM: THE FIRST
      * PRICE-SCHEDULE RANGE THAT COVERS IT, ELSE THE SERVICE-MENU
      * SETTING. RE-READ EVERY TIME, LIKE THE LEVEL-SET ROTATION, SO
      * THE OPERATOR CAN CHANGE THE BANDS WITHOUT A POWER CYCLE. A
      * MALFORMED RECORD (OR A PRICE OF ZERO) IS SKIPPED; DaypartReport
      * LISTS THE SCHEDULE AND FLAGS IT. *
           MOVE WS_GAMES_PER_COIN TO WS_COIN_PRICE
           MOVE 0 TO WS_PRICE_PICKED_FLAG
           MOVE 0 TO WS_PRICE_SCHEDULE_EOF
           OPEN INPUT PRICE-SCHEDULE-FILE
           IF WS_PRICE_SCHEDULE_STATUS = '00'
               PERFORM UNTIL WS_PRICE_SCHEDULE_AT_END
                           OR WS_PRICE_PICKED
                   READ PRICE-SCHEDULE-FILE
                       AT END
                           SET WS_PRICE_SCHEDULE_AT_END TO TRUE
                       NOT AT END
                           PERFORM MATCH_PRICE_RECORD
                   END-READ
               END-PERFORM
               CLOSE PRICE-SCHEDULE-FILE
           END-IF.

       MATCH_PRICE_RECORD SECTION.
           IF PSC-START-HHMM IS NUMERIC
               AND PSC-END-HHMM IS NUMERIC
               AND PSC-GAMES-PER-COIN IS NUMERIC
               AND PSC-GAMES-PER-COIN > 0
               IF PSC-START-HHMM <= PSC-END-HHMM
                   IF WS_PRICE_HHMM >= PSC-START-HHMM
                       AND WS_PRICE_HHMM <= PSC-END-HHMM
                       MOVE PSC-GAMES-PER-COIN TO WS_COIN_PRICE
                       SET WS_PRICE_PICKED TO TRUE
                   END-IF
               ELSE
                   IF WS_PRICE_HHMM >= PSC-START-HHMM
                       OR WS_PRICE_HHMM <= PSC-END-HHMM
                       MOVE PSC-GAMES-PER-COIN TO WS_COIN_PRICE
                       SET WS_PRICE_PICKED TO TRUE
                   END-IF
               END-IF
           END-IF.

       SAVE_CHECKPOINT SECTION.
      * SNAPSHOTS ENOUGH STATE TO RESUME A GAME IN PROGRESS: THE
      * HEADER CARRIES THE LIVE BALL/PADDLE/SESSION STATE, THEN ONE
           MOVE WS_PLAYER_COUNT TO CKPT-PLAYER-COUNT
           MOVE WS_ACTIVE_PLAYER TO CKPT-ACTIVE-PLAYER
           MOVE WS_LEVEL_SET TO CKPT-LEVEL-SET
           MOVE WS_SESSION_PRICE TO CKPT-SESSION-PRICE
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS_CHECKPOINT_STATUS = '00'
               PERFORM WRITE_CHECKPOINT_RECORDS
                           WS_SESSION_START_DATETIME
                       MOVE CKPT-SESSION-STARTED TO
                           WS_SESSION_STARTED_FLAG
      * A CHECKPOINT FROM BEFORE THE PRICE WAS SAVED FALLS BACK TO
      * THE SCHEDULE AS IT STANDS FOR THE SESSION'S START TIME. *
                       IF CKPT-SESSION-PRICE IS NUMERIC
                           MOVE CKPT-SESSION-PRICE TO WS_SESSION_PRICE
                       ELSE
                           MOVE WS_SESSION_START_DATETIME(9:4) TO
                               WS_PRICE_HHMM
                           PERFORM SELECT_COIN_PRICE
                           MOVE WS_COIN_PRICE TO WS_SESSION_PRICE
                       END-IF
                       IF CKPT-PLAYER-COUNT = 2
                           MOVE 2 TO WS_PLAYER_COUNT
                       ELSE
                       AT END
                           SET WS_HIGHSCORE_AT_END TO TRUE
                       NOT AT END
                           MOVE HS-INITIALS TO WS_HOLD_LOOKUP_INITIALS
                           MOVE HS-TIMESTAMP TO
                               WS_HOLD_LOOKUP_TIMESTAMP
                           MOVE HS-CABINET-ID TO
                               WS_HOLD_LOOKUP_CABINET_ID
                           PERFORM CHECK_SCORE_HOLD
                           IF NOT WS_SCORE_HELD
                               PERFORM INSERT_HIGHSCORE_ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHSCORE-FILE
           END-IF.

       LOAD_SCORE_HOLDS SECTION.
      * ONLY ROWS STILL HELD ARE KEPT; A CLEARED ROW IS JUST THE
      * BATCH'S RECORD OF WHO VOUCHED FOR THE SCORE. NO FILE MEANS
      * NOTHING HAS EVER BEEN HELD. A HOLD THAT DOES NOT FIT IN THE
      * TABLE WOULD PUT ITS SCORE BACK ON THE BOARD, SO THAT IS
      * RAISED AS A FILE ERROR RATHER THAN PASSED OVER. *
           MOVE 0 TO WS_HOLD_COUNT
           MOVE 0 TO WS_HOLD_DROPPED
           MOVE 0 TO WS_HOLD_EOF
           OPEN INPUT HOLD-FILE
           IF WS_HOLD_STATUS NOT = '35'
               IF WS_HOLD_STATUS NOT = '00'
                   MOVE 'HOLDS' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'OPEN STATUS ' DELIMITED BY SIZE
                          WS_HOLD_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
               ELSE
                   PERFORM UNTIL WS_HOLD_AT_END
                       READ HOLD-FILE
                           AT END
                               SET WS_HOLD_AT_END TO TRUE
                           NOT AT END
                               IF HLD-HELD
                                   PERFORM KEEP_SCORE_HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
                   IF WS_HOLD_DROPPED > 0
                       MOVE 'HOLDS' TO WS_HEALTH_COMPONENT
                       MOVE SPACES TO WS_HEALTH_DETAIL
                       STRING 'TABLE FULL, ' DELIMITED BY SIZE
                              WS_HOLD_DROPPED DELIMITED BY SIZE
                           INTO WS_HEALTH_DETAIL
                       END-STRING
                       PERFORM REPORT_FILE_ERROR
                   END-IF
               END-IF
           END-IF.

       KEEP_SCORE_HOLD SECTION.
           IF WS_HOLD_COUNT < WS_MAX_SCORE_HOLDS
               ADD 1 TO WS_HOLD_COUNT
               MOVE HLD-INITIALS TO WS_HOLD_INITIALS(WS_HOLD_COUNT)
               MOVE HLD-TIMESTAMP TO WS_HOLD_TIMESTAMP(WS_HOLD_COUNT)
               MOVE HLD-CABINET-ID TO WS_HOLD_CABINET_ID(WS_HOLD_COUNT)
           ELSE
               ADD 1 TO WS_HOLD_DROPPED
           END-IF.

       LOAD_INITIALS_BLOCKLIST SECTION.
      * NO FILE MEANS NOTHING IS BANNED. LINES ARE TAKEN AS UPPER
      * CASE, SINCE THAT IS ALL THE NAME-ENTRY SCREEN CAN PRODUCE. *
           MOVE 0 TO WS_BLOCKED_COUNT
           MOVE 0 TO WS_BLOCKLIST_EOF
           OPEN INPUT BLOCKLIST-FILE
           IF WS_BLOCKLIST_STATUS NOT = '35'
               IF WS_BLOCKLIST_STATUS NOT = '00'
                   MOVE 'BLOCKLIST' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'OPEN STATUS ' DELIMITED BY SIZE
                          WS_BLOCKLIST_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
               ELSE
                   PERFORM UNTIL WS_BLOCKLIST_AT_END
                       READ BLOCKLIST-FILE
                           AT END
                               SET WS_BLOCKLIST_AT_END TO TRUE
                           NOT AT END
                               IF BLK-INITIALS NOT = SPACES
                                   AND WS_BLOCKED_COUNT <
                                       WS_MAX_BLOCKED_INITIALS
                                   ADD 1 TO WS_BLOCKED_COUNT
                                   MOVE FUNCTION UPPER-CASE
                                       (BLK-INITIALS) TO
                                       WS_BLOCKED_INITIALS
                                           (WS_BLOCKED_COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BLOCKLIST-FILE
               END-IF
           END-IF.

       CHECK_INITIALS_BLOCKED SECTION.
      * ARE THE LETTERS ON THE NAME-ENTRY SCREEN BANNED? *
           MOVE 0 TO WS_INITIALS_BLOCKED_FLAG
           PERFORM VARYING WS_BLOCKED_I FROM 1 BY 1
                              UNTIL WS_BLOCKED_I > WS_BLOCKED_COUNT
                                  OR WS_INITIALS_BLOCKED
               IF WS_BLOCKED_INITIALS(WS_BLOCKED_I) =
                       WS_PLAYER_INITIALS
                   SET WS_INITIALS_BLOCKED TO TRUE
               END-IF
           END-PERFORM.

       CHECK_SCORE_HOLD SECTION.
      * IS THE ENTRY NAMED IN WS_HOLD_LOOKUP ON AUDIT HOLD? *
           MOVE 0 TO WS_SCORE_HELD_FLAG
           PERFORM VARYING WS_HOLD_I FROM 1 BY 1
                              UNTIL WS_HOLD_I > WS_HOLD_COUNT
                                  OR WS_SCORE_HELD
               IF WS_HOLD_INITIALS(WS_HOLD_I) = WS_HOLD_LOOKUP_INITIALS
                   AND WS_HOLD_TIMESTAMP(WS_HOLD_I) =
                       WS_HOLD_LOOKUP_TIMESTAMP
                   AND WS_HOLD_CABINET_ID(WS_HOLD_I) =
                       WS_HOLD_LOOKUP_CABINET_ID
                   SET WS_SCORE_HELD TO TRUE
               END-IF
           END-PERFORM.

       CHECK_HIGHSCORE_DUPLICATE SECTION.
      * A CABINET'S OWN WIN IS WRITTEN TO BOTH HIGHSCORE-FILE (LOCAL)
      * AND SHARED-LEADERBOARD-FILE (SHOP-WIDE) WITH THE SAME
      * ROW FOR A SESSION ALREADY CLOSED OUT HERE. *
           IF WS_SESSION_STARTED
               PERFORM WRITE_AUDIT_LOG
               ADD 1 TO WS_MTR_SESSIONS_FINISHED
               EVALUATE TRUE
                   WHEN WS_WIN
                       ADD 1 TO WS_MTR_WINS
                   WHEN WS_LOSE
                       ADD 1 TO WS_MTR_LOSSES
               END-EVALUATE
               PERFORM WRITE_METERS
               MOVE 0 TO WS_SESSION_STARTED_FLAG
           END-IF
           PERFORM CLEAR_CHECKPOINT
      * CUT CAN'T LOSE A PAID-FOR COIN AT TILL COUNT. UNDER FREE PLAY
      * THE PULSE IS SWALLOWED WHOLE: NO CREDIT IS NEEDED AND A
      * LEDGER ROW FOR A COIN THE TILL NEVER SAW WOULD RUIN THE
      * CLOSE-OUT RECONCILIATION. WHAT A COIN BUYS DEPENDS ON THE
      * TIME OF DAY (SEE SELECT_COIN_PRICE), LOOKED UP AT THE DROP
      * ITSELF SO A COIN NEVER BUYS AT A PRICE THAT HAS ENDED. *
           IF NOT WS_FREE_PLAY
               MOVE FUNCTION CURRENT-DATE(9:4) TO WS_PRICE_HHMM
               PERFORM SELECT_COIN_PRICE
               ADD WS_COIN_PRICE TO WS_CREDITS_COUNT
               IF WS_CREDITS_COUNT > 99
                   MOVE 99 TO WS_CREDITS_COUNT
               END-IF
      * APPENDS ONE CASH-LEDGER ROW FOR THE EVENT ALREADY SET IN
      * LGR-EVENT BY THE CALLER. TIMESTAMPED AND FINGERPRINTED LIKE
      * THE AUDIT TRAIL SO THE TILL COUNT AT CLOSE-OUT CAN BE
      * RECONCILED AGAINST WHAT THE MACHINE SAYS IT TOOK. A COIN OR
      * TEST COIN IS STAMPED WITH THE PRICE ITS CALLER ALREADY
      * CREDITED OR WITHDREW; EVERY OTHER ROW WITH THE PRICE NOW. *
           IF NOT LGR-EVENT-COIN AND NOT LGR-EVENT-TEST-COIN
               MOVE FUNCTION CURRENT-DATE(9:4) TO WS_PRICE_HHMM
               PERFORM SELECT_COIN_PRICE
           END-IF
           MOVE WS_COIN_PRICE TO LGR-GAMES-PER-COIN
           MOVE FUNCTION CURRENT-DATE(1:14) TO LGR-TIMESTAMP
           MOVE WS_CABINET_FINGERPRINT TO LGR-CABINET-ID
           MOVE WS_CREDITS_COUNT TO LGR-CREDITS-AFTER
           IF NOT LGR-EVENT-ADJUSTMENT
               MOVE SPACES TO LGR-REASON
               MOVE SPACES TO LGR-OPERATOR
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS_LEDGER_STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
                   INTO WS_HEALTH_DETAIL
               END-STRING
               PERFORM REPORT_FILE_ERROR
           END-IF
      * THE METERS MOVE EVEN WHEN THE LEDGER WOULD NOT OPEN - THE COIN
      * WENT IN EITHER WAY, AND THE DOOR COUNTER SAW IT. *
           EVALUATE TRUE
               WHEN LGR-EVENT-COIN
                   ADD 1 TO WS_MTR_COINS
                   PERFORM WRITE_METERS
               WHEN LGR-EVENT-CREDIT-USED
                   ADD 1 TO WS_MTR_CREDITS_USED
                   PERFORM WRITE_METERS
           END-EVALUATE.

       LOAD_METERS SECTION.
      * NO FILE IS A NEW CABINET: THE METERS START AT ZERO AND THE
      * INSTALL DATE IS TODAY. A FILE THAT IS THERE BUT DOES NOT
      * READ BACK AS NUMBERS IS LEFT UNTOUCHED FOR THE OPERATOR TO
      * RESTORE, AND THE METERS STAY OFF FOR THIS POWER-ON. *
           CALL STATIC 'SDL_GetTicks'
               RETURNING WS_METER_LAST_TICK
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_MTR_INSTALLED
           OPEN INPUT METER-FILE
           IF WS_METER_STATUS = '35'
               PERFORM WRITE_METERS
           ELSE
               IF WS_METER_STATUS = '00'
                   READ METER-FILE
                       AT END
                           SET WS_METER_LOCKED TO TRUE
                       NOT AT END
                           IF MTR-INSTALLED IS NUMERIC
                               AND MTR-COINS IS NUMERIC
                               AND MTR-CREDITS-USED IS NUMERIC
                               AND MTR-SESSIONS-STARTED IS NUMERIC
                               AND MTR-SESSIONS-FINISHED IS NUMERIC
                               AND MTR-WINS IS NUMERIC
                               AND MTR-LOSSES IS NUMERIC
                               AND MTR-POWER-ON-SECS IS NUMERIC
                               AND MTR-IN-PLAY-SECS IS NUMERIC
                               MOVE MTR-RECORD TO WS_METERS
                           ELSE
                               SET WS_METER_LOCKED TO TRUE
                           END-IF
                   END-READ
                   CLOSE METER-FILE
               ELSE
                   SET WS_METER_LOCKED TO TRUE
               END-IF
               IF WS_METER_LOCKED
                   MOVE 'METERS' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'UNREADABLE ' DELIMITED BY SIZE
                          WS_METER_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
               END-IF
           END-IF.

       RUN_METER_CLOCKS SECTION.
      * ONCE A FRAME: POWERED-ON TIME ALWAYS, IN-PLAY TIME ONLY WHILE
      * A REAL SESSION IS LIVE (NOT PAUSED, NOT THE ATTRACT DEMO). *
           CALL STATIC 'SDL_GetTicks'
               RETURNING WS_METER_NOW_TICK
           END-CALL
           IF WS_METER_NOW_TICK >= WS_METER_LAST_TICK
               COMPUTE WS_METER_DELTA_MS =
                   WS_METER_NOW_TICK - WS_METER_LAST_TICK
               ADD WS_METER_DELTA_MS TO WS_METER_POWER_MS
               IF WS_SESSION_STARTED AND NOT WS_PAUSED
                   AND NOT WS_ATTRACT_ACTIVE
                   ADD WS_METER_DELTA_MS TO WS_METER_PLAY_MS
               END-IF
           END-IF
           MOVE WS_METER_NOW_TICK TO WS_METER_LAST_TICK
           IF WS_METER_POWER_MS >= WS_METER_FLUSH_MS
               PERFORM WRITE_METERS
           END-IF.

       WRITE_METERS SECTION.
      * WHOLE SECONDS GO ONTO THE CLOCK METERS; THE LEFTOVER
      * MILLISECONDS CARRY INTO THE NEXT WRITE SO NO TIME IS LOST TO
      * ROUNDING. *
           IF NOT WS_METER_LOCKED
               COMPUTE WS_MTR_POWER_ON_SECS = WS_MTR_POWER_ON_SECS
                   + (WS_METER_POWER_MS / 1000)
               COMPUTE WS_METER_POWER_MS =
                   FUNCTION MOD(WS_METER_POWER_MS, 1000)
               COMPUTE WS_MTR_IN_PLAY_SECS = WS_MTR_IN_PLAY_SECS
                   + (WS_METER_PLAY_MS / 1000)
               COMPUTE WS_METER_PLAY_MS =
                   FUNCTION MOD(WS_METER_PLAY_MS, 1000)
               MOVE WS_CABINET_FINGERPRINT TO WS_MTR_CABINET_ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS_MTR_UPDATED
               MOVE WS_METERS TO MTR-RECORD
               OPEN OUTPUT METER-FILE
               IF WS_METER_STATUS = '00'
                   WRITE MTR-RECORD
                   CLOSE METER-FILE
               ELSE
                   MOVE 'METERS' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'OPEN STATUS ' DELIMITED BY SIZE
                          WS_METER_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
               END-IF
           END-IF.

       BEGIN_INITIALS_ENTRY SECTION.
               SET WS_INITIALS_ENTRY_ACTIVE TO TRUE
               MOVE 'AAA' TO WS_PLAYER_INITIALS
               MOVE 1 TO WS_INITIALS_POS
               MOVE 0 TO WS_INITIALS_REFUSED_FLAG
           ELSE
               PERFORM UNTIL WS_ENTRY_PLAYER > WS_PLAYER_COUNT
                   PERFORM SAVE_HIGHSCORE
      * STEPS BACK, AND RETURN CONFIRMS THE THREE LETTERS AND RELEASES
      * THE HELD-BACK SAVE_HIGHSCORE. SDL KEYSYMS FOR a-z ARE THE
      * ASCII LOWERCASE CODES, SO KEY-SYM - 96 INDEXES THE UPPERCASE
      * ALPHABET STRING DIRECTLY. INITIALS ON THE BLOCKLIST ARE NOT
      * CONFIRMED: RETURN IS REFUSED AND THE PLAYER TYPES AGAIN. *
           EVALUATE TRUE
               WHEN KEY-SYM-LETTER
                   MOVE 0 TO WS_INITIALS_REFUSED_FLAG
                   COMPUTE WS_INITIALS_LETTER_I = KEY-SYM - 96
                   MOVE WS_INITIALS_ALPHABET(WS_INITIALS_LETTER_I:1)
                       TO WS_PLAYER_INITIALS(WS_INITIALS_POS:1)
                       ADD 1 TO WS_INITIALS_POS
                   END-IF
               WHEN KEY-SYM-BACKSPACE
                   MOVE 0 TO WS_INITIALS_REFUSED_FLAG
                   IF WS_INITIALS_POS > 1
                       SUBTRACT 1 FROM WS_INITIALS_POS
                   END-IF
               WHEN KEY-SYM-RETURN
                   PERFORM CHECK_INITIALS_BLOCKED
                   IF WS_INITIALS_BLOCKED
                       SET WS_INITIALS_REFUSED TO TRUE
                       MOVE 1 TO WS_INITIALS_POS
                   ELSE
                       PERFORM SAVE_HIGHSCORE
                       IF WS_ENTRY_PLAYER < WS_PLAYER_COUNT
                           ADD 1 TO WS_ENTRY_PLAYER
                           MOVE 'AAA' TO WS_PLAYER_INITIALS
                           MOVE 1 TO WS_INITIALS_POS
                       ELSE
                           SET WS_INITIALS_ENTRY_IDLE TO TRUE
                           PERFORM FINISH_SCORE_SAVE
                       END-IF
                   END-IF
           END-EVALUATE.

      * RECONCILE_LEADERBOARD. THE SHARED KEYED FILE ON A
      * CONFIGURABLE PATH STANDS IN FOR A NETWORK SHARE. A RECORD
      * WHOSE KEY IS ALREADY PRESENT (THE SAME WIN PUSHED TWICE) IS
      * REFUSED BY THE KEYED WRITE, SO NO PRE-SCAN IS NEEDED. A
      * PUSH THAT CANNOT OPEN THE SHARE, OR OPENS IT BUT CANNOT
      * WRITE (THE SHARE DROPPING MID-WRITE), IS QUEUED IN
      * OUTBOX-FILE RATHER THAN LOST, AND EVERY PUSH THAT REACHES
      * THE SHARE CARRIES THE QUEUE WITH IT. *
           MOVE HS-INITIALS TO SHR-INITIALS
           MOVE HS-TIMESTAMP TO SHR-TIMESTAMP
           MOVE HS-CABINET-ID TO SHR-CABINET-ID
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS_SHARED_STATUS NOT = '00'
                   AND WS_SHARED_STATUS NOT = '22'
                   MOVE 'SHARED' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'WRITE STATUS ' DELIMITED BY SIZE
                          WS_SHARED_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
                   PERFORM QUEUE_SHARED_PUSH
               END-IF
               PERFORM REPLAY_SHARED_OUTBOX
               CLOSE SHARED-LEADERBOARD-FILE
               PERFORM LOAD_TOURNAMENT_STANDINGS
           ELSE
                   INTO WS_HEALTH_DETAIL
               END-STRING
               PERFORM REPORT_FILE_ERROR
               PERFORM QUEUE_SHARED_PUSH
           END-IF.

       QUEUE_SHARED_PUSH SECTION.
      * THE SHARE IS DOWN OR REFUSED THE WRITE: KEEP THE RECORD
      * JUST BUILT IN SHR-RECORD ON LOCAL DISK SO A LATER PUSH, THE
      * NEXT POWER-ON OR THE OutboxDrain BATCH CAN DELIVER IT. *
           MOVE SHR-RECORD TO OBX-ENTRY
           MOVE FUNCTION CURRENT-DATE(1:14) TO OBX-QUEUED-AT
           OPEN EXTEND OUTBOX-FILE
           IF WS_OUTBOX_STATUS = '35'
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF WS_OUTBOX_STATUS = '00'
               WRITE OBX-RECORD
               CLOSE OUTBOX-FILE
           ELSE
               MOVE 'OUTBOX' TO WS_HEALTH_COMPONENT
               MOVE SPACES TO WS_HEALTH_DETAIL
               STRING 'OPEN STATUS ' DELIMITED BY SIZE
                      WS_OUTBOX_STATUS DELIMITED BY SIZE
                   INTO WS_HEALTH_DETAIL
               END-STRING
               PERFORM REPORT_FILE_ERROR
           END-IF.

       REPLAY_SHARED_OUTBOX SECTION.
      * CALLED WITH SHARED-LEADERBOARD-FILE ALREADY OPEN I-O. EVERY
      * QUEUED ROW IS WRITTEN THROUGH; A KEY ALREADY ON THE SHARE
      * (INVALID KEY) COUNTS AS DELIVERED. THE OUTBOX IS ONLY
      * EMPTIED WHEN NO ROW HIT ANY OTHER ERROR, SO A SHARE THAT
      * DROPS MID-REPLAY LOSES NOTHING - THE ROWS THAT DID LAND ARE
      * REFUSED AS DUPLICATES NEXT TIME. *
           MOVE 0 TO WS_OUTBOX_EOF
           MOVE 0 TO WS_OUTBOX_REPLAYED
           MOVE 0 TO WS_OUTBOX_STUCK_FLAG
           OPEN INPUT OUTBOX-FILE
           IF WS_OUTBOX_STATUS = '00'
               PERFORM UNTIL WS_OUTBOX_AT_END
                   READ OUTBOX-FILE
                       AT END
                           SET WS_OUTBOX_AT_END TO TRUE
                       NOT AT END
                           MOVE OBX-ENTRY TO SHR-RECORD
                           WRITE SHR-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           IF WS_SHARED_STATUS NOT = '00'
                               AND WS_SHARED_STATUS NOT = '22'
                               SET WS_OUTBOX_STUCK TO TRUE
                           END-IF
                           ADD 1 TO WS_OUTBOX_REPLAYED
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
               IF WS_OUTBOX_REPLAYED > 0 AND NOT WS_OUTBOX_STUCK
                   OPEN OUTPUT OUTBOX-FILE
                   CLOSE OUTBOX-FILE
               END-IF
               IF WS_OUTBOX_STUCK
                   MOVE 'SHARED' TO WS_HEALTH_COMPONENT
                   MOVE SPACES TO WS_HEALTH_DETAIL
                   STRING 'WRITE STATUS ' DELIMITED BY SIZE
                          WS_SHARED_STATUS DELIMITED BY SIZE
                       INTO WS_HEALTH_DETAIL
                   END-STRING
                   PERFORM REPORT_FILE_ERROR
               END-IF
           END-IF.

       DRAIN_OUTBOX_AT_BOOT SECTION.
      * PUSHES QUEUED BEFORE THE LAST POWER-OFF GO OUT BEFORE
      * RECONCILE_LEADERBOARD PULLS THE SHARE DOWN, SO THIS
      * CABINET'S OWN BOARD SHOWS THEM. THE SHARE IS ONLY OPENED
      * WHEN THERE IS A QUEUE; IF IT IS STILL DOWN THE ROWS SIMPLY
      * WAIT FOR THE NEXT PUSH THAT GETS THROUGH. *
           OPEN INPUT OUTBOX-FILE
           IF WS_OUTBOX_STATUS = '00'
               CLOSE OUTBOX-FILE
               OPEN I-O SHARED-LEADERBOARD-FILE
               IF WS_SHARED_STATUS = '35'
                   OPEN OUTPUT SHARED-LEADERBOARD-FILE
               END-IF
               IF WS_SHARED_STATUS = '00'
                   PERFORM REPLAY_SHARED_OUTBOX
                   CLOSE SHARED-LEADERBOARD-FILE
               END-IF
           END-IF.

       LOAD_TOURNAMENT_WINDOW SECTION.
                                       WS_TOURNAMENT_START
                                   AND SHR-TIMESTAMP <=
                                       WS_TOURNAMENT_END
                                   MOVE SHR-KEY TO WS_HOLD_LOOKUP
                                   PERFORM CHECK_SCORE_HOLD
                                   IF NOT WS_SCORE_HELD
                                       PERFORM NOTE_TOURNAMENT_SCORE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                           MOVE SHR-TIMESTAMP TO HS-TIMESTAMP
                           MOVE SHR-CABINET-ID TO HS-CABINET-ID
                           PERFORM CHECK_HIGHSCORE_DUPLICATE
                           MOVE SHR-KEY TO WS_HOLD_LOOKUP
                           PERFORM CHECK_SCORE_HOLD
                           IF NOT WS_HS_DUPLICATE AND NOT WS_SCORE_HELD
                               PERFORM INSERT_HIGHSCORE_ENTRY
                           END-IF
                   END-READ
               + (WS_INITIALS_PREFIX_LEN * 10)
               + ((WS_INITIALS_POS - 1) * 12)
           COMPUTE WS_TTF_RENDER_Y = (WS_SCREEN_HEIGHT / 2) + 40
           PERFORM RENDER_TTF_TEXT
           IF WS_INITIALS_REFUSED
               MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
               STRING 'NOT ALLOWED - PLEASE CHOOSE OTHERS'
                       DELIMITED BY SIZE
                   INTO WS_TTF_RENDER_TEXT
               END-STRING
               COMPUTE WS_TTF_RENDER_X = (WS_SCREEN_WIDTH / 2) - 90
               COMPUTE WS_TTF_RENDER_Y = (WS_SCREEN_HEIGHT / 2) + 95
               PERFORM RENDER_TTF_TEXT
           END-IF.

       CLEANUP SECTION.
      * FINISHED SESSIONS WROTE THEIR AUDIT ROWS IN FINISH_SCORE_SAVE;
           IF WS_SESSION_STARTED
               PERFORM WRITE_AUDIT_LOG
           END-IF
           PERFORM RUN_METER_CLOCKS
           PERFORM WRITE_METERS
           IF WS_SOUND_ENABLED
               CALL STATIC 'Mix_CloseAudio' END-CALL
           END-IF
           MOVE WS_BALL_SPEED TO AUD-FINAL-BALL-SPEED
           MOVE WS_CABINET_FINGERPRINT TO AUD-CABINET-ID
           MOVE WS_OPERATING_MODE TO AUD-SESSION-TYPE
      * THE PRICE THE SESSION WAS SOLD AT; ONE THAT NEVER SERVED
      * TAKES WHAT THE SCHEDULE SAYS NOW. *
           EVALUATE TRUE
               WHEN WS_FREE_PLAY
                   MOVE 0 TO AUD-GAMES-PER-COIN
               WHEN WS_SESSION_STARTED
                   MOVE WS_SESSION_PRICE TO AUD-GAMES-PER-COIN
               WHEN OTHER
                   MOVE AUD-TIMESTAMP(9:4) TO WS_PRICE_HHMM
                   PERFORM SELECT_COIN_PRICE
                   MOVE WS_COIN_PRICE TO AUD-GAMES-PER-COIN
           END-EVALUATE
           OPEN EXTEND AUDIT-FILE
           IF WS_AUDIT_STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
       HANDLE_SERVICE_KEY SECTION.
      * ONE KEY, ONE SERVICE ACTION. THE MENU SWALLOWS EVERY KEY SO A
      * TECHNICIAN CANNOT DROP COINS OR CHANGE THE HEAD COUNT BY
      * ACCIDENT WHILE POKING AT IT. UNTIL SOMEONE SIGNS IN, AND
      * WHILE THE CASH ADJUSTMENT PANEL IS UP, THOSE TAKE THE KEYS. *
           EVALUATE TRUE
               WHEN NOT WS_SERVICE_LOGGED_IN
                   PERFORM SERVICE_LOGIN_KEY
               WHEN WS_ADJ_PANEL_OPEN
                   PERFORM SERVICE_ADJUSTMENT_KEY
               WHEN KEY-SYM-S OR KEY-SYM-ESCAPE
                   SET WS_SERVICE_OFF TO TRUE
                   MOVE SPACES TO WS_SERVICE_MSG
                   MOVE 'CHECKPOINT CLEARED' TO WS_SERVICE_MSG
               WHEN KEY-SYM-SOUND-TEST
                   PERFORM SERVICE_PLAY_SOUND
               WHEN KEY-SYM-A
                   SET WS_ADJ_PANEL_OPEN TO TRUE
                   MOVE SPACES TO WS_SERVICE_MSG
           END-EVALUATE.

       SERVICE_LOGIN_KEY SECTION.
      * THE SIGN-IN PROMPT TYPES LIKE THE NAME-ENTRY SCREEN, EXCEPT
      * THAT ALL THREE LETTERS MUST BE FILLED BEFORE RETURN IS TAKEN
      * AND ESCAPE BACKS OUT OF THE MENU ALTOGETHER. *
           EVALUATE TRUE
               WHEN KEY-SYM-ESCAPE
                   SET WS_SERVICE_OFF TO TRUE
                   MOVE SPACES TO WS_SERVICE_MSG
               WHEN KEY-SYM-LETTER
                   COMPUTE WS_INITIALS_LETTER_I = KEY-SYM - 96
                   MOVE WS_INITIALS_ALPHABET(WS_INITIALS_LETTER_I:1)
                       TO WS_SERVICE_OPERATOR(WS_SERVICE_OP_POS:1)
                   IF WS_SERVICE_OP_POS < 3
                       ADD 1 TO WS_SERVICE_OP_POS
                   END-IF
               WHEN KEY-SYM-BACKSPACE
                   IF WS_SERVICE_OPERATOR(WS_SERVICE_OP_POS:1) = SPACE
                       AND WS_SERVICE_OP_POS > 1
                       SUBTRACT 1 FROM WS_SERVICE_OP_POS
                   END-IF
                   MOVE SPACE TO
                       WS_SERVICE_OPERATOR(WS_SERVICE_OP_POS:1)
               WHEN KEY-SYM-RETURN
                   IF WS_SERVICE_OPERATOR(1:1) = SPACE
                       OR WS_SERVICE_OPERATOR(2:1) = SPACE
                       OR WS_SERVICE_OPERATOR(3:1) = SPACE
                       MOVE 'THREE LETTERS PLEASE' TO WS_SERVICE_MSG
                   ELSE
                       SET WS_SERVICE_LOGGED_IN TO TRUE
                       MOVE SPACES TO WS_SERVICE_MSG
                   END-IF
           END-EVALUATE.

       SERVICE_ADJUSTMENT_KEY SECTION.
      * 1-3 PICK THE KIND OF ADJUSTMENT, F STEPS THROUGH THE REASON
      * CODES, RETURN POSTS ONE ROW, ESCAPE (OR A AGAIN) GOES BACK TO
      * THE MAIN PANEL. *
           EVALUATE TRUE
               WHEN KEY-SYM-ESCAPE OR KEY-SYM-A
                   MOVE 0 TO WS_ADJ_PANEL_FLAG
                   MOVE SPACES TO WS_SERVICE_MSG
               WHEN KEY-SYM-1
                   SET WS_ADJ_REFUND TO TRUE
               WHEN KEY-SYM-2
                   SET WS_ADJ_COMP TO TRUE
               WHEN KEY-SYM-3
                   SET WS_ADJ_TEST_COIN TO TRUE
               WHEN KEY-SYM-F
                   ADD 1 TO WS_ADJ_REASON_I
                   IF WS_ADJ_REASON_I > WS_ADJ_REASON_MAX
                       MOVE 1 TO WS_ADJ_REASON_I
                   END-IF
               WHEN KEY-SYM-RETURN
                   PERFORM POST_CASH_ADJUSTMENT
           END-EVALUATE.

       POST_CASH_ADJUSTMENT SECTION.
      * ONE LEDGER ROW PER RETURN, EACH WORTH ONE COIN OR ONE CREDIT,
      * SO A TILL VARIANCE CAN BE EXPLAINED FROM THE LEDGER ITSELF. A
      * REFUND IS A COIN HANDED BACK OUT OF THE TILL. A TEST COIN IS
      * TAKEN BACK OUT TOO, AND THE CREDITS IT BOUGHT ARE WITHDRAWN
      * SO A TECHNICIAN'S COIN NEVER BECOMES A FREE GAME. A COMP PUTS
      * ONE CREDIT ON THE MACHINE WITH NO COIN BEHIND IT. FREE PLAY
      * TAKES NO CASH AND LEDGERS NOTHING, SO THERE IS NOTHING TO
      * ADJUST. *
           IF WS_FREE_PLAY
               MOVE 'FREE PLAY - NO CASH' TO WS_SERVICE_MSG
           ELSE
               EVALUATE TRUE
                   WHEN WS_ADJ_COMP
                       IF WS_CREDITS_COUNT < 99
                           ADD 1 TO WS_CREDITS_COUNT
                       END-IF
                   WHEN WS_ADJ_TEST_COIN
                       MOVE FUNCTION CURRENT-DATE(9:4) TO WS_PRICE_HHMM
                       PERFORM SELECT_COIN_PRICE
                       IF WS_CREDITS_COUNT > WS_COIN_PRICE
                           SUBTRACT WS_COIN_PRICE
                               FROM WS_CREDITS_COUNT
                       ELSE
                           MOVE 0 TO WS_CREDITS_COUNT
                       END-IF
               END-EVALUATE
               MOVE WS_ADJ_TYPE TO LGR-EVENT
               MOVE WS_ADJ_REASON_CODE(WS_ADJ_REASON_I) TO LGR-REASON
               MOVE WS_SERVICE_OPERATOR TO LGR-OPERATOR
               PERFORM WRITE_LEDGER_EVENT
               EVALUATE TRUE
                   WHEN WS_ADJ_REFUND
                       MOVE 'REFUND POSTED' TO WS_SERVICE_MSG
                   WHEN WS_ADJ_COMP
                       MOVE 'COMP CREDIT POSTED' TO WS_SERVICE_MSG
                   WHEN WS_ADJ_TEST_COIN
                       MOVE 'TEST COIN POSTED' TO WS_SERVICE_MSG
               END-EVALUATE
           END-IF.

       SERVICE_ADJUST_FIELD SECTION.
      * U AND D NUDGE THE SELECTED CONFIG FIELD, ALWAYS INSIDE THE
      * RANGE LOAD_CONFIG COULD SAFELY READ BACK - THE WHOLE POINT IS
      * WRITES THE RUNNING VALUES BACK AS ONE CLEAN FIXED-WIDTH
      * CFG-RECORD, EXACTLY THE SHAPE LOAD_CONFIG READS AT THE NEXT
      * BOOT - NO MORE HAND-EDITED COLUMNS FEEDING GARBAGE INTO
      * WS_PADDLE_MAX_SPEED. EVERY FIELD THAT DIFFERS FROM WHAT THE
      * CABINET LAST RAN WITH GOES ON THE CHANGE HISTORY UNDER THE
      * SIGNED-IN OPERATOR FIRST. *
           PERFORM BUILD_CONFIG_IMAGE
           MOVE WS_SERVICE_OPERATOR TO WS_CHG_OPERATOR
           MOVE 'S' TO WS_CHG_SOURCE
           PERFORM LOG_CONFIG_CHANGES
           MOVE WS_CFG_NOW TO CFG-RECORD
           OPEN OUTPUT CONFIG-FILE
           WRITE CFG-RECORD
           CLOSE CONFIG-FILE
           PERFORM WRITE_CONFIG_SNAPSHOT.

       BUILD_CONFIG_IMAGE SECTION.
           MOVE WS_PADDLE_MAX_SPEED TO WS_CFN_PADDLE_MAX_SPEED
           MOVE WS_BALL_START_SPEED TO WS_CFN_BALL_START_SPEED
           MOVE WS_DIFFICULTY_RAMP_MS TO WS_CFN_RAMP_MS
           MOVE WS_STARTING_LIVES TO WS_CFN_STARTING_LIVES
           MOVE WS_GAMES_PER_COIN TO WS_CFN_GAMES_PER_COIN
           MOVE WS_ATTRACT_DELAY_SECS TO WS_CFN_ATTRACT_SECS
           MOVE WS_OPERATING_MODE TO WS_CFN_OPERATING_MODE.

       CHECK_CONFIG_AT_START SECTION.
      * THE SETTINGS JUST LOADED ARE COMPARED WITH THE SNAPSHOT THE
      * CABINET LAST RAN WITH; ANYTHING DIFFERENT WAS CHANGED WHILE
      * IT WAS OFF AND IS LOGGED WITH NO OPERATOR. A CABINET WITH NO
      * SNAPSHOT YET JUST TAKES ONE - THERE IS NOTHING TO COMPARE. *
           PERFORM BUILD_CONFIG_IMAGE
           MOVE 0 TO WS_CFG_WAS_KNOWN_FLAG
           OPEN INPUT CONFIG-SNAPSHOT-FILE
           IF WS_CONFIG_SNAPSHOT_STATUS = '00'
               READ CONFIG-SNAPSHOT-FILE
                   NOT AT END
                       IF CFS-PADDLE-MAX-SPEED IS NUMERIC
                           AND CFS-RAMP-MS IS NUMERIC
                           AND CFS-ATTRACT-SECS IS NUMERIC
                           MOVE CFS-CONFIG TO WS_CFG_WAS
                           SET WS_CFG_WAS_KNOWN TO TRUE
                       END-IF
               END-READ
               CLOSE CONFIG-SNAPSHOT-FILE
           END-IF
           IF WS_CFG_WAS_KNOWN
               MOVE SPACES TO WS_CHG_OPERATOR
               MOVE 'B' TO WS_CHG_SOURCE
               PERFORM LOG_CONFIG_CHANGES
           END-IF
           PERFORM WRITE_CONFIG_SNAPSHOT.

       LOG_CONFIG_CHANGES SECTION.
           IF WS_CFN_PADDLE_MAX_SPEED NOT = WS_CFW_PADDLE_MAX_SPEED
               MOVE 'PADDLE-MAX-SPEED' TO WS_CHG_FIELD
               MOVE WS_CFW_PADDLE_MAX_SPEED TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_PADDLE_MAX_SPEED TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_BALL_START_SPEED NOT = WS_CFW_BALL_START_SPEED
               MOVE 'BALL-START-SPEED' TO WS_CHG_FIELD
               MOVE WS_CFW_BALL_START_SPEED TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_BALL_START_SPEED TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_RAMP_MS NOT = WS_CFW_RAMP_MS
               MOVE 'RAMP-MS' TO WS_CHG_FIELD
               MOVE WS_CFW_RAMP_MS TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_RAMP_MS TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_STARTING_LIVES NOT = WS_CFW_STARTING_LIVES
               MOVE 'STARTING-LIVES' TO WS_CHG_FIELD
               MOVE WS_CFW_STARTING_LIVES TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_STARTING_LIVES TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_GAMES_PER_COIN NOT = WS_CFW_GAMES_PER_COIN
               MOVE 'GAMES-PER-COIN' TO WS_CHG_FIELD
               MOVE WS_CFW_GAMES_PER_COIN TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_GAMES_PER_COIN TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_ATTRACT_SECS NOT = WS_CFW_ATTRACT_SECS
               MOVE 'ATTRACT-SECS' TO WS_CHG_FIELD
               MOVE WS_CFW_ATTRACT_SECS TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_ATTRACT_SECS TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF
           IF WS_CFN_OPERATING_MODE NOT = WS_CFW_OPERATING_MODE
               MOVE 'OPERATING-MODE' TO WS_CHG_FIELD
               MOVE WS_CFW_OPERATING_MODE TO WS_CHG_OLD_VALUE
               MOVE WS_CFN_OPERATING_MODE TO WS_CHG_NEW_VALUE
               PERFORM APPEND_CONFIG_CHANGE
           END-IF.

       APPEND_CONFIG_CHANGE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHG-TIMESTAMP
           MOVE WS_CABINET_FINGERPRINT TO CHG-CABINET-ID
           MOVE WS_CHG_FIELD TO CHG-FIELD
           MOVE WS_CHG_OLD_VALUE TO CHG-OLD-VALUE
           MOVE WS_CHG_NEW_VALUE TO CHG-NEW-VALUE
           MOVE WS_CHG_OPERATOR TO CHG-OPERATOR
           MOVE WS_CHG_SOURCE TO CHG-SOURCE
           OPEN EXTEND CONFIG-HISTORY-FILE
           IF WS_CONFIG_HISTORY_STATUS = '35'
               OPEN OUTPUT CONFIG-HISTORY-FILE
           END-IF
           IF WS_CONFIG_HISTORY_STATUS = '00'
               WRITE CHG-RECORD
               CLOSE CONFIG-HISTORY-FILE
           ELSE
               MOVE 'CFGHISTORY' TO WS_HEALTH_COMPONENT
               MOVE SPACES TO WS_HEALTH_DETAIL
               STRING 'OPEN STATUS ' DELIMITED BY SIZE
                      WS_CONFIG_HISTORY_STATUS DELIMITED BY SIZE
                   INTO WS_HEALTH_DETAIL
               END-STRING
               PERFORM REPORT_FILE_ERROR
           END-IF.

       WRITE_CONFIG_SNAPSHOT SECTION.
           MOVE WS_CABINET_FINGERPRINT TO CFS-CABINET-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO CFS-UPDATED
           MOVE WS_CFG_NOW TO CFS-CONFIG
           OPEN OUTPUT CONFIG-SNAPSHOT-FILE
           IF WS_CONFIG_SNAPSHOT_STATUS = '00'
               WRITE CFS-RECORD
               CLOSE CONFIG-SNAPSHOT-FILE
           ELSE
               MOVE 'CFGSNAP' TO WS_HEALTH_COMPONENT
               MOVE SPACES TO WS_HEALTH_DETAIL
               STRING 'OPEN STATUS ' DELIMITED BY SIZE
                      WS_CONFIG_SNAPSHOT_STATUS DELIMITED BY SIZE
                   INTO WS_HEALTH_DETAIL
               END-STRING
               PERFORM REPORT_FILE_ERROR
           END-IF
           MOVE WS_CFG_NOW TO WS_CFG_WAS
           SET WS_CFG_WAS_KNOWN TO TRUE.

       SERVICE_PLAY_SOUND SECTION.
      * KEYS 1-6 FIRE EACH OF THE SIX LOADED CHUNKS SO A TECHNICIAN
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'A=CASH ADJUST  OP ' DELIMITED BY SIZE
                  WS_SERVICE_OPERATOR DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_SERVICE_MSG NOT = SPACES
               MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
               STRING WS_SERVICE_MSG DELIMITED BY '  '
                   INTO WS_TTF_RENDER_TEXT
               END-STRING
               ADD 22 TO WS_TTF_RENDER_Y
               PERFORM RENDER_TTF_TEXT
           END-IF.

       DRAW_SERVICE_LOGIN SECTION.
      * THE SIGN-IN PROMPT, IN THE SAME LEFT-HAND PANEL AS THE MENU
      * IT UNLOCKS. *
           MOVE 180 TO WS_TTF_RENDER_X
           MOVE 60 TO WS_TTF_RENDER_Y
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING '** SERVICE MENU **' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  WS_SERVICE_OPERATOR DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'INITIALS+RET ESC=EXIT' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_SERVICE_MSG NOT = SPACES
               MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
               STRING WS_SERVICE_MSG DELIMITED BY '  '
                   INTO WS_TTF_RENDER_TEXT
               END-STRING
               ADD 22 TO WS_TTF_RENDER_Y
               PERFORM RENDER_TTF_TEXT
           END-IF.

       DRAW_ADJUSTMENT_PANEL SECTION.
      * THE CASH ADJUSTMENT PANEL: THE THREE KINDS WITH THE ONE
      * RETURN WILL POST MARKED '>', THE REASON CODE, AND THE CREDIT
      * COUNT A COMP OR TEST COIN IS ABOUT TO MOVE. *
           MOVE 180 TO WS_TTF_RENDER_X
           MOVE 60 TO WS_TTF_RENDER_Y
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING '** CASH ADJUSTMENT **' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  WS_SERVICE_OPERATOR DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_ADJ_REFUND
               MOVE '>' TO WS_SERVICE_MARK
           ELSE
               MOVE ' ' TO WS_SERVICE_MARK
           END-IF
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING WS_SERVICE_MARK DELIMITED BY SIZE
                  '1 REFUND' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_ADJ_COMP
               MOVE '>' TO WS_SERVICE_MARK
           ELSE
               MOVE ' ' TO WS_SERVICE_MARK
           END-IF
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING WS_SERVICE_MARK DELIMITED BY SIZE
                  '2 COMP CREDIT' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_ADJ_TEST_COIN
               MOVE '>' TO WS_SERVICE_MARK
           ELSE
               MOVE ' ' TO WS_SERVICE_MARK
           END-IF
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING WS_SERVICE_MARK DELIMITED BY SIZE
                  '3 TEST COIN' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'REASON ' DELIMITED BY SIZE
                  WS_ADJ_REASON_CODE(WS_ADJ_REASON_I)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS_ADJ_REASON_NAME(WS_ADJ_REASON_I)
                      DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE WS_CREDITS_COUNT TO WS_CREDITS_DISPLAY
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'CREDITS ' DELIMITED BY SIZE
                  WS_CREDITS_DISPLAY DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING '1-3=KIND F=WHY RET=POST' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
           STRING 'ESC=BACK' DELIMITED BY SIZE
               INTO WS_TTF_RENDER_TEXT
           END-STRING
           ADD 22 TO WS_TTF_RENDER_Y
           PERFORM RENDER_TTF_TEXT
           IF WS_SERVICE_MSG NOT = SPACES
               MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
               STRING WS_SERVICE_MSG DELIMITED BY '  '
                   PERFORM RENDER_TTF_TEXT
               END-IF
               IF WS_SERVICE_ACTIVE
                   EVALUATE TRUE
                       WHEN NOT WS_SERVICE_LOGGED_IN
                           PERFORM DRAW_SERVICE_LOGIN
                       WHEN WS_ADJ_PANEL_OPEN
                           PERFORM DRAW_ADJUSTMENT_PANEL
                       WHEN OTHER
                           PERFORM DRAW_SERVICE_MENU
                   END-EVALUATE
               END-IF
               IF WS_WIN OR WS_LOSE
                   MOVE LOW-VALUE TO WS_TTF_RENDER_TEXT
                       IF WS_PAUSED AND WS_TTF_ENABLED
                           SET WS_SERVICE_ACTIVE TO TRUE
                           MOVE SPACES TO WS_SERVICE_MSG
                           MOVE 0 TO WS_SERVICE_LOGIN_FLAG
                           MOVE SPACES TO WS_SERVICE_OPERATOR
                           MOVE 1 TO WS_SERVICE_OP_POS
                           MOVE 0 TO WS_ADJ_PANEL_FLAG
                           PERFORM SERVICE_REFRESH_STATUS
                       END-IF
      * PLAYER SELECT IS ONLY OPEN BETWEEN GAMES: ONCE THE FIRST
                   MOVE WS_TIME_OF_LAST_BALL TO WS_SESSION_START_TICK
                   MOVE FUNCTION CURRENT-DATE(1:14) TO
                       WS_SESSION_START_DATETIME
                   IF WS_FREE_PLAY
                       MOVE 0 TO WS_SESSION_PRICE
                   ELSE
                       MOVE WS_SESSION_START_DATETIME(9:4) TO
                           WS_PRICE_HHMM
                       PERFORM SELECT_COIN_PRICE
                       MOVE WS_COIN_PRICE TO WS_SESSION_PRICE
                   END-IF
                   SET WS_SESSION_STARTED TO TRUE
                   ADD 1 TO WS_MTR_SESSIONS_STARTED
                   PERFORM WRITE_METERS
      * A FREE-PLAY SESSION CONSUMES NOTHING AND LEDGERS NOTHING. *
                   IF NOT WS_FREE_PLAY
                       PERFORM WS_PLAYER_COUNT TIMES

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DaypartReport.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Time-of-day pricing report. For the business days
      *DAYPART_FROM through DAYPART_TO (YYYYMMDD, at most 366 days;
      *both default to today, and DAYPART_FROM alone runs through
      *today) it breaks each cabinet's trade down by clock hour and
      *by price band - the games one coin bought, as stamped on every
      *cash_ledger.dat row and every audit session from the
      *price_schedule.dat in force at the time. Coins and credits
      *used come from the ledger; sessions from the audit-YYYYMMDD.dat
      *archives and any rows not yet cut over from audit.log, counted
      *in the hour they started. Free-play sessions have a band of
      *their own, and rows written before pricing by the clock are
      *shown as UNSTAMPED. Per-band totals, per cabinet and for the
      *shop, set credits sold against credits used so a promotion's
      *give-away shows up next to the coins it brought in. The
      *current price_schedule.dat is listed first, and any line the
      *cabinets skip is flagged. DAYPART_LEDGER, DAYPART_AUDIT and
      *DAYPART_SCHEDULE name the files when they are not in the
      *default places. Returns 8 when the schedule has a bad line or
      *the dates are wrong, 4 when the period saw no trade.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS_LEDGER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEDGER_STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS_AUDIT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_AUDIT_STATUS.
           SELECT PRICE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS_SCHEDULE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_SCHEDULE_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           02 LGR-TIMESTAMP PIC 9(14).
           02 LGR-CABINET-ID PIC X(20).
           02 LGR-EVENT PIC X.
               88 LGR-EVENT-COIN VALUE 'C'.
               88 LGR-EVENT-CREDIT-USED VALUE 'U'.
           02 LGR-CREDITS-AFTER PIC 99.
           02 LGR-REASON PIC XX.
           02 LGR-OPERATOR PIC X(3).
           02 LGR-GAMES-PER-COIN PIC X.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           02 AUD-TIMESTAMP PIC 9(14).
           02 AUD-START-TICK PIC 9(10).
           02 AUD-END-TICK PIC 9(10).
           02 AUD-END-REASON PIC X.
           02 AUD-FINAL-LIVES PIC 9.
           02 AUD-FINAL-BALL-SPEED PIC 99.
           02 AUD-CABINET-ID PIC X(20).
           02 AUD-SESSION-TYPE PIC X.
               88 AUD-SESSION-FREE VALUE 'F'.
           02 AUD-GAMES-PER-COIN PIC X.
      * THE SAME LAYOUT Backalley.cbl READS AT EVERY COIN. *
       FD  PRICE-SCHEDULE-FILE.
       01  PRICE-SCHEDULE-REC.
           02 PSC-START-HHMM PIC 9(4).
           02 PSC-END-HHMM PIC 9(4).
           02 PSC-GAMES-PER-COIN PIC 9.
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_MAX_DAYS VALUE 366.
      * BANDS 1-9 ARE THE GAMES-PER-COIN PRICES; THEN FREE PLAY, THEN
      * ROWS FROM BEFORE THE PRICE WAS STAMPED. *
       78 WS_BAND_SLOTS VALUE 11.
       78 WS_FREE_BAND VALUE 10.
       78 WS_UNSTAMPED_BAND VALUE 11.
       01 WS_LEDGER_PATH PIC X(40) VALUE 'cash_ledger.dat'.
       01 WS_LEDGER_STATUS PIC XX.
       01 WS_LEDGER_EOF PIC 9 VALUE 0.
           88 WS_LEDGER_AT_END VALUE 1.
       01 WS_AUDIT_PATH PIC X(40).
       01 WS_LIVE_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_AUDIT_EOF PIC 9 VALUE 0.
           88 WS_AUDIT_AT_END VALUE 1.
       01 WS_SCHEDULE_PATH PIC X(40) VALUE 'price_schedule.dat'.
       01 WS_SCHEDULE_STATUS PIC XX.
       01 WS_SCHEDULE_EOF PIC 9 VALUE 0.
           88 WS_SCHEDULE_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).

       01 WS_FROM_ENV PIC X(8).
       01 WS_TO_ENV PIC X(8).
       01 WS_FROM_DATE PIC 9(8).
       01 WS_TO_DATE PIC 9(8).
       01 WS_FROM_INT PIC 9(8).
       01 WS_TO_INT PIC 9(8).
       01 WS_DAY_INT PIC 9(8).
       01 WS_DAY_DATE PIC 9(8).
       01 WS_DAY_COUNT PIC 9(8).
       01 WS_TODAY PIC 9(8).

       01 WS_CABINET_COUNT PIC 99 VALUE 0.
       01 WS_CABINET_TABLE.
           02 WS_CABINET_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_CAB_ID PIC X(20).
               03 WS_CAB_HOUR OCCURS 24 TIMES.
                   04 WS_CAB_BAND OCCURS WS_BAND_SLOTS TIMES.
                       05 WS_CELL_COINS PIC 9(7).
                       05 WS_CELL_USED PIC 9(7).
                       05 WS_CELL_SESSIONS PIC 9(7).
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_FOUND_FLAG PIC 9.
           88 WS_CAB_FOUND VALUE 1.
       01 WS_OVERFLOW_WARNED_FLAG PIC 9 VALUE 0.
           88 WS_OVERFLOW_WARNED VALUE 1.

      * ONE CABINET'S BAND TOTALS WHILE IT PRINTS, AND THE SHOP'S. *
       01 WS_BAND_TOTALS.
           02 WS_BAND_TOTAL OCCURS WS_BAND_SLOTS TIMES.
               03 WS_BTOT_COINS PIC 9(9).
               03 WS_BTOT_SOLD PIC 9(9).
               03 WS_BTOT_USED PIC 9(9).
               03 WS_BTOT_SESSIONS PIC 9(9).
       01 WS_SHOP_TOTALS.
           02 WS_SHOP_TOTAL OCCURS WS_BAND_SLOTS TIMES.
               03 WS_STOT_COINS PIC 9(9).
               03 WS_STOT_SOLD PIC 9(9).
               03 WS_STOT_USED PIC 9(9).
               03 WS_STOT_SESSIONS PIC 9(9).

       01 WS_HOUR PIC 99.
       01 WS_HOUR_I PIC 99.
       01 WS_BAND_I PIC 99.
       01 WS_BAND_CODE PIC X.
       01 WS_BAND_LABEL PIC X(10).
       01 WS_SOLD PIC 9(9).

       01 WS_SCHEDULE_LINES PIC 9(5) VALUE 0.
       01 WS_SCHEDULE_BAD PIC 9(5) VALUE 0.
       01 WS_SCHEDULE_NOTE PIC X(30).

       01 WS_COINS_DISPLAY PIC ZZZZZZZZ9.
       01 WS_SOLD_DISPLAY PIC ZZZZZZZZ9.
       01 WS_USED_DISPLAY PIC ZZZZZZZZ9.
       01 WS_SESSIONS_DISPLAY PIC ZZZZZZZZ9.
       01 WS_COUNT_DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY DAYPART REPORT ==='
           PERFORM SET_REPORT_PERIOD
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'DAYPART_LEDGER'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LEDGER_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'DAYPART_AUDIT'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LIVE_AUDIT_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'DAYPART_SCHEDULE'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_SCHEDULE_PATH
           END-IF
           DISPLAY 'PERIOD: ' WS_FROM_DATE ' TO ' WS_TO_DATE
           PERFORM LIST_PRICE_SCHEDULE
           INITIALIZE WS_SHOP_TOTALS
           PERFORM LOAD_CASH_LEDGER
           MOVE WS_FROM_INT TO WS_DAY_INT
           PERFORM UNTIL WS_DAY_INT > WS_TO_INT
               MOVE SPACES TO WS_AUDIT_PATH
               MOVE FUNCTION DATE-OF-INTEGER(WS_DAY_INT)
                   TO WS_DAY_DATE
               STRING 'audit-' DELIMITED BY SIZE
                      WS_DAY_DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_AUDIT_PATH
               END-STRING
               PERFORM LOAD_AUDIT_SESSIONS
               ADD 1 TO WS_DAY_INT
           END-PERFORM
           MOVE WS_LIVE_AUDIT_PATH TO WS_AUDIT_PATH
           PERFORM LOAD_AUDIT_SESSIONS
           IF WS_CABINET_COUNT = 0
               DISPLAY ' '
               DISPLAY 'NO COINS, CREDITS OR SESSIONS IN THE PERIOD'
               IF WS_SCHEDULE_BAD > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
               PERFORM PRINT_CABINET
           END-PERFORM
           PERFORM PRINT_SHOP_TOTALS
           IF WS_SCHEDULE_BAD > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET_REPORT_PERIOD SECTION.
      * TODAY IS ALLOWED: THE REPORT ONLY READS, SO A PROMOTION CAN BE
      * WATCHED WHILE IT IS STILL RUNNING. *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY
           ACCEPT WS_FROM_ENV FROM ENVIRONMENT 'DAYPART_FROM'
           ACCEPT WS_TO_ENV FROM ENVIRONMENT 'DAYPART_TO'
           IF WS_TO_ENV = SPACES
               MOVE WS_TODAY TO WS_TO_ENV
           END-IF
           IF WS_FROM_ENV = SPACES
               MOVE WS_TO_ENV TO WS_FROM_ENV
           END-IF
           IF WS_FROM_ENV NOT NUMERIC OR WS_TO_ENV NOT NUMERIC
               DISPLAY 'DAYPART_FROM AND DAYPART_TO MUST BE YYYYMMDD,'
                   ' GOT: ' WS_FROM_ENV ' ' WS_TO_ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_FROM_ENV TO WS_FROM_DATE
           MOVE WS_TO_ENV TO WS_TO_DATE
           COMPUTE WS_FROM_INT = FUNCTION INTEGER-OF-DATE(WS_FROM_DATE)
           COMPUTE WS_TO_INT = FUNCTION INTEGER-OF-DATE(WS_TO_DATE)
           IF WS_FROM_INT = 0 OR WS_TO_INT = 0
               DISPLAY 'DAYPART_FROM / DAYPART_TO MUST BE VALID'
                   ' YYYYMMDD DATES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_TO_INT < WS_FROM_INT
               DISPLAY 'DAYPART_TO ' WS_TO_DATE
                   ' IS BEFORE DAYPART_FROM ' WS_FROM_DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS_DAY_COUNT = WS_TO_INT - WS_FROM_INT + 1
           IF WS_DAY_COUNT > WS_MAX_DAYS
               DISPLAY 'PERIOD IS ' WS_DAY_COUNT ' DAYS - AT MOST '
                   WS_MAX_DAYS ' CAN BE REPORTED AT ONCE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIST_PRICE_SCHEDULE SECTION.
      * THE SCHEDULE AS IT STANDS NOW - THE ROWS BELOW CARRY THE PRICE
      * THAT WAS ACTUALLY CHARGED, SO AN EDIT SINCE DOES NOT RESTATE
      * THEM. A LINE SELECT_COIN_PRICE WOULD SKIP IS FLAGGED, AS IS A
      * TIME NO CLOCK SHOWS, WHICH SILENTLY WIDENS OR EMPTIES ITS
      * RANGE. *
           DISPLAY ' '
           MOVE 0 TO WS_SCHEDULE_EOF
           OPEN INPUT PRICE-SCHEDULE-FILE
           IF WS_SCHEDULE_STATUS NOT = '00'
               DISPLAY 'NO PRICE SCHEDULE (' WS_SCHEDULE_PATH(1:20)
                   ') - ONE PRICE ALL DAY'
           ELSE
               DISPLAY 'PRICE SCHEDULE (' WS_SCHEDULE_PATH(1:20)
                   ') - FIRST MATCHING LINE WINS'
               DISPLAY '  FROM  TO    GAMES/COIN'
               PERFORM UNTIL WS_SCHEDULE_AT_END
                   READ PRICE-SCHEDULE-FILE
                       AT END
                           SET WS_SCHEDULE_AT_END TO TRUE
                       NOT AT END
                           ADD 1 TO WS_SCHEDULE_LINES
                           PERFORM CHECK_SCHEDULE_LINE
                   END-READ
               END-PERFORM
               CLOSE PRICE-SCHEDULE-FILE
               IF WS_SCHEDULE_BAD > 0
                   MOVE WS_SCHEDULE_BAD TO WS_COUNT_DISPLAY
                   DISPLAY '  ' WS_COUNT_DISPLAY
                       ' BAD LINE(S) - FIX price_schedule.dat'
               END-IF
           END-IF.

       CHECK_SCHEDULE_LINE SECTION.
           MOVE SPACES TO WS_SCHEDULE_NOTE
           EVALUATE TRUE
               WHEN PSC-START-HHMM NOT NUMERIC
                   OR PSC-END-HHMM NOT NUMERIC
                   OR PSC-GAMES-PER-COIN NOT NUMERIC
                   MOVE 'SKIPPED - NOT HHMMHHMMN' TO WS_SCHEDULE_NOTE
               WHEN PSC-GAMES-PER-COIN = 0
                   MOVE 'SKIPPED - ZERO GAMES PER COIN'
                       TO WS_SCHEDULE_NOTE
               WHEN PSC-START-HHMM(1:2) > '23'
                   OR PSC-START-HHMM(3:2) > '59'
                   OR PSC-END-HHMM(1:2) > '23'
                   OR PSC-END-HHMM(3:2) > '59'
                   MOVE 'NOT A CLOCK TIME' TO WS_SCHEDULE_NOTE
           END-EVALUATE
           IF WS_SCHEDULE_NOTE NOT = SPACES
               ADD 1 TO WS_SCHEDULE_BAD
               DISPLAY '  ' PRICE-SCHEDULE-REC '  ** ' WS_SCHEDULE_NOTE
           ELSE
               IF PSC-END-HHMM < PSC-START-HHMM
                   MOVE '(RUNS PAST MIDNIGHT)' TO WS_SCHEDULE_NOTE
               END-IF
               DISPLAY '  ' PSC-START-HHMM '  ' PSC-END-HHMM '  '
                   PSC-GAMES-PER-COIN '  ' WS_SCHEDULE_NOTE
           END-IF.

       LOAD_CASH_LEDGER SECTION.
      * COINS THE MECH REPORTED AND CREDITS PLAYERS SPENT, IN THE HOUR
      * AND AT THE PRICE EACH ROW WAS WRITTEN. ADJUSTMENTS ARE LEFT TO
      * TillReconcile - THEY ARE NOT TRADE. *
           MOVE 0 TO WS_LEDGER_EOF
           OPEN INPUT LEDGER-FILE
           IF WS_LEDGER_STATUS NOT = '35'
               PERFORM UNTIL WS_LEDGER_AT_END
                   READ LEDGER-FILE
                       AT END
                           SET WS_LEDGER_AT_END TO TRUE
                       NOT AT END
                           IF LGR-TIMESTAMP IS NUMERIC
                               AND LGR-TIMESTAMP(1:8) >= WS_FROM_DATE
                               AND LGR-TIMESTAMP(1:8) <= WS_TO_DATE
                               AND (LGR-EVENT-COIN
                                   OR LGR-EVENT-CREDIT-USED)
                               PERFORM NOTE_LEDGER_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE_LEDGER_ROW SECTION.
           MOVE LGR-TIMESTAMP(9:2) TO WS_HOUR
           IF WS_HOUR < 24
               MOVE LGR-CABINET-ID TO WS_CAB_LOOKUP
               PERFORM FIND_CABINET_SLOT
               IF WS_CAB_I > 0
                   MOVE LGR-GAMES-PER-COIN TO WS_BAND_CODE
                   PERFORM FIND_BAND_SLOT
                   IF LGR-EVENT-COIN
                       ADD 1 TO WS_CELL_COINS
                           (WS_CAB_I, WS_HOUR + 1, WS_BAND_I)
                   ELSE
                       ADD 1 TO WS_CELL_USED
                           (WS_CAB_I, WS_HOUR + 1, WS_BAND_I)
                   END-IF
               END-IF
           END-IF.

       LOAD_AUDIT_SESSIONS SECTION.
      * ONE AUDIT FILE INTO THE SESSION COUNTS: A DATED ARCHIVE, OR
      * THE LIVE LOG FOR DAYS NOT YET CUT OVER. A MISSING ARCHIVE IS
      * A DAY THE CABINET DID NOT RUN. *
           MOVE 0 TO WS_AUDIT_EOF
           OPEN INPUT AUDIT-FILE
           IF WS_AUDIT_STATUS NOT = '35'
               PERFORM UNTIL WS_AUDIT_AT_END
                   READ AUDIT-FILE
                       AT END
                           SET WS_AUDIT_AT_END TO TRUE
                       NOT AT END
                           IF AUD-TIMESTAMP IS NUMERIC
                               AND AUD-TIMESTAMP(1:8) >= WS_FROM_DATE
                               AND AUD-TIMESTAMP(1:8) <= WS_TO_DATE
                               PERFORM NOTE_AUDIT_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       NOTE_AUDIT_ROW SECTION.
      * A FREE-PLAY SESSION GOES IN THE FREE BAND WHATEVER IT CARRIES;
      * ROWS FROM BEFORE FREE PLAY READ BACK AS PAID, WHICH IS WHAT
      * THEY WERE. *
           MOVE AUD-TIMESTAMP(9:2) TO WS_HOUR
           IF WS_HOUR < 24
               MOVE AUD-CABINET-ID TO WS_CAB_LOOKUP
               PERFORM FIND_CABINET_SLOT
               IF WS_CAB_I > 0
                   IF AUD-SESSION-FREE
                       MOVE '0' TO WS_BAND_CODE
                   ELSE
                       MOVE AUD-GAMES-PER-COIN TO WS_BAND_CODE
                   END-IF
                   PERFORM FIND_BAND_SLOT
                   ADD 1 TO WS_CELL_SESSIONS
                       (WS_CAB_I, WS_HOUR + 1, WS_BAND_I)
               END-IF
           END-IF.

       FIND_BAND_SLOT SECTION.
      * THE STAMPED PRICE TO ITS BAND: 1-9 AS THEMSELVES, 0 AS FREE
      * PLAY, ANYTHING ELSE (A BLANK ON AN OLD ROW) AS UNSTAMPED. *
           EVALUATE TRUE
               WHEN WS_BAND_CODE = '0'
                   MOVE WS_FREE_BAND TO WS_BAND_I
               WHEN WS_BAND_CODE IS NUMERIC
                   MOVE WS_BAND_CODE TO WS_BAND_I
               WHEN OTHER
                   MOVE WS_UNSTAMPED_BAND TO WS_BAND_I
           END-EVALUATE.

       FIND_CABINET_SLOT SECTION.
           IF WS_CAB_LOOKUP = SPACES
               MOVE 'UNKNOWN-CABINET' TO WS_CAB_LOOKUP
           END-IF
           MOVE 0 TO WS_CAB_FOUND_FLAG
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
                                  OR WS_CAB_FOUND
               IF WS_CAB_ID(WS_CAB_I) = WS_CAB_LOOKUP
                   SET WS_CAB_FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS_CAB_FOUND
               SUBTRACT 1 FROM WS_CAB_I
           ELSE
               IF WS_CABINET_COUNT < WS_MAX_CABINETS
                   ADD 1 TO WS_CABINET_COUNT
                   MOVE WS_CABINET_COUNT TO WS_CAB_I
                   INITIALIZE WS_CABINET_ROW(WS_CAB_I)
                   MOVE WS_CAB_LOOKUP TO WS_CAB_ID(WS_CAB_I)
               ELSE
                   MOVE 0 TO WS_CAB_I
                   IF NOT WS_OVERFLOW_WARNED
                       SET WS_OVERFLOW_WARNED TO TRUE
                       DISPLAY 'MORE THAN ' WS_MAX_CABINETS
                           ' CABINETS IN THE PERIOD - EXTRAS DROPPED'
                   END-IF
               END-IF
           END-IF.

       PRINT_CABINET SECTION.
      * ONE LINE PER HOUR AND BAND THAT SAW ANY TRADE, THEN THE
      * CABINET'S BAND TOTALS. CREDITS SOLD IS COINS TIMES THE BAND'S
      * GAMES PER COIN; UNSTAMPED COINS SOLD AN UNKNOWN NUMBER. *
           INITIALIZE WS_BAND_TOTALS
           DISPLAY ' '
           DISPLAY 'CABINET: ' WS_CAB_ID(WS_CAB_I)
           DISPLAY 'HOUR BAND           COINS CREDITS SOLD CREDITS USED'
               '  SESSIONS'
           PERFORM VARYING WS_HOUR_I FROM 1 BY 1 UNTIL WS_HOUR_I > 24
               PERFORM VARYING WS_BAND_I FROM 1 BY 1
                                  UNTIL WS_BAND_I > WS_BAND_SLOTS
                   IF WS_CELL_COINS(WS_CAB_I, WS_HOUR_I, WS_BAND_I) > 0
                       OR WS_CELL_USED(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
                           > 0
                       OR WS_CELL_SESSIONS
                           (WS_CAB_I, WS_HOUR_I, WS_BAND_I) > 0
                       PERFORM PRINT_HOUR_LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY '  BY BAND:'
           PERFORM VARYING WS_BAND_I FROM 1 BY 1
                              UNTIL WS_BAND_I > WS_BAND_SLOTS
               IF WS_BTOT_COINS(WS_BAND_I) > 0
                   OR WS_BTOT_USED(WS_BAND_I) > 0
                   OR WS_BTOT_SESSIONS(WS_BAND_I) > 0
                   PERFORM SET_BAND_LABEL
                   MOVE WS_BTOT_COINS(WS_BAND_I) TO WS_COINS_DISPLAY
                   MOVE WS_BTOT_SOLD(WS_BAND_I) TO WS_SOLD_DISPLAY
                   MOVE WS_BTOT_USED(WS_BAND_I) TO WS_USED_DISPLAY
                   MOVE WS_BTOT_SESSIONS(WS_BAND_I)
                       TO WS_SESSIONS_DISPLAY
                   DISPLAY '     ' WS_BAND_LABEL WS_COINS_DISPLAY
                       '    ' WS_SOLD_DISPLAY '    ' WS_USED_DISPLAY
                       ' ' WS_SESSIONS_DISPLAY
               END-IF
           END-PERFORM.

       PRINT_HOUR_LINE SECTION.
           PERFORM SET_BAND_LABEL
           MOVE 0 TO WS_SOLD
           IF WS_BAND_I < WS_FREE_BAND
               COMPUTE WS_SOLD =
                   WS_CELL_COINS(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
                       * WS_BAND_I
           END-IF
           ADD WS_CELL_COINS(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_BTOT_COINS(WS_BAND_I) WS_STOT_COINS(WS_BAND_I)
           ADD WS_SOLD TO WS_BTOT_SOLD(WS_BAND_I)
               WS_STOT_SOLD(WS_BAND_I)
           ADD WS_CELL_USED(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_BTOT_USED(WS_BAND_I) WS_STOT_USED(WS_BAND_I)
           ADD WS_CELL_SESSIONS(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_BTOT_SESSIONS(WS_BAND_I)
                   WS_STOT_SESSIONS(WS_BAND_I)
           COMPUTE WS_HOUR = WS_HOUR_I - 1
           MOVE WS_CELL_COINS(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_COINS_DISPLAY
           MOVE WS_SOLD TO WS_SOLD_DISPLAY
           MOVE WS_CELL_USED(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_USED_DISPLAY
           MOVE WS_CELL_SESSIONS(WS_CAB_I, WS_HOUR_I, WS_BAND_I)
               TO WS_SESSIONS_DISPLAY
           DISPLAY '  ' WS_HOUR ' ' WS_BAND_LABEL WS_COINS_DISPLAY
               '    ' WS_SOLD_DISPLAY '    ' WS_USED_DISPLAY
               ' ' WS_SESSIONS_DISPLAY.

       SET_BAND_LABEL SECTION.
           EVALUATE WS_BAND_I
               WHEN WS_FREE_BAND
                   MOVE 'FREE PLAY' TO WS_BAND_LABEL
               WHEN WS_UNSTAMPED_BAND
                   MOVE 'UNSTAMPED' TO WS_BAND_LABEL
               WHEN OTHER
                   MOVE SPACES TO WS_BAND_LABEL
                   MOVE WS_BAND_I(2:1) TO WS_BAND_LABEL(1:1)
                   MOVE ' PER COIN' TO WS_BAND_LABEL(2:9)
           END-EVALUATE.

       PRINT_SHOP_TOTALS SECTION.
           DISPLAY ' '
           DISPLAY 'SHOP TOTALS BY BAND, ALL CABINETS'
           DISPLAY '     BAND           COINS CREDITS SOLD CREDITS USED'
               '  SESSIONS'
           PERFORM VARYING WS_BAND_I FROM 1 BY 1
                              UNTIL WS_BAND_I > WS_BAND_SLOTS
               IF WS_STOT_COINS(WS_BAND_I) > 0
                   OR WS_STOT_USED(WS_BAND_I) > 0
                   OR WS_STOT_SESSIONS(WS_BAND_I) > 0
                   PERFORM SET_BAND_LABEL
                   MOVE WS_STOT_COINS(WS_BAND_I) TO WS_COINS_DISPLAY
                   MOVE WS_STOT_SOLD(WS_BAND_I) TO WS_SOLD_DISPLAY
                   MOVE WS_STOT_USED(WS_BAND_I) TO WS_USED_DISPLAY
                   MOVE WS_STOT_SESSIONS(WS_BAND_I)
                       TO WS_SESSIONS_DISPLAY
                   DISPLAY '     ' WS_BAND_LABEL WS_COINS_DISPLAY
                       '    ' WS_SOLD_DISPLAY '    ' WS_USED_DISPLAY
                       ' ' WS_SESSIONS_DISPLAY
               END-IF
           END-PERFORM.

       END PROGRAM DaypartReport.

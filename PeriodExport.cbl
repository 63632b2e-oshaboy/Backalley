       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodExport.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Period-end accounting export. For the business days
      *EXPORT_FROM through EXPORT_TO (YYYYMMDD, at most 62 days) it
      *writes one fixed-layout row per cabinet per day that saw any
      *trade - the machine coin count from cash_ledger.dat, the counted
      *coins, signed variance and closing operator from TillReconcile's
      *recon_history.dat, and the paid and free session counts from the
      *audit-YYYYMMDD.dat archives (and any rows not yet cut over from
      *audit.log), plus the refunds and test coins the close netted off,
      *so that counted less machine plus refunds and test coins is the
      *variance on every row - and ends the file with a control-total
      *trailer, so the bookkeeper loads the figures instead of retyping
      *them. Nothing is written unless every trading day in the period
      *has been closed and the ledger still agrees with each close.
      *EXPORTED_BY names who is filing. On success the period is
      *appended to period_locks.dat and TillReconcile refuses to close
      *any day inside it from then on. Asking again for exactly a locked
      *period reissues its file from the same sources; a range that only
      *overlaps a locked one is refused. EXPORT_FILE, EXPORT_LEDGER,
      *EXPORT_RECON, EXPORT_AUDIT and PERIOD_LOCKS name the files when
      *they are not in the default places.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS_LEDGER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEDGER_STATUS.
           SELECT RECON-FILE ASSIGN TO DYNAMIC WS_RECON_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_RECON_STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS_AUDIT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_AUDIT_STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS_LOCK_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LOCK_STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS_EXPORT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_EXPORT_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           02 LGR-TIMESTAMP PIC 9(14).
           02 LGR-CABINET-ID PIC X(20).
           02 LGR-EVENT PIC X.
               88 LGR-EVENT-COIN VALUE 'C'.
               88 LGR-EVENT-CREDIT-USED VALUE 'U'.
               88 LGR-EVENT-REFUND VALUE 'R'.
               88 LGR-EVENT-COMP VALUE 'G'.
               88 LGR-EVENT-TEST-COIN VALUE 'T'.
           02 LGR-CREDITS-AFTER PIC 99.
           02 LGR-REASON PIC XX.
           02 LGR-OPERATOR PIC X(3).
           02 LGR-GAMES-PER-COIN PIC X.
       FD  RECON-FILE.
       01  RECON-REC.
           02 RCN-DATE PIC 9(8).
           02 RCN-CABINET-ID PIC X(20).
           02 RCN-MACHINE-COINS PIC 9(7).
           02 RCN-COUNTED-COINS PIC 9(7).
           02 RCN-VARIANCE PIC S9(7) SIGN LEADING SEPARATE.
           02 RCN-CLOSED-BY PIC X(12).
           02 RCN-REFUNDS PIC 9(5).
           02 RCN-TEST-COINS PIC 9(5).
           02 RCN-COMPS PIC 9(5).
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
      * ONE ROW PER EXPORTED PERIOD. TillReconcile READS THE SAME
      * LAYOUT TO REFUSE A CLOSE INSIDE ANY OF THEM. *
       FD  LOCK-FILE.
       01  LCK-RECORD.
           02 LCK-FROM PIC 9(8).
           02 LCK-TO PIC 9(8).
           02 LCK-LOCKED-AT PIC 9(14).
           02 LCK-LOCKED-BY PIC X(12).
           02 LCK-ROW-COUNT PIC 9(7).
      * THE EXPORT: DETAIL ROWS IN DATE THEN CABINET ORDER, THEN ONE
      * TRAILER ROW CARRYING THE CONTROL TOTALS. *
       FD  EXPORT-FILE.
       01  EXP-DETAIL.
           02 EXP-ROW-TYPE PIC X.
           02 EXP-DATE PIC 9(8).
           02 EXP-CABINET-ID PIC X(20).
           02 EXP-MACHINE-COINS PIC 9(7).
           02 EXP-COUNTED-COINS PIC 9(7).
           02 EXP-VARIANCE PIC S9(7) SIGN LEADING SEPARATE.
           02 EXP-PAID-SESSIONS PIC 9(5).
           02 EXP-FREE-SESSIONS PIC 9(5).
           02 EXP-CLOSED-BY PIC X(12).
      * TRAILING, SO A LOADER BUILT FOR THE FIRST LAYOUT STILL READS
      * ITS COLUMNS IN PLACE: THE ADJUSTMENTS TillReconcile TOOK OFF
      * THE MACHINE COUNT BEFORE STRIKING THE VARIANCE. *
           02 EXP-REFUNDS PIC 9(5).
           02 EXP-TEST-COINS PIC 9(5).
       01  EXP-TRAILER.
           02 EXT-ROW-TYPE PIC X.
           02 EXT-FROM PIC 9(8).
           02 EXT-TO PIC 9(8).
           02 EXT-EXPORTED-AT PIC 9(14).
           02 EXT-ROW-COUNT PIC 9(7).
           02 EXT-MACHINE-COINS PIC 9(9).
           02 EXT-COUNTED-COINS PIC 9(9).
           02 EXT-VARIANCE PIC S9(9) SIGN LEADING SEPARATE.
           02 EXT-PAID-SESSIONS PIC 9(7).
           02 EXT-FREE-SESSIONS PIC 9(7).
           02 EXT-EXPORTED-BY PIC X(12).
           02 EXT-REFUNDS PIC 9(7).
           02 EXT-TEST-COINS PIC 9(7).
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_MAX_DAYS VALUE 62.
       01 WS_LEDGER_PATH PIC X(40) VALUE 'cash_ledger.dat'.
       01 WS_LEDGER_STATUS PIC XX.
       01 WS_LEDGER_EOF PIC 9 VALUE 0.
           88 WS_LEDGER_AT_END VALUE 1.
       01 WS_RECON_PATH PIC X(40) VALUE 'recon_history.dat'.
       01 WS_RECON_STATUS PIC XX.
       01 WS_RECON_EOF PIC 9 VALUE 0.
           88 WS_RECON_AT_END VALUE 1.
       01 WS_AUDIT_PATH PIC X(40).
       01 WS_LIVE_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_AUDIT_EOF PIC 9 VALUE 0.
           88 WS_AUDIT_AT_END VALUE 1.
       01 WS_LOCK_PATH PIC X(40) VALUE 'period_locks.dat'.
       01 WS_LOCK_STATUS PIC XX.
       01 WS_LOCK_EOF PIC 9 VALUE 0.
           88 WS_LOCK_AT_END VALUE 1.
       01 WS_EXPORT_PATH PIC X(40) VALUE SPACES.
       01 WS_EXPORT_STATUS PIC XX.
       01 WS_PATH_ENV PIC X(40).

      * THE PERIOD, AS DATES AND AS DAY NUMBERS. A DAY'S SLOT IN THE
      * TABLE BELOW IS ITS DAY NUMBER LESS THE FIRST DAY'S, PLUS ONE. *
       01 WS_FROM_ENV PIC X(8).
       01 WS_TO_ENV PIC X(8).
       01 WS_FROM_DATE PIC 9(8).
       01 WS_TO_DATE PIC 9(8).
       01 WS_FROM_INT PIC 9(8).
       01 WS_TO_INT PIC 9(8).
       01 WS_DAY_INT PIC 9(8).
       01 WS_DAY_DATE PIC 9(8).
       01 WS_DAY_COUNT PIC 9(8).
       01 WS_DAY_I PIC 99.
       01 WS_TODAY PIC 9(8).
       01 WS_EXPORTED_AT PIC 9(14).
       01 WS_EXPORTED_BY PIC X(12).
       01 WS_REISSUE_FLAG PIC 9 VALUE 0.
           88 WS_REISSUE VALUE 1.
       01 WS_LOCK_FAILED_FLAG PIC 9 VALUE 0.
           88 WS_LOCK_FAILED VALUE 1.

       01 WS_CABINET_COUNT PIC 99 VALUE 0.
       01 WS_CABINET_TABLE.
           02 WS_CABINET_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_CAB_ID PIC X(20).
               03 WS_CAB_DAY OCCURS WS_MAX_DAYS TIMES.
                   04 WS_DAY_CLOSES PIC 99.
                   04 WS_DAY_LEDGER_COINS PIC 9(7).
                   04 WS_DAY_LEDGER_REFUNDS PIC 9(5).
                   04 WS_DAY_LEDGER_TESTS PIC 9(5).
                   04 WS_DAY_RECON_COINS PIC 9(7).
                   04 WS_DAY_RECON_REFUNDS PIC 9(5).
                   04 WS_DAY_RECON_TESTS PIC 9(5).
                   04 WS_DAY_COUNTED PIC 9(7).
                   04 WS_DAY_VARIANCE PIC S9(7).
                   04 WS_DAY_CLOSED_BY PIC X(12).
                   04 WS_DAY_PAID PIC 9(5).
                   04 WS_DAY_FREE PIC 9(5).
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_FOUND_FLAG PIC 9.
           88 WS_CAB_FOUND VALUE 1.
       01 WS_OVERFLOW_WARNED_FLAG PIC 9 VALUE 0.
           88 WS_OVERFLOW_WARNED VALUE 1.

       01 WS_PROBLEM_COUNT PIC 9(5) VALUE 0.
       01 WS_ROW_COUNT PIC 9(7) VALUE 0.
       01 WS_TOTAL_MACHINE PIC 9(9) VALUE 0.
       01 WS_TOTAL_COUNTED PIC 9(9) VALUE 0.
       01 WS_TOTAL_VARIANCE PIC S9(9) VALUE 0.
       01 WS_TOTAL_PAID PIC 9(7) VALUE 0.
       01 WS_TOTAL_FREE PIC 9(7) VALUE 0.
       01 WS_TOTAL_REFUNDS PIC 9(7) VALUE 0.
       01 WS_TOTAL_TESTS PIC 9(7) VALUE 0.
       01 WS_REFUNDS_DISPLAY PIC ZZZZ9.
       01 WS_TESTS_DISPLAY PIC ZZZZ9.
       01 WS_COINS_DISPLAY PIC ZZZZZZ9.
       01 WS_COUNTED_DISPLAY PIC ZZZZZZ9.
       01 WS_VARIANCE_DISPLAY PIC +ZZZZZZ9.
       01 WS_TOTAL_COINS_DISPLAY PIC ZZZZZZZZ9.
       01 WS_TOTAL_COUNTED_DISPLAY PIC ZZZZZZZZ9.
       01 WS_TOTAL_VARIANCE_DISPLAY PIC +ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY PERIOD EXPORT ==='
           PERFORM SET_EXPORT_PERIOD
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'EXPORT_LEDGER'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LEDGER_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'EXPORT_RECON'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_RECON_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'EXPORT_AUDIT'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LIVE_AUDIT_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'PERIOD_LOCKS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LOCK_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'EXPORT_FILE'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_EXPORT_PATH
           ELSE
               STRING 'export-' DELIMITED BY SIZE
                      WS_FROM_DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS_TO_DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_EXPORT_PATH
               END-STRING
           END-IF
           PERFORM CHECK_PERIOD_LOCKS
           PERFORM LOAD_RECON_HISTORY
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
           PERFORM CHECK_BOOKS_IN_STEP
           IF WS_PROBLEM_COUNT > 0
               DISPLAY ' '
               DISPLAY 'NOT EXPORTED: ' WS_PROBLEM_COUNT
                   ' PROBLEM(S) MUST BE PUT RIGHT FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE_EXPORT_FILE
           IF NOT WS_REISSUE
               PERFORM WRITE_PERIOD_LOCK
           END-IF
           PERFORM PRINT_SUMMARY
           STOP RUN.

       SET_EXPORT_PERIOD SECTION.
      * BOTH ENDS ARE REQUIRED AND MUST BE REAL DATES. THE PERIOD
      * MUST ALSO BE OVER: LOCKING A DAY STILL TRADING WOULD SHUT
      * THE TILL OUT OF ITS OWN CLOSE TONIGHT. *
           ACCEPT WS_FROM_ENV FROM ENVIRONMENT 'EXPORT_FROM'
           ACCEPT WS_TO_ENV FROM ENVIRONMENT 'EXPORT_TO'
           IF WS_FROM_ENV NOT NUMERIC OR WS_TO_ENV NOT NUMERIC
               DISPLAY 'EXPORT_FROM AND EXPORT_TO MUST BE YYYYMMDD,'
                   ' GOT: ' WS_FROM_ENV ' ' WS_TO_ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_FROM_ENV TO WS_FROM_DATE
           MOVE WS_TO_ENV TO WS_TO_DATE
           COMPUTE WS_FROM_INT = FUNCTION INTEGER-OF-DATE(WS_FROM_DATE)
           COMPUTE WS_TO_INT = FUNCTION INTEGER-OF-DATE(WS_TO_DATE)
           IF WS_FROM_INT = 0 OR WS_TO_INT = 0
               DISPLAY 'EXPORT_FROM / EXPORT_TO MUST BE VALID'
                   ' YYYYMMDD DATES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_TO_INT < WS_FROM_INT
               DISPLAY 'EXPORT_TO ' WS_TO_DATE
                   ' IS BEFORE EXPORT_FROM ' WS_FROM_DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS_DAY_COUNT = WS_TO_INT - WS_FROM_INT + 1
           IF WS_DAY_COUNT > WS_MAX_DAYS
               DISPLAY 'PERIOD IS ' WS_DAY_COUNT ' DAYS - AT MOST '
                   WS_MAX_DAYS ' CAN BE EXPORTED AT ONCE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY
           IF WS_TO_DATE NOT < WS_TODAY
               DISPLAY 'REFUSING TO RUN: ' WS_TO_DATE
                   ' IS NOT OVER YET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS_EXPORTED_BY FROM ENVIRONMENT 'EXPORTED_BY'
           IF WS_EXPORTED_BY = SPACES
               DISPLAY 'EXPORTED_BY MUST NAME WHO IS FILING THE PERIOD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_EXPORTED_AT
           DISPLAY 'PERIOD ' WS_FROM_DATE ' THROUGH ' WS_TO_DATE.

       CHECK_PERIOD_LOCKS SECTION.
      * A PERIOD IS FILED ONCE. THE SAME PERIOD AGAIN ONLY REISSUES
      * ITS FILE; ONE THAT CUTS ACROSS A FILED PERIOD WOULD PUT THE
      * SAME DAYS IN THE BOOKS TWICE, SO IT IS A HARD STOP. *
           MOVE 0 TO WS_LOCK_EOF
           OPEN INPUT LOCK-FILE
           IF WS_LOCK_STATUS NOT = '35'
               PERFORM UNTIL WS_LOCK_AT_END
                   READ LOCK-FILE
                       AT END
                           SET WS_LOCK_AT_END TO TRUE
                       NOT AT END
                           IF LCK-FROM IS NUMERIC
                               AND LCK-TO IS NUMERIC
                               AND LCK-FROM <= WS_TO_DATE
                               AND LCK-TO >= WS_FROM_DATE
                               PERFORM NOTE_LOCKED_PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       NOTE_LOCKED_PERIOD SECTION.
           IF LCK-FROM = WS_FROM_DATE AND LCK-TO = WS_TO_DATE
               SET WS_REISSUE TO TRUE
               DISPLAY 'PERIOD WAS FILED ' LCK-LOCKED-AT ' BY '
                   LCK-LOCKED-BY ' - REISSUING ITS EXPORT'
           ELSE
               DISPLAY 'REFUSING TO RUN: PERIOD OVERLAPS ' LCK-FROM
                   ' THROUGH ' LCK-TO ', FILED ' LCK-LOCKED-AT
                   ' BY ' LCK-LOCKED-BY
               CLOSE LOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD_RECON_HISTORY SECTION.
      * THE CLOSES FOR THE PERIOD. ROWS FROM BEFORE THE SERVICE MENU
      * COULD POST ADJUSTMENTS READ BACK BLANK THERE AND HAD NONE. *
           MOVE 0 TO WS_RECON_EOF
           OPEN INPUT RECON-FILE
           IF WS_RECON_STATUS = '35'
               DISPLAY 'NO ' WS_RECON_PATH(1:17)
                   ' PRESENT - NO DAY HAS BEEN CLOSED'
           ELSE
               PERFORM UNTIL WS_RECON_AT_END
                   READ RECON-FILE
                       AT END
                           SET WS_RECON_AT_END TO TRUE
                       NOT AT END
                           IF RCN-DATE IS NUMERIC
                               AND RCN-DATE >= WS_FROM_DATE
                               AND RCN-DATE <= WS_TO_DATE
                               PERFORM NOTE_RECON_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF.

       NOTE_RECON_ROW SECTION.
           MOVE RCN-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               MOVE RCN-DATE TO WS_DAY_DATE
               PERFORM FIND_DAY_SLOT
           END-IF
           IF WS_CAB_I > 0 AND WS_DAY_I > 0
               IF RCN-REFUNDS NOT NUMERIC
                   MOVE 0 TO RCN-REFUNDS
               END-IF
               IF RCN-TEST-COINS NOT NUMERIC
                   MOVE 0 TO RCN-TEST-COINS
               END-IF
               ADD 1 TO WS_DAY_CLOSES(WS_CAB_I, WS_DAY_I)
               MOVE RCN-MACHINE-COINS TO
                   WS_DAY_RECON_COINS(WS_CAB_I, WS_DAY_I)
               MOVE RCN-REFUNDS TO
                   WS_DAY_RECON_REFUNDS(WS_CAB_I, WS_DAY_I)
               MOVE RCN-TEST-COINS TO
                   WS_DAY_RECON_TESTS(WS_CAB_I, WS_DAY_I)
               MOVE RCN-COUNTED-COINS TO
                   WS_DAY_COUNTED(WS_CAB_I, WS_DAY_I)
               MOVE RCN-VARIANCE TO
                   WS_DAY_VARIANCE(WS_CAB_I, WS_DAY_I)
               MOVE RCN-CLOSED-BY TO
                   WS_DAY_CLOSED_BY(WS_CAB_I, WS_DAY_I)
           END-IF.

       LOAD_CASH_LEDGER SECTION.
      * THE SAME TALLY TillReconcile STRUCK EACH CLOSE AGAINST: COINS
      * THE MECH REPORTED, AND THE REFUNDS AND TEST COINS THE
      * OPERATOR TOOK BACK OUT, PER CABINET PER DAY. *
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
                                   OR LGR-EVENT-REFUND
                                   OR LGR-EVENT-TEST-COIN)
                               PERFORM NOTE_LEDGER_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE_LEDGER_ROW SECTION.
           MOVE LGR-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               MOVE LGR-TIMESTAMP(1:8) TO WS_DAY_DATE
               PERFORM FIND_DAY_SLOT
           END-IF
           IF WS_CAB_I > 0 AND WS_DAY_I > 0
               EVALUATE TRUE
                   WHEN LGR-EVENT-COIN
                       ADD 1 TO WS_DAY_LEDGER_COINS(WS_CAB_I, WS_DAY_I)
                   WHEN LGR-EVENT-REFUND
                       ADD 1 TO
                           WS_DAY_LEDGER_REFUNDS(WS_CAB_I, WS_DAY_I)
                   WHEN LGR-EVENT-TEST-COIN
                       ADD 1 TO WS_DAY_LEDGER_TESTS(WS_CAB_I, WS_DAY_I)
               END-EVALUATE
           END-IF.

       LOAD_AUDIT_SESSIONS SECTION.
      * ONE AUDIT FILE INTO THE SESSION COUNTS: A DATED ARCHIVE, OR
      * THE LIVE LOG FOR DAYS NOT YET CUT OVER. A MISSING ARCHIVE IS
      * A DAY THE CABINET DID NOT RUN. ROWS FROM BEFORE FREE PLAY
      * READ BACK AS SPACE AND COUNT AS PAID, WHICH IS WHAT THEY
      * WERE. *
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
           MOVE AUD-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               MOVE AUD-TIMESTAMP(1:8) TO WS_DAY_DATE
               PERFORM FIND_DAY_SLOT
           END-IF
           IF WS_CAB_I > 0 AND WS_DAY_I > 0
               IF AUD-SESSION-FREE
                   ADD 1 TO WS_DAY_FREE(WS_CAB_I, WS_DAY_I)
               ELSE
                   ADD 1 TO WS_DAY_PAID(WS_CAB_I, WS_DAY_I)
               END-IF
           END-IF.

       CHECK_BOOKS_IN_STEP SECTION.
      * ONCE FILED THE PERIOD CANNOT BE CLOSED AGAIN, SO EVERY DAY
      * THAT TOOK OR PAID OUT COINS MUST BE CLOSED NOW, EXACTLY ONCE,
      * AND THE LEDGER MUST STILL SHOW WHAT THE CLOSE WAS STRUCK
      * AGAINST. EVERY PROBLEM IS LISTED BEFORE THE RUN GIVES UP. *
           PERFORM VARYING WS_DAY_I FROM 1 BY 1
                              UNTIL WS_DAY_I > WS_DAY_COUNT
               COMPUTE WS_DAY_INT = WS_FROM_INT + WS_DAY_I - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS_DAY_INT)
                   TO WS_DAY_DATE
               PERFORM VARYING WS_CAB_I FROM 1 BY 1
                                  UNTIL WS_CAB_I > WS_CABINET_COUNT
                   EVALUATE TRUE
                       WHEN WS_DAY_CLOSES(WS_CAB_I, WS_DAY_I) > 1
                           ADD 1 TO WS_PROBLEM_COUNT
                           DISPLAY WS_DAY_DATE ' ' WS_CAB_ID(WS_CAB_I)
                               ' CLOSED MORE THAN ONCE'
                       WHEN WS_DAY_CLOSES(WS_CAB_I, WS_DAY_I) = 0
                           IF WS_DAY_LEDGER_COINS(WS_CAB_I, WS_DAY_I)
                                   > 0
                               OR WS_DAY_LEDGER_REFUNDS
                                   (WS_CAB_I, WS_DAY_I) > 0
                               OR WS_DAY_LEDGER_TESTS
                                   (WS_CAB_I, WS_DAY_I) > 0
                               ADD 1 TO WS_PROBLEM_COUNT
                               DISPLAY WS_DAY_DATE ' '
                                   WS_CAB_ID(WS_CAB_I)
                                   ' TOOK COINS BUT WAS NEVER CLOSED'
                           END-IF
                       WHEN WS_DAY_LEDGER_COINS(WS_CAB_I, WS_DAY_I)
                               NOT = WS_DAY_RECON_COINS
                                   (WS_CAB_I, WS_DAY_I)
                           OR WS_DAY_LEDGER_REFUNDS(WS_CAB_I, WS_DAY_I)
                               NOT = WS_DAY_RECON_REFUNDS
                                   (WS_CAB_I, WS_DAY_I)
                           OR WS_DAY_LEDGER_TESTS(WS_CAB_I, WS_DAY_I)
                               NOT = WS_DAY_RECON_TESTS
                                   (WS_CAB_I, WS_DAY_I)
                           ADD 1 TO WS_PROBLEM_COUNT
                           DISPLAY WS_DAY_DATE ' ' WS_CAB_ID(WS_CAB_I)
                               ' LEDGER NO LONGER MATCHES ITS CLOSE'
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.

       WRITE_EXPORT_FILE SECTION.
      * A CABINET GETS A ROW FOR A DAY IT WAS CLOSED OR PLAYED; DAYS
      * IT SAT DARK ARE LEFT OUT. *
           OPEN OUTPUT EXPORT-FILE
           IF WS_EXPORT_STATUS NOT = '00'
               DISPLAY 'CANNOT WRITE ' WS_EXPORT_PATH(1:30)
                   ' - STATUS ' WS_EXPORT_STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY ' '
           DISPLAY 'DATE     CABINET              MACHINE REFND  TEST'
               ' COUNTED VARIANCE  PAID  FREE CLOSED-BY'
           PERFORM VARYING WS_DAY_I FROM 1 BY 1
                              UNTIL WS_DAY_I > WS_DAY_COUNT
               COMPUTE WS_DAY_INT = WS_FROM_INT + WS_DAY_I - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS_DAY_INT)
                   TO WS_DAY_DATE
               PERFORM VARYING WS_CAB_I FROM 1 BY 1
                                  UNTIL WS_CAB_I > WS_CABINET_COUNT
                   IF WS_DAY_CLOSES(WS_CAB_I, WS_DAY_I) > 0
                       OR WS_DAY_PAID(WS_CAB_I, WS_DAY_I) > 0
                       OR WS_DAY_FREE(WS_CAB_I, WS_DAY_I) > 0
                       PERFORM WRITE_EXPORT_ROW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'T' TO EXT-ROW-TYPE
           MOVE WS_FROM_DATE TO EXT-FROM
           MOVE WS_TO_DATE TO EXT-TO
           MOVE WS_EXPORTED_AT TO EXT-EXPORTED-AT
           MOVE WS_ROW_COUNT TO EXT-ROW-COUNT
           MOVE WS_TOTAL_MACHINE TO EXT-MACHINE-COINS
           MOVE WS_TOTAL_COUNTED TO EXT-COUNTED-COINS
           MOVE WS_TOTAL_VARIANCE TO EXT-VARIANCE
           MOVE WS_TOTAL_PAID TO EXT-PAID-SESSIONS
           MOVE WS_TOTAL_FREE TO EXT-FREE-SESSIONS
           MOVE WS_EXPORTED_BY TO EXT-EXPORTED-BY
           MOVE WS_TOTAL_REFUNDS TO EXT-REFUNDS
           MOVE WS_TOTAL_TESTS TO EXT-TEST-COINS
           WRITE EXP-TRAILER
           CLOSE EXPORT-FILE.

       WRITE_EXPORT_ROW SECTION.
           MOVE 'D' TO EXP-ROW-TYPE
           MOVE WS_DAY_DATE TO EXP-DATE
           MOVE WS_CAB_ID(WS_CAB_I) TO EXP-CABINET-ID
           MOVE WS_DAY_LEDGER_COINS(WS_CAB_I, WS_DAY_I)
               TO EXP-MACHINE-COINS
           MOVE WS_DAY_COUNTED(WS_CAB_I, WS_DAY_I) TO EXP-COUNTED-COINS
           MOVE WS_DAY_VARIANCE(WS_CAB_I, WS_DAY_I) TO EXP-VARIANCE
           MOVE WS_DAY_PAID(WS_CAB_I, WS_DAY_I) TO EXP-PAID-SESSIONS
           MOVE WS_DAY_FREE(WS_CAB_I, WS_DAY_I) TO EXP-FREE-SESSIONS
           MOVE WS_DAY_CLOSED_BY(WS_CAB_I, WS_DAY_I) TO EXP-CLOSED-BY
           MOVE WS_DAY_RECON_REFUNDS(WS_CAB_I, WS_DAY_I) TO EXP-REFUNDS
           MOVE WS_DAY_RECON_TESTS(WS_CAB_I, WS_DAY_I)
               TO EXP-TEST-COINS
           WRITE EXP-DETAIL
           ADD 1 TO WS_ROW_COUNT
           ADD EXP-MACHINE-COINS TO WS_TOTAL_MACHINE
           ADD EXP-COUNTED-COINS TO WS_TOTAL_COUNTED
           ADD EXP-VARIANCE TO WS_TOTAL_VARIANCE
           ADD EXP-PAID-SESSIONS TO WS_TOTAL_PAID
           ADD EXP-FREE-SESSIONS TO WS_TOTAL_FREE
           ADD EXP-REFUNDS TO WS_TOTAL_REFUNDS
           ADD EXP-TEST-COINS TO WS_TOTAL_TESTS
           MOVE EXP-MACHINE-COINS TO WS_COINS_DISPLAY
           MOVE EXP-REFUNDS TO WS_REFUNDS_DISPLAY
           MOVE EXP-TEST-COINS TO WS_TESTS_DISPLAY
           MOVE EXP-COUNTED-COINS TO WS_COUNTED_DISPLAY
           MOVE EXP-VARIANCE TO WS_VARIANCE_DISPLAY
           DISPLAY EXP-DATE ' ' EXP-CABINET-ID WS_COINS_DISPLAY ' '
               WS_REFUNDS_DISPLAY ' ' WS_TESTS_DISPLAY ' '
               WS_COUNTED_DISPLAY ' ' WS_VARIANCE_DISPLAY ' '
               EXP-PAID-SESSIONS ' ' EXP-FREE-SESSIONS ' '
               EXP-CLOSED-BY.

       WRITE_PERIOD_LOCK SECTION.
      * THE EXPORT FILE IS ALREADY WRITTEN BY NOW; A LOCK FILE THAT
      * CANNOT BE REACHED LEAVES IT STANDING BUT UNLOCKED, AND THE
      * RUN SAYS SO RATHER THAN REPORT A LOCK THAT IS NOT THERE. *
           MOVE WS_FROM_DATE TO LCK-FROM
           MOVE WS_TO_DATE TO LCK-TO
           MOVE WS_EXPORTED_AT TO LCK-LOCKED-AT
           MOVE WS_EXPORTED_BY TO LCK-LOCKED-BY
           MOVE WS_ROW_COUNT TO LCK-ROW-COUNT
           OPEN EXTEND LOCK-FILE
           IF WS_LOCK_STATUS = '35'
               OPEN OUTPUT LOCK-FILE
           END-IF
           IF WS_LOCK_STATUS NOT = '00'
               SET WS_LOCK_FAILED TO TRUE
           ELSE
               WRITE LCK-RECORD
               IF WS_LOCK_STATUS NOT = '00'
                   SET WS_LOCK_FAILED TO TRUE
               END-IF
               CLOSE LOCK-FILE
           END-IF
           IF WS_LOCK_FAILED
               DISPLAY 'CANNOT WRITE ' WS_LOCK_PATH(1:30)
                   ' - STATUS ' WS_LOCK_STATUS
               DISPLAY 'EXPORT FILE WRITTEN BUT THE PERIOD IS NOT YET'
                   ' LOCKED - RERUN ONCE THE LOCK FILE CAN BE REACHED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       FIND_DAY_SLOT SECTION.
      * WS_DAY_DATE TO ITS SLOT IN THE PERIOD; A DAY THAT FALLS IN
      * RANGE AS A NUMBER BUT IS NO REAL DATE GETS SLOT ZERO. *
           MOVE 0 TO WS_DAY_I
           IF WS_DAY_DATE IS NUMERIC
               COMPUTE WS_DAY_INT =
                   FUNCTION INTEGER-OF-DATE(WS_DAY_DATE)
               IF WS_DAY_INT >= WS_FROM_INT AND WS_DAY_INT <= WS_TO_INT
                   COMPUTE WS_DAY_I = WS_DAY_INT - WS_FROM_INT + 1
               END-IF
           END-IF.

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

       PRINT_SUMMARY SECTION.
           MOVE WS_TOTAL_MACHINE TO WS_TOTAL_COINS_DISPLAY
           MOVE WS_TOTAL_COUNTED TO WS_TOTAL_COUNTED_DISPLAY
           MOVE WS_TOTAL_VARIANCE TO WS_TOTAL_VARIANCE_DISPLAY
           DISPLAY ' '
           DISPLAY 'ROWS: ' WS_ROW_COUNT
               '  MACHINE COINS: ' WS_TOTAL_COINS_DISPLAY
               '  COUNTED: ' WS_TOTAL_COUNTED_DISPLAY
               '  VARIANCE: ' WS_TOTAL_VARIANCE_DISPLAY
           DISPLAY 'REFUNDS: ' WS_TOTAL_REFUNDS
               '  TEST COINS: ' WS_TOTAL_TESTS
           DISPLAY 'PAID SESSIONS: ' WS_TOTAL_PAID
               '  FREE SESSIONS: ' WS_TOTAL_FREE
           DISPLAY 'WRITTEN TO ' WS_EXPORT_PATH
           EVALUATE TRUE
               WHEN WS_REISSUE
                   DISPLAY 'PERIOD WAS ALREADY LOCKED - LOCK UNCHANGED'
               WHEN WS_LOCK_FAILED
                   DISPLAY 'PERIOD NOT LOCKED - TillReconcile CAN STILL'
                       ' CLOSE THESE DAYS'
               WHEN OTHER
                   DISPLAY 'PERIOD LOCKED IN ' WS_LOCK_PATH(1:20)
                       ' - TillReconcile WILL NOT CLOSE THESE DAYS'
                       ' AGAIN'
           END-EVALUATE.

       END PROGRAM PeriodExport.

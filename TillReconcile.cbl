      *recon_history.dat. Like AuditCutover it refuses to close the
      *same date twice for the same cabinet. RECON_LIST=Y instead
      *lists the whole variance history, so a cabinet whose mech is
      *drifting shows up as a pattern rather than a shrug. Refunds
      *and test coins the operator posted from the service menu took
      *coins back out of the till, so the variance is struck against
      *the machine count net of them; they and any comp credits are
      *printed on their own line and kept on the history row. Once
      *PeriodExport has filed a period it is listed in
      *period_locks.dat (PERIOD_LOCKS names it elsewhere) and no day
      *inside it can be closed here again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-FILE ASSIGN TO DYNAMIC WS_RECON_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_RECON_STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS_LOCK_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LOCK_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
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
           02 RCN-COUNTED-COINS PIC 9(7).
           02 RCN-VARIANCE PIC S9(7) SIGN LEADING SEPARATE.
           02 RCN-CLOSED-BY PIC X(12).
      * OPERATOR ADJUSTMENTS FOR THE DAY. ROWS CLOSED BEFORE THE
      * SERVICE MENU COULD POST THEM END AT RCN-CLOSED-BY AND READ
      * BACK AS BLANKS HERE. *
           02 RCN-REFUNDS PIC 9(5).
           02 RCN-TEST-COINS PIC 9(5).
           02 RCN-COMPS PIC 9(5).
      * PERIODS ALREADY FILED WITH THE BOOKKEEPER (SEE PeriodExport). *
       FD  LOCK-FILE.
       01  LCK-RECORD.
           02 LCK-FROM PIC 9(8).
           02 LCK-TO PIC 9(8).
           02 LCK-LOCKED-AT PIC 9(14).
           02 LCK-LOCKED-BY PIC X(12).
           02 LCK-ROW-COUNT PIC 9(7).
       WORKING-STORAGE SECTION.
       01 WS_LEDGER_PATH PIC X(40) VALUE 'cash_ledger.dat'.
       01 WS_LEDGER_STATUS PIC XX.
       01 WS_RECON_STATUS PIC XX.
       01 WS_RECON_EOF PIC 9 VALUE 0.
           88 WS_RECON_AT_END VALUE 1.
       01 WS_LOCK_PATH PIC X(40) VALUE 'period_locks.dat'.
       01 WS_LOCK_STATUS PIC XX.
       01 WS_LOCK_EOF PIC 9 VALUE 0.
           88 WS_LOCK_AT_END VALUE 1.
       01 WS_LOCK_ENV PIC X(40).
       01 WS_LIST_ENV PIC X(3).
       01 WS_RECON_DATE PIC X(8).
       01 WS_COUNTED_ENV PIC X(7).
       01 WS_COUNTED_COINS PIC 9(7).
       01 WS_MACHINE_COINS PIC 9(7) VALUE 0.
       01 WS_VARIANCE PIC S9(7).
       01 WS_REFUNDS PIC 9(5) VALUE 0.
       01 WS_TEST_COINS PIC 9(5) VALUE 0.
       01 WS_COMPS PIC 9(5) VALUE 0.
       01 WS_EXPECTED_COINS PIC S9(7).
      * CABINET FINGERPRINT, RESOLVED THE SAME WAY LOAD_CABINET_ID
      * SECTION IN Backalley.cbl RESOLVES IT, SO THE RECONCILIATION
      * ROW NAMES THE SAME CABINET THE LEDGER ROWS DO. *
       01 WS_VARIANCE_DISPLAY PIC +ZZZZZZ9.
       01 WS_COINS_DISPLAY PIC ZZZZZZ9.
       01 WS_COUNTED_DISPLAY PIC ZZZZZZ9.
       01 WS_EXPECTED_DISPLAY PIC -ZZZZZZ9.
       01 WS_REFUNDS_DISPLAY PIC ZZZZ9.
       01 WS_TEST_COINS_DISPLAY PIC ZZZZ9.
       01 WS_COMPS_DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REFUSE_IF_PERIOD_LOCKED
           PERFORM REFUSE_IF_ALREADY_CLOSED
           PERFORM COUNT_MACHINE_COINS
           COMPUTE WS_EXPECTED_COINS =
               WS_MACHINE_COINS - WS_REFUNDS - WS_TEST_COINS
           COMPUTE WS_VARIANCE =
               WS_COUNTED_COINS - WS_EXPECTED_COINS
           PERFORM WRITE_RECON_RECORD
           MOVE WS_MACHINE_COINS TO WS_COINS_DISPLAY
           MOVE WS_COUNTED_COINS TO WS_COUNTED_DISPLAY
           MOVE WS_VARIANCE TO WS_VARIANCE_DISPLAY
           MOVE WS_EXPECTED_COINS TO WS_EXPECTED_DISPLAY
           MOVE WS_REFUNDS TO WS_REFUNDS_DISPLAY
           MOVE WS_TEST_COINS TO WS_TEST_COINS_DISPLAY
           MOVE WS_COMPS TO WS_COMPS_DISPLAY
           DISPLAY 'DAY ' WS_RECON_DATE ' CABINET '
               WS_CABINET_FINGERPRINT
           DISPLAY 'MACHINE COINS: ' WS_COINS_DISPLAY
           DISPLAY 'ADJUSTMENTS - REFUNDS: ' WS_REFUNDS_DISPLAY
               '  TEST COINS: ' WS_TEST_COINS_DISPLAY
               '  COMP CREDITS: ' WS_COMPS_DISPLAY
           DISPLAY 'NET EXPECTED: ' WS_EXPECTED_DISPLAY
               '  COUNTED CASH: ' WS_COUNTED_DISPLAY
               '  VARIANCE: ' WS_VARIANCE_DISPLAY
           IF WS_VARIANCE = 0
               END-IF
           END-IF.

       REFUSE_IF_PERIOD_LOCKED SECTION.
      * A FILED PERIOD IS IN THE BOOKS. A LATE CLOSE FOR ONE OF ITS
      * DAYS WOULD LEAVE THE HISTORY SAYING SOMETHING THE BOOKKEEPER
      * NEVER SAW, SO ANY DAY INSIDE A LOCKED PERIOD IS A HARD STOP. *
           ACCEPT WS_LOCK_ENV FROM ENVIRONMENT 'PERIOD_LOCKS'
           IF WS_LOCK_ENV NOT = SPACES
               MOVE WS_LOCK_ENV TO WS_LOCK_PATH
           END-IF
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
                               AND WS_RECON_DATE >= LCK-FROM
                               AND WS_RECON_DATE <= LCK-TO
                               DISPLAY 'REFUSING TO RUN: '
                                   WS_RECON_DATE ' IS IN PERIOD '
                                   LCK-FROM ' THROUGH ' LCK-TO
                                   ', FILED ' LCK-LOCKED-AT ' BY '
                                   LCK-LOCKED-BY
                               CLOSE LOCK-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       REFUSE_IF_ALREADY_CLOSED SECTION.
      * ONE RECONCILIATION ROW PER CABINET PER BUSINESS DAY IS THE
      * WHOLE VALUE OF THE HISTORY - A SECOND CLOSE FOR THE SAME DAY
       COUNT_MACHINE_COINS SECTION.
      * WHAT THE MACHINE SAYS IT TOOK: EVERY LGR-EVENT-COIN ROW THIS
      * CABINET WROTE IN THE BUSINESS DAY'S WINDOW, THE SAME FIGURE
      * NightlyReport PRINTS AS COINS TAKEN TODAY - TOGETHER WITH
      * THE REFUND, TEST COIN AND COMP ROWS THE OPERATOR POSTED FOR
      * THE SAME CABINET AND DAY. *
           OPEN INPUT LEDGER-FILE
           IF WS_LEDGER_STATUS = '35'
               DISPLAY 'NO ' WS_LEDGER_PATH(1:15)
                       AT END
                           SET WS_LEDGER_AT_END TO TRUE
                       NOT AT END
                           IF LGR-TIMESTAMP(1:8) = WS_RECON_DATE
                               AND LGR-CABINET-ID =
                                   WS_CABINET_FINGERPRINT
                               EVALUATE TRUE
                                   WHEN LGR-EVENT-COIN
                                       ADD 1 TO WS_MACHINE_COINS
                                   WHEN LGR-EVENT-REFUND
                                       ADD 1 TO WS_REFUNDS
                                   WHEN LGR-EVENT-TEST-COIN
                                       ADD 1 TO WS_TEST_COINS
                                   WHEN LGR-EVENT-COMP
                                       ADD 1 TO WS_COMPS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS_COUNTED_COINS TO RCN-COUNTED-COINS
           MOVE WS_VARIANCE TO RCN-VARIANCE
           MOVE WS_CLOSED_BY TO RCN-CLOSED-BY
           MOVE WS_REFUNDS TO RCN-REFUNDS
           MOVE WS_TEST_COINS TO RCN-TEST-COINS
           MOVE WS_COMPS TO RCN-COMPS
           OPEN EXTEND RECON-FILE
           IF WS_RECON_STATUS = '35'
               OPEN OUTPUT RECON-FILE
      * MECH THAT OVER- OR UNDER-COUNTS NIGHT AFTER NIGHT IS VISIBLE
      * AT A GLANCE DOWN THE VARIANCE COLUMN. *
           DISPLAY 'DATE     CABINET              MACHINE COUNTED'
               ' VARIANCE CLOSED-BY    REFUND  TEST  COMP'
           MOVE 0 TO WS_RECON_EOF
           OPEN INPUT RECON-FILE
           IF WS_RECON_STATUS = '35'
                           MOVE RCN-COUNTED-COINS TO
                               WS_COUNTED_DISPLAY
                           MOVE RCN-VARIANCE TO WS_VARIANCE_DISPLAY
                           IF RCN-REFUNDS NOT NUMERIC
                               MOVE 0 TO RCN-REFUNDS
                           END-IF
                           IF RCN-TEST-COINS NOT NUMERIC
                               MOVE 0 TO RCN-TEST-COINS
                           END-IF
                           IF RCN-COMPS NOT NUMERIC
                               MOVE 0 TO RCN-COMPS
                           END-IF
                           MOVE RCN-REFUNDS TO WS_REFUNDS_DISPLAY
                           MOVE RCN-TEST-COINS TO WS_TEST_COINS_DISPLAY
                           MOVE RCN-COMPS TO WS_COMPS_DISPLAY
                           DISPLAY RCN-DATE ' ' RCN-CABINET-ID
                               WS_COINS_DISPLAY ' '
                               WS_COUNTED_DISPLAY ' '
                               WS_VARIANCE_DISPLAY ' '
                               RCN-CLOSED-BY ' '
                               WS_REFUNDS_DISPLAY ' '
                               WS_TEST_COINS_DISPLAY ' '
                               WS_COMPS_DISPLAY
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE

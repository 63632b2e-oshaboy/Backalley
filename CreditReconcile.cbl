       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditReconcile.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Close-of-day credit-to-session reconciliation between
      *the cash ledger (see WRITE_LEDGER_EVENT SECTION in
      *Backalley.cbl) and the audit trail (see WRITE_AUDIT_LOG
      *SECTION). TillReconcile proves coins in equals cash counted;
      *this proves coins in equals games delivered. Every paid
      *AUDIT-REC for the business day (CREDIT_DATE=YYYYMMDD, default
      *today) is matched against the LGR-EVENT-CREDIT-USED rows the
      *same cabinet wrote when that session was served, and three
      *kinds of exception are listed: a credit spent with no session
      *behind it (a crash or power cut mid-game), a paid session with
      *no credit spent (a free game given away), and credits still
      *banked on the machine at the day's last ledger row. The day's
      *sessions come from the dated audit-YYYYMMDD.dat archive and
      *whatever is still in the live audit.log. A session started in
      *the last seconds before midnight is matched against credits
      *stamped just after it, whichever side of the day each falls
      *on, and a session resumed from checkpoint.dat after a power
      *cut counts once however many rows it left. CREDIT_LEDGER and
      *CREDIT_AUDIT name a merged shop-wide file instead, as
      *ShopReport does. Returns nonzero when any exception is found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS_LEDGER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_LEDGER_STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS_AUDIT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_AUDIT_STATUS.
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
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_MAX_CREDITS VALUE 5000.
      * THE CREDIT-USED ROWS ARE WRITTEN IN THE SAME FRAME THE SESSION
      * START IS STAMPED, ONE PER SEAT, SO THEY LAND IN THE SAME
      * SECOND OR THE NEXT; A FEW SECONDS OF SLACK COVERS A SLOW
      * LEDGER OPEN WITHOUT LETTING ONE SESSION CLAIM THE NEXT ONE'S
      * CREDITS. *
       78 WS_MATCH_WINDOW_SECS VALUE 5.
       01 WS_LEDGER_PATH PIC X(40) VALUE 'cash_ledger.dat'.
       01 WS_LEDGER_STATUS PIC XX.
       01 WS_LEDGER_EOF PIC 9 VALUE 0.
           88 WS_LEDGER_AT_END VALUE 1.
       01 WS_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_AUDIT_EOF PIC 9 VALUE 0.
           88 WS_AUDIT_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).
       01 WS_MERGED_AUDIT_FLAG PIC 9 VALUE 0.
           88 WS_MERGED_AUDIT VALUE 1.
       01 WS_CREDIT_DATE PIC X(8).
      * THE DAYS EITHER SIDE, FOR SESSIONS AND CREDITS THAT STRADDLE
      * MIDNIGHT. *
       01 WS_CREDIT_DATE_NUM PIC 9(8).
       01 WS_CREDIT_INT PIC 9(8).
       01 WS_PREV_DATE PIC 9(8).
       01 WS_NEXT_DATE PIC 9(8).
       01 WS_DAY_SECS PIC 9(5).
      * A 14-DIGIT STAMP BROKEN OUT SO IT CAN BE TURNED INTO A
      * RUNNING SECOND COUNT FOR THE MATCH WINDOW. *
       01 WS_STAMP.
           02 WS_STAMP_DATE PIC 9(8).
           02 WS_STAMP_HH PIC 99.
           02 WS_STAMP_MI PIC 99.
           02 WS_STAMP_SS PIC 99.
       01 WS_STAMP_SECS PIC 9(11).
       01 WS_SESSION_SECS PIC 9(11).
       01 WS_CREDIT_COUNT PIC 9(5) VALUE 0.
       01 WS_CREDIT_OVERFLOW PIC 9(7) VALUE 0.
       01 WS_CREDIT_TABLE.
           02 WS_CREDIT_ROW OCCURS WS_MAX_CREDITS TIMES.
               03 WS_CRD_CABINET PIC X(20).
               03 WS_CRD_STAMP PIC 9(14).
               03 WS_CRD_SECS PIC 9(11).
               03 WS_CRD_MATCHED_FLAG PIC 9.
                   88 WS_CRD_MATCHED VALUE 1.
               03 WS_CRD_NEXT_DAY_FLAG PIC 9.
                   88 WS_CRD_NEXT_DAY VALUE 1.
       01 WS_CRD_I PIC 9(5).
       01 WS_SESSION_CREDITS PIC 99.
       01 WS_CABINET_COUNT PIC 99 VALUE 0.
       01 WS_CABINET_TABLE.
           02 WS_CABINET_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_CAB_ID PIC X(20).
               03 WS_CAB_CREDITS_USED PIC 9(5).
               03 WS_CAB_PAID_SESSIONS PIC 9(5).
               03 WS_CAB_FREE_SESSIONS PIC 9(5).
               03 WS_CAB_ORPHAN_CREDITS PIC 9(5).
               03 WS_CAB_UNPAID_SESSIONS PIC 9(5).
               03 WS_CAB_LAST_STAMP PIC 9(14).
               03 WS_CAB_BANKED PIC 99.
               03 WS_CAB_LAST_SESSION PIC 9(14).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_FOUND_FLAG PIC 9.
           88 WS_CAB_FOUND VALUE 1.
       01 WS_EXCEPTION_COUNT PIC 9(7) VALUE 0.
       01 WS_ORPHAN_DISPLAY PIC ZZZZ9.
       01 WS_UNPAID_DISPLAY PIC ZZZZ9.
       01 WS_USED_DISPLAY PIC ZZZZ9.
       01 WS_PAID_DISPLAY PIC ZZZZ9.
       01 WS_FREE_DISPLAY PIC ZZZZ9.
       01 WS_BANKED_DISPLAY PIC Z9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY CREDIT-TO-SESSION RECONCILIATION ==='
      * THE BUSINESS DAY DEFAULTS TO TODAY; A RUN JUST AFTER MIDNIGHT
      * SETS CREDIT_DATE=YYYYMMDD TO NAME YESTERDAY, AS WITH
      * AuditCutover AND TillReconcile. *
           ACCEPT WS_CREDIT_DATE FROM ENVIRONMENT 'CREDIT_DATE'
           IF WS_CREDIT_DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_CREDIT_DATE
           END-IF
           IF WS_CREDIT_DATE NOT NUMERIC
               DISPLAY 'CREDIT_DATE MUST BE YYYYMMDD, GOT: '
                   WS_CREDIT_DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_CREDIT_DATE TO WS_CREDIT_DATE_NUM
           COMPUTE WS_CREDIT_INT =
               FUNCTION INTEGER-OF-DATE(WS_CREDIT_DATE_NUM)
           IF WS_CREDIT_INT = 0
               DISPLAY 'CREDIT_DATE IS NOT A VALID DATE: '
                   WS_CREDIT_DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS_CREDIT_INT - 1)
               TO WS_PREV_DATE
           MOVE FUNCTION DATE-OF-INTEGER(WS_CREDIT_INT + 1)
               TO WS_NEXT_DATE
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CREDIT_LEDGER'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_LEDGER_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CREDIT_AUDIT'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_AUDIT_PATH
               SET WS_MERGED_AUDIT TO TRUE
           END-IF
           DISPLAY 'BUSINESS DAY ' WS_CREDIT_DATE
           PERFORM LOAD_CREDITS_USED
           IF WS_CREDIT_OVERFLOW > 0
               DISPLAY 'TOO MANY CREDIT-USED ROWS FOR ONE DAY - '
                   WS_CREDIT_OVERFLOW ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY ' '
           DISPLAY 'EXCEPTIONS'
           IF WS_MERGED_AUDIT
               PERFORM READ_AUDIT_FILE
           ELSE
               MOVE SPACES TO WS_AUDIT_PATH
               STRING 'audit-' DELIMITED BY SIZE
                      WS_PREV_DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_AUDIT_PATH
               END-STRING
               PERFORM READ_AUDIT_FILE
               MOVE SPACES TO WS_AUDIT_PATH
               STRING 'audit-' DELIMITED BY SIZE
                      WS_CREDIT_DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS_AUDIT_PATH
               END-STRING
               PERFORM READ_AUDIT_FILE
               MOVE 'audit.log' TO WS_AUDIT_PATH
               PERFORM READ_AUDIT_FILE
           END-IF
           PERFORM LIST_ORPHAN_CREDITS
           PERFORM LIST_BANKED_CREDITS
           IF WS_CABINET_COUNT = 0
               DISPLAY 'NO CREDITS OR SESSIONS FOR THE DAY'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT_SUMMARY
           IF WS_EXCEPTION_COUNT > 0
               DISPLAY 'RESULT: ' WS_EXCEPTION_COUNT
                   ' EXCEPTION(S) - GAMES DELIVERED DO NOT MATCH'
                   ' CREDITS SOLD'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RESULT: EVERY CREDIT ACCOUNTED FOR'
           END-IF
           STOP RUN.

       LOAD_CREDITS_USED SECTION.
      * ONE PASS OVER THE LEDGER FOR THE DAY: EVERY CREDIT-USED ROW
      * GOES INTO THE TABLE TO BE CLAIMED BY A SESSION, AND EVERY ROW
      * OF ANY KIND MOVES THE CABINET'S LAST-SEEN CREDIT BALANCE ON,
      * SO WHAT IS LEFT AT THE END IS WHAT WAS BANKED AT CLOSE.
      * CREDITS SPENT IN THE FIRST SECONDS OF THE NEXT DAY ARE TAKEN
      * TOO, FOR A SESSION STAMPED JUST BEFORE MIDNIGHT TO CLAIM;
      * THEY BELONG TO THE NEXT DAY'S FIGURES, NOT THIS ONE'S. *
           OPEN INPUT LEDGER-FILE
           IF WS_LEDGER_STATUS = '35'
               DISPLAY 'NO ' WS_LEDGER_PATH(1:15)
                   ' PRESENT - NO CREDITS SOLD'
           ELSE
               PERFORM UNTIL WS_LEDGER_AT_END
                   READ LEDGER-FILE
                       AT END
                           SET WS_LEDGER_AT_END TO TRUE
                       NOT AT END
                           IF LGR-TIMESTAMP(1:8) = WS_CREDIT_DATE
                               PERFORM TALLY_LEDGER_RECORD
                           END-IF
                           IF LGR-TIMESTAMP(1:8) = WS_NEXT_DATE
                               AND LGR-EVENT-CREDIT-USED
                               PERFORM TAKE_NEXT_DAY_CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       TALLY_LEDGER_RECORD SECTION.
           MOVE LGR-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               IF LGR-TIMESTAMP >= WS_CAB_LAST_STAMP(WS_CAB_I)
                   MOVE LGR-TIMESTAMP TO WS_CAB_LAST_STAMP(WS_CAB_I)
                   MOVE LGR-CREDITS-AFTER TO WS_CAB_BANKED(WS_CAB_I)
               END-IF
               IF LGR-EVENT-CREDIT-USED
                   ADD 1 TO WS_CAB_CREDITS_USED(WS_CAB_I)
               END-IF
           END-IF
           IF LGR-EVENT-CREDIT-USED
               IF WS_CREDIT_COUNT < WS_MAX_CREDITS
                   ADD 1 TO WS_CREDIT_COUNT
                   MOVE LGR-CABINET-ID TO
                       WS_CRD_CABINET(WS_CREDIT_COUNT)
                   MOVE LGR-TIMESTAMP TO
                       WS_CRD_STAMP(WS_CREDIT_COUNT)
                   MOVE LGR-TIMESTAMP TO WS_STAMP
                   PERFORM STAMP_TO_SECONDS
                   MOVE WS_STAMP_SECS TO WS_CRD_SECS(WS_CREDIT_COUNT)
                   MOVE 0 TO WS_CRD_MATCHED_FLAG(WS_CREDIT_COUNT)
                   MOVE 0 TO WS_CRD_NEXT_DAY_FLAG(WS_CREDIT_COUNT)
               ELSE
                   ADD 1 TO WS_CREDIT_OVERFLOW
               END-IF
           END-IF.

       TAKE_NEXT_DAY_CREDIT SECTION.
           MOVE LGR-TIMESTAMP TO WS_STAMP
           COMPUTE WS_DAY_SECS = (WS_STAMP_HH * 3600)
               + (WS_STAMP_MI * 60) + WS_STAMP_SS
           IF WS_DAY_SECS <= WS_MATCH_WINDOW_SECS
               IF WS_CREDIT_COUNT < WS_MAX_CREDITS
                   ADD 1 TO WS_CREDIT_COUNT
                   MOVE LGR-CABINET-ID TO
                       WS_CRD_CABINET(WS_CREDIT_COUNT)
                   MOVE LGR-TIMESTAMP TO
                       WS_CRD_STAMP(WS_CREDIT_COUNT)
                   PERFORM STAMP_TO_SECONDS
                   MOVE WS_STAMP_SECS TO WS_CRD_SECS(WS_CREDIT_COUNT)
                   MOVE 0 TO WS_CRD_MATCHED_FLAG(WS_CREDIT_COUNT)
                   MOVE 1 TO WS_CRD_NEXT_DAY_FLAG(WS_CREDIT_COUNT)
               ELSE
                   ADD 1 TO WS_CREDIT_OVERFLOW
               END-IF
           END-IF.

       READ_AUDIT_FILE SECTION.
      * A MISSING ARCHIVE (CUTOVER NOT YET TAKEN) OR A MISSING LIVE
      * LOG JUST CONTRIBUTES NOTHING; ROWS FOR OTHER DAYS LEFT IN THE
      * LIVE LOG BY A MISSED CUTOVER ARE SKIPPED, EXCEPT THE LAST
      * SECONDS OF THE DAY BEFORE (SEE MATCH_CARRIED_SESSION). *
           MOVE 0 TO WS_AUDIT_EOF
           OPEN INPUT AUDIT-FILE
           IF WS_AUDIT_STATUS NOT = '35'
               PERFORM UNTIL WS_AUDIT_AT_END
                   READ AUDIT-FILE
                       AT END
                           SET WS_AUDIT_AT_END TO TRUE
                       NOT AT END
                           IF AUD-TIMESTAMP(1:8) = WS_CREDIT_DATE
                               PERFORM MATCH_SESSION
                           END-IF
                           IF AUD-TIMESTAMP(1:8) = WS_PREV_DATE
                               PERFORM MATCH_CARRIED_SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       MATCH_SESSION SECTION.
      * A PAID SESSION CLAIMS EVERY UNCLAIMED CREDIT-USED ROW ITS OWN
      * CABINET WROTE FROM THE SECOND THE SESSION WAS STAMPED TO THE
      * END OF THE MATCH WINDOW - ONE FOR A SINGLE PLAYER, TWO FOR A
      * HEAD-TO-HEAD GAME. A SESSION RESUMED FROM checkpoint.dat KEEPS
      * ITS ORIGINAL START STAMP, SO IT STILL FINDS THE CREDITS IT WAS
      * CHARGED BEFORE THE RESTART; THE 'Q' ROW THE POWER-OFF LEFT
      * CLAIMS THEM, AND THE RESUMED GAME'S OWN ROW, UNDER THE SAME
      * CABINET AND START STAMP, IS THE SAME SESSION AND IS PASSED
      * OVER. A FREE-PLAY SESSION CLAIMS NOTHING. *
           MOVE AUD-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               IF AUD-TIMESTAMP = WS_CAB_LAST_SESSION(WS_CAB_I)
                   CONTINUE
               ELSE
                   MOVE AUD-TIMESTAMP TO WS_CAB_LAST_SESSION(WS_CAB_I)
                   PERFORM COUNT_SESSION
               END-IF
           ELSE
               PERFORM COUNT_SESSION
           END-IF.

       COUNT_SESSION SECTION.
           IF AUD-SESSION-FREE
               IF WS_CAB_I > 0
                   ADD 1 TO WS_CAB_FREE_SESSIONS(WS_CAB_I)
               END-IF
           ELSE
               IF WS_CAB_I > 0
                   ADD 1 TO WS_CAB_PAID_SESSIONS(WS_CAB_I)
               END-IF
               PERFORM CLAIM_SESSION_CREDITS
               IF WS_SESSION_CREDITS = 0
                   ADD 1 TO WS_EXCEPTION_COUNT
                   IF WS_CAB_I > 0
                       ADD 1 TO WS_CAB_UNPAID_SESSIONS(WS_CAB_I)
                   END-IF
                   DISPLAY 'PAID SESSION, NO CREDIT   '
                       AUD-CABINET-ID ' ' AUD-TIMESTAMP
                       ' ENDED ' AUD-END-REASON
               END-IF
           END-IF.

       MATCH_CARRIED_SESSION SECTION.
      * A PAID SESSION STAMPED IN THE LAST SECONDS OF THE DAY BEFORE
      * WAS COUNTED IN THAT DAY'S RUN, BUT ITS CREDITS MAY CARRY THIS
      * DAY'S DATE. IT CLAIMS THEM HERE SO THEY ARE NOT LISTED AS
      * SPENT ON NOTHING; IT IS NOT COUNTED AGAIN. *
           IF NOT AUD-SESSION-FREE
               MOVE AUD-TIMESTAMP TO WS_STAMP
               COMPUTE WS_DAY_SECS = (WS_STAMP_HH * 3600)
                   + (WS_STAMP_MI * 60) + WS_STAMP_SS
               IF WS_DAY_SECS >= 86400 - WS_MATCH_WINDOW_SECS
                   PERFORM CLAIM_SESSION_CREDITS
               END-IF
           END-IF.

       CLAIM_SESSION_CREDITS SECTION.
           MOVE AUD-TIMESTAMP TO WS_STAMP
           PERFORM STAMP_TO_SECONDS
           MOVE WS_STAMP_SECS TO WS_SESSION_SECS
           MOVE 0 TO WS_SESSION_CREDITS
           PERFORM VARYING WS_CRD_I FROM 1 BY 1
                              UNTIL WS_CRD_I > WS_CREDIT_COUNT
               IF NOT WS_CRD_MATCHED(WS_CRD_I)
                   AND WS_CRD_CABINET(WS_CRD_I) = AUD-CABINET-ID
                   AND WS_CRD_SECS(WS_CRD_I) >= WS_SESSION_SECS
                   AND WS_CRD_SECS(WS_CRD_I) <=
                       WS_SESSION_SECS + WS_MATCH_WINDOW_SECS
                   SET WS_CRD_MATCHED(WS_CRD_I) TO TRUE
                   ADD 1 TO WS_SESSION_CREDITS
               END-IF
           END-PERFORM.

       LIST_ORPHAN_CREDITS SECTION.
      * WHATEVER NO SESSION CLAIMED WAS SPENT ON A GAME THAT NEVER
      * REACHED THE AUDIT TRAIL. A NEXT-DAY CREDIT NO SESSION OF
      * THIS DAY CLAIMED IS THE NEXT DAY'S RUN TO ANSWER FOR. *
           PERFORM VARYING WS_CRD_I FROM 1 BY 1
                              UNTIL WS_CRD_I > WS_CREDIT_COUNT
               IF NOT WS_CRD_MATCHED(WS_CRD_I)
                   AND NOT WS_CRD_NEXT_DAY(WS_CRD_I)
                   ADD 1 TO WS_EXCEPTION_COUNT
                   MOVE WS_CRD_CABINET(WS_CRD_I) TO WS_CAB_LOOKUP
                   PERFORM FIND_CABINET_SLOT
                   IF WS_CAB_I > 0
                       ADD 1 TO WS_CAB_ORPHAN_CREDITS(WS_CAB_I)
                   END-IF
                   DISPLAY 'CREDIT USED, NO SESSION   '
                       WS_CRD_CABINET(WS_CRD_I) ' '
                       WS_CRD_STAMP(WS_CRD_I)
               END-IF
           END-PERFORM.

       LIST_BANKED_CREDITS SECTION.
      * CREDITS LEFT ON THE MACHINE OVERNIGHT ARE CASH TAKEN FOR
      * GAMES NOT YET DELIVERED. *
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
               IF WS_CAB_BANKED(WS_CAB_I) > 0
                   ADD 1 TO WS_EXCEPTION_COUNT
                   MOVE WS_CAB_BANKED(WS_CAB_I) TO WS_BANKED_DISPLAY
                   DISPLAY 'CREDITS BANKED AT CLOSE   '
                       WS_CAB_ID(WS_CAB_I) ' '
                       WS_CAB_LAST_STAMP(WS_CAB_I)
                       ' CREDITS ' WS_BANKED_DISPLAY
               END-IF
           END-PERFORM.

       PRINT_SUMMARY SECTION.
           DISPLAY ' '
           DISPLAY 'CABINET              USED  PAID  FREE ORPHN UNPAD'
               ' BANK'
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
               MOVE WS_CAB_CREDITS_USED(WS_CAB_I) TO WS_USED_DISPLAY
               MOVE WS_CAB_PAID_SESSIONS(WS_CAB_I) TO WS_PAID_DISPLAY
               MOVE WS_CAB_FREE_SESSIONS(WS_CAB_I) TO WS_FREE_DISPLAY
               MOVE WS_CAB_ORPHAN_CREDITS(WS_CAB_I) TO
                   WS_ORPHAN_DISPLAY
               MOVE WS_CAB_UNPAID_SESSIONS(WS_CAB_I) TO
                   WS_UNPAID_DISPLAY
               MOVE WS_CAB_BANKED(WS_CAB_I) TO WS_BANKED_DISPLAY
               DISPLAY WS_CAB_ID(WS_CAB_I) ' '
                   WS_USED_DISPLAY ' '
                   WS_PAID_DISPLAY ' '
                   WS_FREE_DISPLAY ' '
                   WS_ORPHAN_DISPLAY ' '
                   WS_UNPAID_DISPLAY '   '
                   WS_BANKED_DISPLAY
           END-PERFORM.

       STAMP_TO_SECONDS SECTION.
      * DAYS SINCE THE CALENDAR EPOCH PLUS SECONDS INTO THE DAY, SO A
      * SESSION STAMPED AT 23:59:59 STILL MATCHES A CREDIT STAMPED
      * JUST AFTER MIDNIGHT. *
           COMPUTE WS_STAMP_SECS =
               (FUNCTION INTEGER-OF-DATE(WS_STAMP_DATE) * 86400)
               + (WS_STAMP_HH * 3600) + (WS_STAMP_MI * 60)
               + WS_STAMP_SS.

       FIND_CABINET_SLOT SECTION.
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
                   MOVE WS_CAB_LOOKUP TO WS_CAB_ID(WS_CAB_I)
                   MOVE 0 TO WS_CAB_CREDITS_USED(WS_CAB_I)
                   MOVE 0 TO WS_CAB_PAID_SESSIONS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_FREE_SESSIONS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_ORPHAN_CREDITS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_UNPAID_SESSIONS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_LAST_STAMP(WS_CAB_I)
                   MOVE 0 TO WS_CAB_BANKED(WS_CAB_I)
                   MOVE 0 TO WS_CAB_LAST_SESSION(WS_CAB_I)
               ELSE
                   MOVE 0 TO WS_CAB_I
               END-IF
           END-IF.

       END PROGRAM CreditReconcile.

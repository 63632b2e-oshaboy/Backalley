       IDENTIFICATION DIVISION.
       PROGRAM-ID. CloseOfDay.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Close-of-day controller. Runs the night's batch
      *programs for one business date (CLOSE_DATE, default today) in
      *the order close_steps.dat lists them - AuditCutover,
      *TillReconcile, NightlyReport, LeaderboardCompact,
      *TournamentStandings and NightlyBackup as shipped - handing each
      *the date in the environment variable its line names. Any other
      *setting a step needs (COUNTED_COINS and CLOSED_BY for the till)
      *is set by the operator before the run and passes straight
      *through. Each step's start, end and return code go to
      *close_runs.dat. The run stops at the first step that returns
      *more than its line allows; running the controller again for the
      *same date resumes at that step, never re-running one that
      *already finished (several refuse to run twice for a date). A
      *step that went wrong half-way and was finished by hand is
      *recorded with CLOSE_MARK_DONE=NN (and CLOSED_BY) so the next run
      *moves past it. CLOSE_SUMMARY=Y instead prints the morning
      *summary: one line per night for the SUMMARY_DAYS nights (default
      *7) up to yesterday - closed clean, closed after a restart,
      *stopped at a step, or never run. CLOSE_STEPS and CLOSE_RUNS
      *name the two files elsewhere.
      *
      *close_steps.dat, one fixed-column line per step:
      *  1-2    step number, 01-20, in running order
      *  3-14   step name for the logs
      *  15-16  highest return code that still counts as success
      *  17-36  variable that receives the business date, or blank
      *  37-56  file that must exist for the step to run (blank for
      *         always); without it the step is recorded as skipped
      *  57-116 command line
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO DYNAMIC WS_STEP_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_STEP_STATUS.
           SELECT RUN-FILE ASSIGN TO DYNAMIC WS_RUN_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_RUN_STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS_PROBE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_PROBE_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       01  JST-RECORD.
           02 JST-STEP-NO PIC 99.
           02 JST-STEP-NAME PIC X(12).
           02 JST-MAX-RC PIC 99.
           02 JST-DATE-VAR PIC X(20).
           02 JST-NEEDS-FILE PIC X(20).
           02 JST-COMMAND PIC X(60).
      * ONE ROW WHEN A STEP STARTS ('R') AND ONE WHEN IT ENDS ('C'
      * COMPLETED, 'F' FAILED), EACH WRITTEN AND CLOSED AT ONCE SO A
      * CONTROLLER KILLED MID-STEP STILL LEAVES ITS START ROW. 'S' IS
      * A STEP SKIPPED FOR WANT OF ITS FILE, 'M' ONE THE OPERATOR
      * MARKED DONE BY HAND. *
       FD  RUN-FILE.
       01  RUN-RECORD.
           02 RUN-BUSINESS-DATE PIC 9(8).
           02 RUN-STEP-NO PIC 99.
           02 RUN-STEP-NAME PIC X(12).
           02 RUN-OUTCOME PIC X.
               88 RUN-STARTED VALUE 'R'.
               88 RUN-COMPLETED VALUE 'C'.
               88 RUN-FAILED VALUE 'F'.
               88 RUN-SKIPPED VALUE 'S'.
               88 RUN-MARKED VALUE 'M'.
           02 RUN-STARTED-AT PIC 9(14).
           02 RUN-ENDED-AT PIC 9(14).
           02 RUN-RC PIC 9(4).
           02 RUN-OPERATOR PIC X(12).
       FD  PROBE-FILE.
       01  PROBE-REC PIC X.
       WORKING-STORAGE SECTION.
       78 WS_MAX_STEPS VALUE 20.
       78 WS_MAX_DAYS VALUE 62.
      * A STEP KILLED BY A SIGNAL HAS NO EXIT CODE OF ITS OWN. *
       78 WS_ABEND_RC VALUE 9999.
       01 WS_STEP_PATH PIC X(40) VALUE 'close_steps.dat'.
       01 WS_STEP_STATUS PIC XX.
       01 WS_STEP_EOF PIC 9 VALUE 0.
           88 WS_STEP_AT_END VALUE 1.
       01 WS_RUN_PATH PIC X(40) VALUE 'close_runs.dat'.
       01 WS_RUN_STATUS PIC XX.
       01 WS_RUN_EOF PIC 9 VALUE 0.
           88 WS_RUN_AT_END VALUE 1.
       01 WS_PROBE_PATH PIC X(40).
       01 WS_PROBE_STATUS PIC XX.
       01 WS_PATH_ENV PIC X(40).
       01 WS_SUMMARY_ENV PIC X(3).
       01 WS_MARK_ENV PIC X(2).
       01 WS_DAYS_ENV PIC X(2).
       01 WS_OPERATOR PIC X(12).

      * THE JOB STEPS, SLOTTED BY THEIR OWN STEP NUMBER. *
       01 WS_STEP_COUNT PIC 99 VALUE 0.
       01 WS_STEP_TABLE.
           02 WS_STEP_ROW OCCURS WS_MAX_STEPS TIMES.
               03 WS_STEP_DEFINED_FLAG PIC 9.
                   88 WS_STEP_DEFINED VALUE 1.
               03 WS_STEP_NAME PIC X(12).
               03 WS_STEP_MAX_RC PIC 99.
               03 WS_STEP_DATE_VAR PIC X(20).
               03 WS_STEP_NEEDS_FILE PIC X(20).
               03 WS_STEP_COMMAND PIC X(60).
       01 WS_STEP_I PIC 99.
       01 WS_ROW_STEP PIC 99.
       01 WS_STEP_LINE PIC 9(3) VALUE 0.

      * WHAT close_runs.dat SAYS ABOUT EACH NIGHT IN THE WINDOW, STEP
      * BY STEP. A STEP IS DONE ONCE IT HAS COMPLETED, BEEN SKIPPED OR
      * BEEN MARKED; MORE STARTS THAN ENDS MEANS A RUN DIED IN IT. *
       01 WS_NIGHT_TABLE.
           02 WS_NIGHT_ROW OCCURS WS_MAX_DAYS TIMES.
               03 WS_NIGHT_STEP OCCURS WS_MAX_STEPS TIMES.
                   04 WS_NS_STARTS PIC 999.
                   04 WS_NS_COMPLETED PIC 999.
                   04 WS_NS_FAILED PIC 999.
                   04 WS_NS_SKIPPED PIC 999.
                   04 WS_NS_MARKED PIC 999.
                   04 WS_NS_LAST_RC PIC 9(4).
       01 WS_NIGHT_I PIC 99.

       01 WS_CLOSE_ENV PIC X(8).
       01 WS_CLOSE_DATE PIC 9(8).
       01 WS_CLOSE_INT PIC 9(8).
       01 WS_TODAY PIC 9(8).
       01 WS_TODAY_INT PIC 9(8).
       01 WS_FROM_INT PIC 9(8).
       01 WS_TO_INT PIC 9(8).
       01 WS_DAY_INT PIC 9(8).
       01 WS_DAY_DATE PIC 9(8).
       01 WS_SUMMARY_DAYS PIC 99 VALUE 7.

       01 WS_RESUME_STEP PIC 99.
       01 WS_STEP_DONE_FLAG PIC 9.
           88 WS_STEP_IS_DONE VALUE 1.
       01 WS_STEP_SKIP_FLAG PIC 9.
           88 WS_STEP_SKIP VALUE 1.
       01 WS_RUN_FAILED_FLAG PIC 9 VALUE 0.
           88 WS_RUN_FAILED VALUE 1.
       01 WS_SYSTEM_RC USAGE BINARY-LONG.
       01 WS_SIGNAL_NO USAGE BINARY-LONG.
       01 WS_STEP_RC PIC 9(4).
       01 WS_STARTED_AT PIC 9(14).
       01 WS_RC_DISPLAY PIC ZZZ9.
       01 WS_TROUBLE_DISPLAY PIC ZZZ9.
       01 WS_MARKED_DISPLAY PIC ZZZ9.

       01 WS_NIGHT_DONE PIC 99.
       01 WS_NIGHT_ROWS PIC 9(4).
       01 WS_NIGHT_TROUBLE PIC 9(4).
       01 WS_NIGHT_MARKED PIC 9(4).
       01 WS_CLEAN_COUNT PIC 99 VALUE 0.
       01 WS_RESTARTED_COUNT PIC 99 VALUE 0.
       01 WS_STOPPED_COUNT PIC 99 VALUE 0.
       01 WS_NOT_RUN_COUNT PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY CLOSE OF DAY ==='
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CLOSE_STEPS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_STEP_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CLOSE_RUNS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_RUN_PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY
           COMPUTE WS_TODAY_INT = FUNCTION INTEGER-OF-DATE(WS_TODAY)
           PERFORM LOAD_JOB_STEPS
           ACCEPT WS_SUMMARY_ENV FROM ENVIRONMENT 'CLOSE_SUMMARY'
           IF WS_SUMMARY_ENV = 'Y' OR WS_SUMMARY_ENV = 'y'
               PERFORM PRINT_MORNING_SUMMARY
               STOP RUN
           END-IF
           PERFORM SET_CLOSE_DATE
           ACCEPT WS_OPERATOR FROM ENVIRONMENT 'CLOSED_BY'
           ACCEPT WS_MARK_ENV FROM ENVIRONMENT 'CLOSE_MARK_DONE'
           IF WS_MARK_ENV NOT = SPACES
               PERFORM MARK_STEP_DONE
               STOP RUN
           END-IF
           PERFORM RUN_CLOSE_OF_DAY
           STOP RUN.

       LOAD_JOB_STEPS SECTION.
      * A LINE OUT OF RANGE OR OUT OF ORDER IS A HARD STOP: RUNNING
      * THE NIGHT FROM A DEFINITION THE CONTROLLER HAS MISREAD COULD
      * SKIP A STEP OR RUN ONE TWICE. *
           OPEN INPUT STEP-FILE
           IF WS_STEP_STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ' WS_STEP_PATH ' STATUS '
                   WS_STEP_STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS_STEP_I
           PERFORM UNTIL WS_STEP_AT_END
               READ STEP-FILE
                   AT END
                       SET WS_STEP_AT_END TO TRUE
                   NOT AT END
                       ADD 1 TO WS_STEP_LINE
                       IF JST-RECORD NOT = SPACES
                           PERFORM CHECK_STEP_LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-FILE
           IF WS_STEP_COUNT = 0
               DISPLAY WS_STEP_PATH ' DEFINES NO STEPS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK_STEP_LINE SECTION.
           IF JST-STEP-NO NOT NUMERIC OR JST-STEP-NO = 0
               OR JST-STEP-NO > WS_MAX_STEPS
               OR JST-STEP-NO NOT > WS_STEP_I
               OR JST-MAX-RC NOT NUMERIC
               OR JST-COMMAND = SPACES
               DISPLAY 'BAD STEP LINE ' WS_STEP_LINE ' IN '
                   WS_STEP_PATH
               DISPLAY '    ' JST-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JST-STEP-NO TO WS_STEP_I
           ADD 1 TO WS_STEP_COUNT
           SET WS_STEP_DEFINED(WS_STEP_I) TO TRUE
           MOVE JST-STEP-NAME TO WS_STEP_NAME(WS_STEP_I)
           MOVE JST-MAX-RC TO WS_STEP_MAX_RC(WS_STEP_I)
           MOVE JST-DATE-VAR TO WS_STEP_DATE_VAR(WS_STEP_I)
           MOVE JST-NEEDS-FILE TO WS_STEP_NEEDS_FILE(WS_STEP_I)
           MOVE JST-COMMAND TO WS_STEP_COMMAND(WS_STEP_I).

       SET_CLOSE_DATE SECTION.
      * A CLOSE RUN JUST AFTER MIDNIGHT NAMES YESTERDAY; A DATE THAT
      * HAS NOT HAPPENED YET CANNOT BE CLOSED. *
           ACCEPT WS_CLOSE_ENV FROM ENVIRONMENT 'CLOSE_DATE'
           IF WS_CLOSE_ENV = SPACES
               MOVE WS_TODAY TO WS_CLOSE_ENV
           END-IF
           IF WS_CLOSE_ENV NOT NUMERIC
               DISPLAY 'CLOSE_DATE MUST BE YYYYMMDD, GOT: '
                   WS_CLOSE_ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_CLOSE_ENV TO WS_CLOSE_DATE
           COMPUTE WS_CLOSE_INT =
               FUNCTION INTEGER-OF-DATE(WS_CLOSE_DATE)
           IF WS_CLOSE_INT = 0
               DISPLAY 'CLOSE_DATE IS NOT A VALID CALENDAR DATE: '
                   WS_CLOSE_ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_CLOSE_INT > WS_TODAY_INT
               DISPLAY 'CLOSE_DATE ' WS_CLOSE_DATE ' IS IN THE FUTURE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'BUSINESS DATE ' WS_CLOSE_DATE.

       READ_RUN_CONTROL SECTION.
      * EVERY ROW FOR A NIGHT BETWEEN WS_FROM_INT AND WS_TO_INT, FOR
      * A STEP STILL IN THE DEFINITION, INTO THE NIGHT TABLE. *
           INITIALIZE WS_NIGHT_TABLE
           MOVE 0 TO WS_RUN_EOF
           OPEN INPUT RUN-FILE
           IF WS_RUN_STATUS = '00'
               PERFORM UNTIL WS_RUN_AT_END
                   READ RUN-FILE
                       AT END
                           SET WS_RUN_AT_END TO TRUE
                       NOT AT END
                           PERFORM TALLY_RUN_ROW
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.

       TALLY_RUN_ROW SECTION.
           MOVE 0 TO WS_DAY_INT
           IF RUN-BUSINESS-DATE NUMERIC AND RUN-STEP-NO NUMERIC
               AND RUN-STEP-NO > 0 AND RUN-STEP-NO NOT > WS_MAX_STEPS
               COMPUTE WS_DAY_INT =
                   FUNCTION INTEGER-OF-DATE(RUN-BUSINESS-DATE)
           END-IF
           IF WS_DAY_INT >= WS_FROM_INT AND WS_DAY_INT <= WS_TO_INT
               AND WS_DAY_INT > 0
               PERFORM COUNT_RUN_ROW
           END-IF.

       COUNT_RUN_ROW SECTION.
           COMPUTE WS_NIGHT_I = WS_DAY_INT - WS_FROM_INT + 1
           MOVE RUN-STEP-NO TO WS_ROW_STEP
           EVALUATE TRUE
               WHEN RUN-STARTED
                   ADD 1 TO WS_NS_STARTS(WS_NIGHT_I WS_ROW_STEP)
               WHEN RUN-COMPLETED
                   ADD 1 TO WS_NS_COMPLETED(WS_NIGHT_I WS_ROW_STEP)
                   MOVE RUN-RC TO WS_NS_LAST_RC(WS_NIGHT_I WS_ROW_STEP)
               WHEN RUN-FAILED
                   ADD 1 TO WS_NS_FAILED(WS_NIGHT_I WS_ROW_STEP)
                   MOVE RUN-RC TO WS_NS_LAST_RC(WS_NIGHT_I WS_ROW_STEP)
               WHEN RUN-SKIPPED
                   ADD 1 TO WS_NS_SKIPPED(WS_NIGHT_I WS_ROW_STEP)
               WHEN RUN-MARKED
                   ADD 1 TO WS_NS_MARKED(WS_NIGHT_I WS_ROW_STEP)
           END-EVALUATE.

       CHECK_STEP_DONE SECTION.
           MOVE 0 TO WS_STEP_DONE_FLAG
           IF WS_NS_COMPLETED(WS_NIGHT_I WS_STEP_I) > 0
               OR WS_NS_SKIPPED(WS_NIGHT_I WS_STEP_I) > 0
               OR WS_NS_MARKED(WS_NIGHT_I WS_STEP_I) > 0
               SET WS_STEP_IS_DONE TO TRUE
           END-IF.

       FIND_RESUME_STEP SECTION.
      * THE FIRST DEFINED STEP NOT YET DONE FOR THE NIGHT IN SLOT
      * WS_NIGHT_I; ZERO WHEN EVERY STEP IS DONE. *
           MOVE 0 TO WS_RESUME_STEP
           PERFORM VARYING WS_STEP_I FROM 1 BY 1
                   UNTIL WS_STEP_I > WS_MAX_STEPS
                       OR WS_RESUME_STEP > 0
               IF WS_STEP_DEFINED(WS_STEP_I)
                   PERFORM CHECK_STEP_DONE
                   IF NOT WS_STEP_IS_DONE
                       MOVE WS_STEP_I TO WS_RESUME_STEP
                   END-IF
               END-IF
           END-PERFORM.

       RUN_CLOSE_OF_DAY SECTION.
           MOVE WS_CLOSE_INT TO WS_FROM_INT
           MOVE WS_CLOSE_INT TO WS_TO_INT
           PERFORM READ_RUN_CONTROL
           MOVE 1 TO WS_NIGHT_I
           PERFORM FIND_RESUME_STEP
           IF WS_RESUME_STEP = 0
               DISPLAY 'NIGHT OF ' WS_CLOSE_DATE ' IS ALREADY CLOSED'
                   ' - NOTHING TO RUN'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_RESUME_STEP TO WS_STEP_I
           IF WS_NS_STARTS(1 WS_STEP_I) > 0
               IF WS_NS_FAILED(1 WS_STEP_I) > 0
                   MOVE WS_NS_LAST_RC(1 WS_STEP_I) TO WS_RC_DISPLAY
                   DISPLAY 'RESUMING AT STEP ' WS_STEP_I ' '
                       WS_STEP_NAME(WS_STEP_I) ' - LAST RUN FAILED'
                       ' WITH RC ' WS_RC_DISPLAY
               ELSE
                   DISPLAY 'RESUMING AT STEP ' WS_STEP_I ' '
                       WS_STEP_NAME(WS_STEP_I) ' - LAST RUN NEVER'
                       ' FINISHED'
               END-IF
           END-IF
           PERFORM VARYING WS_STEP_I FROM WS_RESUME_STEP BY 1
                   UNTIL WS_STEP_I > WS_MAX_STEPS OR WS_RUN_FAILED
               IF WS_STEP_DEFINED(WS_STEP_I)
                   PERFORM CHECK_STEP_DONE
                   IF WS_STEP_IS_DONE
                       DISPLAY 'STEP ' WS_STEP_I ' '
                           WS_STEP_NAME(WS_STEP_I) ' ALREADY DONE'
                   ELSE
                       PERFORM RUN_ONE_STEP
                   END-IF
               END-IF
           END-PERFORM
           IF WS_RUN_FAILED
               SUBTRACT 1 FROM WS_STEP_I
               MOVE WS_STEP_RC TO WS_RC_DISPLAY
               DISPLAY 'RESULT: STOPPED AT STEP ' WS_STEP_I ' '
                   WS_STEP_NAME(WS_STEP_I) ' (RC ' WS_RC_DISPLAY
                   ') - FIX IT AND RUN AGAIN, THE CLOSE RESUMES THERE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RESULT: NIGHT OF ' WS_CLOSE_DATE ' CLOSED'
               MOVE 0 TO RETURN-CODE
           END-IF.

       RUN_ONE_STEP SECTION.
      * A STEP WHOSE LINE NAMES A FILE THAT IS NOT THERE (NO
      * TOURNAMENT DECLARED, SAY) HAS NOTHING TO DO TONIGHT. *
           MOVE 0 TO WS_STEP_SKIP_FLAG
           IF WS_STEP_NEEDS_FILE(WS_STEP_I) NOT = SPACES
               MOVE WS_STEP_NEEDS_FILE(WS_STEP_I) TO WS_PROBE_PATH
               OPEN INPUT PROBE-FILE
               IF WS_PROBE_STATUS = '35'
                   SET WS_STEP_SKIP TO TRUE
               END-IF
               IF WS_PROBE_STATUS = '00'
                   CLOSE PROBE-FILE
               END-IF
           END-IF
           IF WS_STEP_SKIP
               DISPLAY 'STEP ' WS_STEP_I ' '
                   WS_STEP_NAME(WS_STEP_I) ' SKIPPED - NO '
                   WS_PROBE_PATH
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS_STARTED_AT
               SET RUN-SKIPPED TO TRUE
               MOVE 0 TO WS_STEP_RC
               PERFORM WRITE_RUN_ROW
           ELSE
               PERFORM EXECUTE_STEP
           END-IF.

       EXECUTE_STEP SECTION.
           IF WS_STEP_DATE_VAR(WS_STEP_I) NOT = SPACES
               DISPLAY WS_STEP_DATE_VAR(WS_STEP_I)
                   UPON ENVIRONMENT-NAME
               DISPLAY WS_CLOSE_DATE UPON ENVIRONMENT-VALUE
           END-IF
           DISPLAY '--- STEP ' WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
               ' ---'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_STARTED_AT
           SET RUN-STARTED TO TRUE
           MOVE 0 TO WS_STEP_RC
           PERFORM WRITE_RUN_ROW
           CALL 'SYSTEM' USING WS_STEP_COMMAND(WS_STEP_I)
      * THE SHELL HANDS BACK A WAIT STATUS: THE EXIT CODE IN THE HIGH
      * BYTE, A TERMINATING SIGNAL IN THE LOW ONE. *
           MOVE RETURN-CODE TO WS_SYSTEM_RC
           DIVIDE WS_SYSTEM_RC BY 256 GIVING WS_SYSTEM_RC
               REMAINDER WS_SIGNAL_NO
           IF WS_SIGNAL_NO NOT = 0 OR WS_SYSTEM_RC < 0
               MOVE WS_ABEND_RC TO WS_STEP_RC
           ELSE
               MOVE WS_SYSTEM_RC TO WS_STEP_RC
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS_STEP_RC > WS_STEP_MAX_RC(WS_STEP_I)
               SET RUN-FAILED TO TRUE
               SET WS_RUN_FAILED TO TRUE
           ELSE
               SET RUN-COMPLETED TO TRUE
           END-IF
           PERFORM WRITE_RUN_ROW
           MOVE WS_STEP_RC TO WS_RC_DISPLAY
           DISPLAY '--- STEP ' WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
               ' ENDED RC ' WS_RC_DISPLAY.

       WRITE_RUN_ROW SECTION.
      * CALLED WITH THE OUTCOME ALREADY SET IN RUN-OUTCOME. A ROW THAT
      * CANNOT BE RECORDED STOPS THE NIGHT: A RESTART WOULD NOT KNOW
      * THE STEP HAD RUN. *
           MOVE WS_CLOSE_DATE TO RUN-BUSINESS-DATE
           MOVE WS_STEP_I TO RUN-STEP-NO
           MOVE WS_STEP_NAME(WS_STEP_I) TO RUN-STEP-NAME
           MOVE WS_STARTED_AT TO RUN-STARTED-AT
           IF RUN-STARTED
               MOVE 0 TO RUN-ENDED-AT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ENDED-AT
           END-IF
           MOVE WS_STEP_RC TO RUN-RC
           MOVE WS_OPERATOR TO RUN-OPERATOR
           OPEN EXTEND RUN-FILE
           IF WS_RUN_STATUS = '35'
               OPEN OUTPUT RUN-FILE
           END-IF
           IF WS_RUN_STATUS NOT = '00'
               DISPLAY 'CANNOT RECORD TO ' WS_RUN_PATH ' STATUS '
                   WS_RUN_STATUS ' - CLOSE STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RUN-RECORD
           CLOSE RUN-FILE.

       MARK_STEP_DONE SECTION.
      * THE OPERATOR HAS FINISHED A STEP BY HAND (OR CHECKED THAT A
      * RUN WHICH DIED HAD IN FACT DONE ITS WORK); THE NEXT CLOSE RUN
      * MOVES PAST IT. *
           IF WS_MARK_ENV NOT NUMERIC
               DISPLAY 'CLOSE_MARK_DONE MUST BE A TWO-DIGIT STEP'
                   ' NUMBER, GOT: ' WS_MARK_ENV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_MARK_ENV TO WS_STEP_I
           IF WS_STEP_I = 0 OR WS_STEP_I > WS_MAX_STEPS
               DISPLAY 'NO STEP ' WS_MARK_ENV ' IN ' WS_STEP_PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS_STEP_DEFINED(WS_STEP_I)
               DISPLAY 'NO STEP ' WS_MARK_ENV ' IN ' WS_STEP_PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_OPERATOR = SPACES
               DISPLAY 'CLOSED_BY MUST NAME WHO FINISHED THE STEP'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_CLOSE_INT TO WS_FROM_INT
           MOVE WS_CLOSE_INT TO WS_TO_INT
           PERFORM READ_RUN_CONTROL
           MOVE 1 TO WS_NIGHT_I
           PERFORM CHECK_STEP_DONE
           IF WS_STEP_IS_DONE
               DISPLAY 'STEP ' WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
                   ' IS ALREADY DONE FOR ' WS_CLOSE_DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_STARTED_AT
           SET RUN-MARKED TO TRUE
           MOVE 0 TO WS_STEP_RC
           PERFORM WRITE_RUN_ROW
           DISPLAY 'STEP ' WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
               ' MARKED DONE FOR ' WS_CLOSE_DATE ' BY ' WS_OPERATOR.

       PRINT_MORNING_SUMMARY SECTION.
      * THE LAST SUMMARY_DAYS NIGHTS UP TO YESTERDAY, OLDEST FIRST,
      * JUDGED AGAINST THE STEPS AS DEFINED TODAY. *
           ACCEPT WS_DAYS_ENV FROM ENVIRONMENT 'SUMMARY_DAYS'
           IF WS_DAYS_ENV NOT = SPACES
               IF WS_DAYS_ENV(2:1) = SPACE
                   MOVE WS_DAYS_ENV(1:1) TO WS_DAYS_ENV(2:1)
                   MOVE '0' TO WS_DAYS_ENV(1:1)
               END-IF
               IF WS_DAYS_ENV NUMERIC AND WS_DAYS_ENV NOT = '00'
                   MOVE WS_DAYS_ENV TO WS_SUMMARY_DAYS
               ELSE
                   DISPLAY 'SUMMARY_DAYS IS NOT A NUMBER ('
                       WS_DAYS_ENV '), USING ' WS_SUMMARY_DAYS
               END-IF
           END-IF
           IF WS_SUMMARY_DAYS > WS_MAX_DAYS
               MOVE WS_MAX_DAYS TO WS_SUMMARY_DAYS
           END-IF
           COMPUTE WS_TO_INT = WS_TODAY_INT - 1
           COMPUTE WS_FROM_INT = WS_TO_INT - WS_SUMMARY_DAYS + 1
           PERFORM READ_RUN_CONTROL
           DISPLAY 'MORNING SUMMARY - LAST ' WS_SUMMARY_DAYS
               ' NIGHT(S)'
           PERFORM VARYING WS_NIGHT_I FROM 1 BY 1
                   UNTIL WS_NIGHT_I > WS_SUMMARY_DAYS
               PERFORM PRINT_NIGHT_LINE
           END-PERFORM
           DISPLAY 'CLOSED CLEAN:         ' WS_CLEAN_COUNT
           DISPLAY 'CLOSED AFTER RESTART: ' WS_RESTARTED_COUNT
           DISPLAY 'STOPPED:              ' WS_STOPPED_COUNT
           DISPLAY 'NOT RUN:              ' WS_NOT_RUN_COUNT
           EVALUATE TRUE
               WHEN WS_STOPPED_COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS_NOT_RUN_COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       PRINT_NIGHT_LINE SECTION.
           COMPUTE WS_DAY_INT = WS_FROM_INT + WS_NIGHT_I - 1
           COMPUTE WS_DAY_DATE = FUNCTION DATE-OF-INTEGER(WS_DAY_INT)
           MOVE 0 TO WS_NIGHT_DONE
           MOVE 0 TO WS_NIGHT_ROWS
           MOVE 0 TO WS_NIGHT_TROUBLE
           MOVE 0 TO WS_NIGHT_MARKED
           PERFORM VARYING WS_STEP_I FROM 1 BY 1
                   UNTIL WS_STEP_I > WS_MAX_STEPS
               IF WS_STEP_DEFINED(WS_STEP_I)
                   PERFORM CHECK_STEP_DONE
                   IF WS_STEP_IS_DONE
                       ADD 1 TO WS_NIGHT_DONE
                   END-IF
                   ADD WS_NS_STARTS(WS_NIGHT_I WS_STEP_I)
                       WS_NS_SKIPPED(WS_NIGHT_I WS_STEP_I)
                       WS_NS_MARKED(WS_NIGHT_I WS_STEP_I)
                       TO WS_NIGHT_ROWS
      * A FAILURE, OR A START THAT NEVER GOT AN END ROW, IS TROUBLE
      * EVEN WHEN A LATER RUN FINISHED THE STEP. *
                   COMPUTE WS_NIGHT_TROUBLE = WS_NIGHT_TROUBLE
                       + WS_NS_STARTS(WS_NIGHT_I WS_STEP_I)
                       - WS_NS_COMPLETED(WS_NIGHT_I WS_STEP_I)
                   ADD WS_NS_MARKED(WS_NIGHT_I WS_STEP_I)
                       TO WS_NIGHT_MARKED
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS_NIGHT_ROWS = 0
                   ADD 1 TO WS_NOT_RUN_COUNT
                   DISPLAY WS_DAY_DATE ' NOT RUN'
               WHEN WS_NIGHT_DONE = WS_STEP_COUNT
                   AND WS_NIGHT_TROUBLE = 0 AND WS_NIGHT_MARKED = 0
                   ADD 1 TO WS_CLEAN_COUNT
                   DISPLAY WS_DAY_DATE ' CLOSED CLEAN'
               WHEN WS_NIGHT_DONE = WS_STEP_COUNT
                   ADD 1 TO WS_RESTARTED_COUNT
                   MOVE WS_NIGHT_TROUBLE TO WS_TROUBLE_DISPLAY
                   MOVE WS_NIGHT_MARKED TO WS_MARKED_DISPLAY
                   DISPLAY WS_DAY_DATE ' CLOSED AFTER RESTART -'
                       WS_TROUBLE_DISPLAY ' FAILED OR INTERRUPTED,'
                       WS_MARKED_DISPLAY ' MARKED BY HAND'
               WHEN OTHER
                   ADD 1 TO WS_STOPPED_COUNT
                   PERFORM FIND_RESUME_STEP
                   MOVE WS_RESUME_STEP TO WS_STEP_I
                   IF WS_NS_FAILED(WS_NIGHT_I WS_STEP_I) > 0
                       MOVE WS_NS_LAST_RC(WS_NIGHT_I WS_STEP_I)
                           TO WS_RC_DISPLAY
                       DISPLAY WS_DAY_DATE ' STOPPED AT STEP '
                           WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
                           ' RC ' WS_RC_DISPLAY
                   ELSE
                       DISPLAY WS_DAY_DATE ' STOPPED BEFORE STEP '
                           WS_STEP_I ' ' WS_STEP_NAME(WS_STEP_I)
                   END-IF
           END-EVALUATE.

       END PROGRAM CloseOfDay.

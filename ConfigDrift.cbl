       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfigDrift.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Shop-wide config drift report. Every cabinet keeps
      *the settings it last ran with in config_snapshot.dat (see
      *CHECK_CONFIG_AT_START and WRITE_CONFIG_SNAPSHOT SECTIONs in
      *Backalley.cbl) and a change row per field in
      *config_history.dat each time its config is written from the
      *service menu or found changed at start of day. Collected and
      *concatenated the same way as ShopReport's merged files, those
      *are checked here against the shop standard - one CFG-RECORD
      *in shop_config.dat, the same shape as config.dat - and every
      *field on every cabinet that deviates from it is printed with
      *the last recorded change to that field: when, from what, and
      *who was signed in. A pricing or free-play slip is then found
      *the morning after. CONFIG_STANDARD, CONFIG_SNAPSHOTS and
      *CONFIG_HISTORY name the files when they are not in the
      *default places. Returns nonzero when any cabinet deviates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS_STANDARD_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_STANDARD_STATUS.
           SELECT CONFIG-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS_SNAPSHOT_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_SNAPSHOT_STATUS.
           SELECT CONFIG-HISTORY-FILE ASSIGN TO DYNAMIC WS_HISTORY_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HISTORY_STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CONFIG-HISTORY-FILE.
       01  CHG-RECORD.
           02 CHG-TIMESTAMP PIC 9(14).
           02 CHG-CABINET-ID PIC X(20).
           02 CHG-FIELD PIC X(16).
           02 CHG-OLD-VALUE PIC X(8).
           02 CHG-NEW-VALUE PIC X(8).
           02 CHG-OPERATOR PIC X(3).
           02 CHG-SOURCE PIC X.
               88 CHG-SOURCE-START-OF-DAY VALUE 'B'.
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_FIELD_COUNT VALUE 7.
       01 WS_STANDARD_PATH PIC X(40) VALUE 'shop_config.dat'.
       01 WS_STANDARD_STATUS PIC XX.
       01 WS_SNAPSHOT_PATH PIC X(40) VALUE 'config_snapshot.dat'.
       01 WS_SNAPSHOT_STATUS PIC XX.
       01 WS_SNAPSHOT_EOF PIC 9 VALUE 0.
           88 WS_SNAPSHOT_AT_END VALUE 1.
       01 WS_HISTORY_PATH PIC X(40) VALUE 'config_history.dat'.
       01 WS_HISTORY_STATUS PIC XX.
       01 WS_HISTORY_EOF PIC 9 VALUE 0.
           88 WS_HISTORY_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).

      * FIELD NAMES AS Backalley.cbl WRITES THEM TO CHG-FIELD, IN
      * CFG-RECORD ORDER. *
       01 WS_FIELD_NAME_LIST.
           02 FILLER PIC X(16) VALUE 'PADDLE-MAX-SPEED'.
           02 FILLER PIC X(16) VALUE 'BALL-START-SPEED'.
           02 FILLER PIC X(16) VALUE 'RAMP-MS'.
           02 FILLER PIC X(16) VALUE 'STARTING-LIVES'.
           02 FILLER PIC X(16) VALUE 'GAMES-PER-COIN'.
           02 FILLER PIC X(16) VALUE 'ATTRACT-SECS'.
           02 FILLER PIC X(16) VALUE 'OPERATING-MODE'.
       01 WS_FIELD_NAMES REDEFINES WS_FIELD_NAME_LIST.
           02 WS_FIELD_NAME PIC X(16) OCCURS WS_FIELD_COUNT TIMES.
       01 WS_FIELD_I PIC 9.

      * EACH FIELD AS TEXT, SO ALL SEVEN COMPARE AND PRINT ALIKE. *
       01 WS_STANDARD_VALUES.
           02 WS_STD_VALUE PIC X(8) OCCURS WS_FIELD_COUNT TIMES.
       01 WS_CABINET_VALUES.
           02 WS_CUR_VALUE PIC X(8) OCCURS WS_FIELD_COUNT TIMES.

      * THE LATEST SNAPSHOT PER CABINET, AND THE LATEST HISTORY ROW
      * PER CABINET AND FIELD. *
       01 WS_CABINET_COUNT PIC 99 VALUE 0.
       01 WS_CABINET_TABLE.
           02 WS_CABINET_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_CAB_ID PIC X(20).
               03 WS_CAB_SNAPSHOT_AT PIC 9(14).
               03 WS_CAB_CONFIG PIC X(15).
               03 WS_CAB_LAST_CHANGE OCCURS WS_FIELD_COUNT TIMES.
                   04 WS_CAB_CHG_AT PIC 9(14).
                   04 WS_CAB_CHG_OLD PIC X(8).
                   04 WS_CAB_CHG_OPERATOR PIC X(3).
                   04 WS_CAB_CHG_SOURCE PIC X.
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_FOUND_FLAG PIC 9.
           88 WS_CAB_FOUND VALUE 1.
       01 WS_OVERFLOW_WARNED_FLAG PIC 9 VALUE 0.
           88 WS_OVERFLOW_WARNED VALUE 1.
       01 WS_CAB_DEVIATIONS PIC 99.
       01 WS_DEVIATION_COUNT PIC 9(5) VALUE 0.
       01 WS_DRIFTING_CABINETS PIC 9(5) VALUE 0.
       01 WS_CABINETS_CHECKED PIC 9(5) VALUE 0.
       01 WS_WHO PIC X(12).

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY CONFIG DRIFT REPORT ==='
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CONFIG_STANDARD'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_STANDARD_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CONFIG_SNAPSHOTS'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_SNAPSHOT_PATH
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'CONFIG_HISTORY'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_HISTORY_PATH
           END-IF
           PERFORM LOAD_STANDARD
           PERFORM LOAD_SNAPSHOTS
           PERFORM LOAD_HISTORY
           PERFORM CHECK_CABINETS
           PERFORM PRINT_SUMMARY
           STOP RUN.

       LOAD_STANDARD SECTION.
      * THE STANDARD IS WHAT EVERY CABINET SHOULD RUN WITH, SO A
      * MISSING OR HALF-WRITTEN ONE STOPS THE RUN RATHER THAN MAKE
      * EVERY CABINET LOOK WRONG. *
           OPEN INPUT CONFIG-FILE
           IF WS_STANDARD_STATUS = '35'
               DISPLAY 'NO ' WS_STANDARD_PATH(1:20)
                   ' - WRITE THE SHOP STANDARD CONFIG FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONFIG-FILE
               AT END
                   DISPLAY WS_STANDARD_PATH(1:20) ' IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CONFIG-FILE
           IF CFG-PADDLE-MAX-SPEED NOT NUMERIC
               OR CFG-BALL-START-SPEED NOT NUMERIC
               OR CFG-RAMP-MS NOT NUMERIC
               OR CFG-STARTING-LIVES NOT NUMERIC
               OR CFG-GAMES-PER-COIN NOT NUMERIC
               OR CFG-ATTRACT-SECS NOT NUMERIC
               DISPLAY WS_STANDARD_PATH(1:20) ' IS MALFORMED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CFG-RECORD TO CFS-CONFIG
           PERFORM SPLIT_CONFIG_FIELDS
           MOVE WS_CABINET_VALUES TO WS_STANDARD_VALUES
           DISPLAY 'SHOP STANDARD:'
           PERFORM VARYING WS_FIELD_I FROM 1 BY 1
                              UNTIL WS_FIELD_I > WS_FIELD_COUNT
               DISPLAY '  ' WS_FIELD_NAME(WS_FIELD_I) ' '
                   WS_STD_VALUE(WS_FIELD_I)
           END-PERFORM.

       SPLIT_CONFIG_FIELDS SECTION.
      * CFS-CONFIG TO ONE TEXT VALUE PER FIELD, FORMATTED THE WAY
      * THE CHANGE HISTORY RECORDS THEM. ANY MODE BUT FREE PLAY IS
      * PAID PLAY, HOWEVER THE FILE SPELLS IT. *
           MOVE CFS-PADDLE-MAX-SPEED TO WS_CUR_VALUE(1)
           MOVE CFS-BALL-START-SPEED TO WS_CUR_VALUE(2)
           MOVE CFS-RAMP-MS TO WS_CUR_VALUE(3)
           MOVE CFS-STARTING-LIVES TO WS_CUR_VALUE(4)
           MOVE CFS-GAMES-PER-COIN TO WS_CUR_VALUE(5)
           MOVE CFS-ATTRACT-SECS TO WS_CUR_VALUE(6)
           IF CFS-OPERATING-MODE = 'F'
               MOVE 'F' TO WS_CUR_VALUE(7)
           ELSE
               MOVE 'P' TO WS_CUR_VALUE(7)
           END-IF.

       LOAD_SNAPSHOTS SECTION.
           OPEN INPUT CONFIG-SNAPSHOT-FILE
           IF WS_SNAPSHOT_STATUS = '35'
               DISPLAY 'NO ' WS_SNAPSHOT_PATH(1:20)
                   ' - NO CABINET CONFIG TO CHECK'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS_SNAPSHOT_AT_END
               READ CONFIG-SNAPSHOT-FILE
                   AT END
                       SET WS_SNAPSHOT_AT_END TO TRUE
                   NOT AT END
                       IF CFS-UPDATED IS NUMERIC
                           MOVE CFS-CABINET-ID TO WS_CAB_LOOKUP
                           PERFORM FIND_CABINET_SLOT
                           IF WS_CAB_I > 0
                               AND CFS-UPDATED >=
                                   WS_CAB_SNAPSHOT_AT(WS_CAB_I)
                               MOVE CFS-UPDATED TO
                                   WS_CAB_SNAPSHOT_AT(WS_CAB_I)
                               MOVE CFS-CONFIG TO
                                   WS_CAB_CONFIG(WS_CAB_I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-SNAPSHOT-FILE.

       LOAD_HISTORY SECTION.
      * ONLY CABINETS THAT SENT A SNAPSHOT ARE CHECKED, SO HISTORY
      * ROWS FOR ANY OTHER CABINET ARE PASSED OVER. *
           OPEN INPUT CONFIG-HISTORY-FILE
           IF WS_HISTORY_STATUS NOT = '35'
               PERFORM UNTIL WS_HISTORY_AT_END
                   READ CONFIG-HISTORY-FILE
                       AT END
                           SET WS_HISTORY_AT_END TO TRUE
                       NOT AT END
                           IF CHG-TIMESTAMP IS NUMERIC
                               PERFORM NOTE_HISTORY_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-HISTORY-FILE
           END-IF.

       NOTE_HISTORY_ROW SECTION.
           MOVE 0 TO WS_CAB_FOUND_FLAG
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
                                  OR WS_CAB_FOUND
               IF WS_CAB_ID(WS_CAB_I) = CHG-CABINET-ID
                   SET WS_CAB_FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS_CAB_FOUND
               SUBTRACT 1 FROM WS_CAB_I
               PERFORM VARYING WS_FIELD_I FROM 1 BY 1
                                  UNTIL WS_FIELD_I > WS_FIELD_COUNT
                   IF WS_FIELD_NAME(WS_FIELD_I) = CHG-FIELD
                       AND CHG-TIMESTAMP >=
                           WS_CAB_CHG_AT(WS_CAB_I, WS_FIELD_I)
                       MOVE CHG-TIMESTAMP TO
                           WS_CAB_CHG_AT(WS_CAB_I, WS_FIELD_I)
                       MOVE CHG-OLD-VALUE TO
                           WS_CAB_CHG_OLD(WS_CAB_I, WS_FIELD_I)
                       MOVE CHG-OPERATOR TO
                           WS_CAB_CHG_OPERATOR(WS_CAB_I, WS_FIELD_I)
                       MOVE CHG-SOURCE TO
                           WS_CAB_CHG_SOURCE(WS_CAB_I, WS_FIELD_I)
                   END-IF
               END-PERFORM
           END-IF.

       CHECK_CABINETS SECTION.
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
               ADD 1 TO WS_CABINETS_CHECKED
               MOVE WS_CAB_CONFIG(WS_CAB_I) TO CFS-CONFIG
               PERFORM SPLIT_CONFIG_FIELDS
               MOVE 0 TO WS_CAB_DEVIATIONS
               DISPLAY ' '
               DISPLAY 'CABINET ' WS_CAB_ID(WS_CAB_I)
                   '  CONFIG AS OF ' WS_CAB_SNAPSHOT_AT(WS_CAB_I)
               PERFORM VARYING WS_FIELD_I FROM 1 BY 1
                                  UNTIL WS_FIELD_I > WS_FIELD_COUNT
                   IF WS_CUR_VALUE(WS_FIELD_I) NOT =
                           WS_STD_VALUE(WS_FIELD_I)
                       PERFORM PRINT_DEVIATION
                   END-IF
               END-PERFORM
               IF WS_CAB_DEVIATIONS = 0
                   DISPLAY '  MATCHES SHOP STANDARD'
               ELSE
                   ADD 1 TO WS_DRIFTING_CABINETS
               END-IF
           END-PERFORM.

       PRINT_DEVIATION SECTION.
      * THE LAST LOGGED CHANGE TO THE FIELD SAYS HOW IT GOT THIS WAY;
      * A START-OF-DAY CHANGE WAS MADE OUTSIDE THE SERVICE MENU. *
           ADD 1 TO WS_CAB_DEVIATIONS
           ADD 1 TO WS_DEVIATION_COUNT
           IF WS_CAB_DEVIATIONS = 1
               DISPLAY '  FIELD            STANDARD CABINET  '
                   'LAST CHANGED   FROM     BY'
           END-IF
           IF WS_CAB_CHG_AT(WS_CAB_I, WS_FIELD_I) = 0
               DISPLAY '  ' WS_FIELD_NAME(WS_FIELD_I) ' '
                   WS_STD_VALUE(WS_FIELD_I) ' '
                   WS_CUR_VALUE(WS_FIELD_I) ' NO CHANGE ON RECORD'
           ELSE
               IF WS_CAB_CHG_SOURCE(WS_CAB_I, WS_FIELD_I) = 'B'
                   MOVE 'OFF-MENU' TO WS_WHO
               ELSE
                   MOVE WS_CAB_CHG_OPERATOR(WS_CAB_I, WS_FIELD_I)
                       TO WS_WHO
               END-IF
               DISPLAY '  ' WS_FIELD_NAME(WS_FIELD_I) ' '
                   WS_STD_VALUE(WS_FIELD_I) ' '
                   WS_CUR_VALUE(WS_FIELD_I) ' '
                   WS_CAB_CHG_AT(WS_CAB_I, WS_FIELD_I) ' '
                   WS_CAB_CHG_OLD(WS_CAB_I, WS_FIELD_I) ' ' WS_WHO
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
                   MOVE WS_CAB_LOOKUP TO WS_CAB_ID(WS_CAB_I)
                   MOVE 0 TO WS_CAB_SNAPSHOT_AT(WS_CAB_I)
                   PERFORM VARYING WS_FIELD_I FROM 1 BY 1
                                      UNTIL WS_FIELD_I > WS_FIELD_COUNT
                       MOVE 0 TO WS_CAB_CHG_AT(WS_CAB_I, WS_FIELD_I)
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS_CAB_I
                   IF NOT WS_OVERFLOW_WARNED
                       SET WS_OVERFLOW_WARNED TO TRUE
                       DISPLAY 'MORE THAN ' WS_MAX_CABINETS
                           ' CABINETS IN THE MERGE - EXTRAS DROPPED'
                   END-IF
               END-IF
           END-IF.

       PRINT_SUMMARY SECTION.
           DISPLAY ' '
           DISPLAY 'CABINETS CHECKED: ' WS_CABINETS_CHECKED
               '  DRIFTING: ' WS_DRIFTING_CABINETS
               '  DEVIATIONS: ' WS_DEVIATION_COUNT
           IF WS_DEVIATION_COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM ConfigDrift.

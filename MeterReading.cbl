       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeterReading.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Meter reading for the lifetime meters every cabinet
      *keeps in meters.dat (see LOAD_METERS and WRITE_METERS SECTIONs
      *in Backalley.cbl): coins in, credits used, sessions started and
      *finished, wins, losses, powered-on and in-play time since the
      *cabinet was installed. Prints each cabinet's current readings
      *and how far each meter has moved since the last reading, then
      *appends today's readings to meter_readings.dat as a dated
      *snapshot, so the next reading - and the landlord, the
      *distributor, or whoever checks the coin-door counters - has
      *something to measure against. The meters only ever count up;
      *a meter standing lower than its last reading is flagged and
      *the run returns nonzero. METER_FILE names a merged file of
      *several cabinets' meters.dat when reading the whole floor at
      *once, as ShopReport does with its merged files. Nothing here
      *writes to meters.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-FILE ASSIGN TO DYNAMIC WS_METER_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_METER_STATUS.
           SELECT READING-FILE ASSIGN TO DYNAMIC WS_READING_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_READING_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METER-FILE.
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
       FD  READING-FILE.
      * ONE ROW PER CABINET PER READING, NEVER REWRITTEN. THE METERS
      * ARE HELD IN THE SAME ORDER AS ON MTR-RECORD, ALL AT THE WIDTH
      * OF THE WIDEST. *
       01  MRD-RECORD.
           02 MRD-READ-AT PIC 9(14).
           02 MRD-CABINET-ID PIC X(20).
           02 MRD-METER PIC 9(10) OCCURS 8 TIMES.
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_METER_COUNT VALUE 8.
       01 WS_METER_PATH PIC X(40) VALUE 'meters.dat'.
       01 WS_METER_STATUS PIC XX.
       01 WS_METER_EOF PIC 9 VALUE 0.
           88 WS_METER_AT_END VALUE 1.
       01 WS_READING_PATH PIC X(40) VALUE 'meter_readings.dat'.
       01 WS_READING_STATUS PIC XX.
       01 WS_READING_EOF PIC 9 VALUE 0.
           88 WS_READING_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).
       01 WS_READ_AT PIC 9(14).
       01 WS_METER_NAME_LIST.
           02 FILLER PIC X(16) VALUE 'COINS IN'.
           02 FILLER PIC X(16) VALUE 'CREDITS USED'.
           02 FILLER PIC X(16) VALUE 'SESSIONS STARTED'.
           02 FILLER PIC X(16) VALUE 'SESSIONS ENDED'.
           02 FILLER PIC X(16) VALUE 'WINS'.
           02 FILLER PIC X(16) VALUE 'LOSSES'.
           02 FILLER PIC X(16) VALUE 'POWERED ON SECS'.
           02 FILLER PIC X(16) VALUE 'IN PLAY SECS'.
       01 WS_METER_NAMES REDEFINES WS_METER_NAME_LIST.
           02 WS_METER_NAME PIC X(16) OCCURS WS_METER_COUNT TIMES.
       01 WS_CUR_METERS.
           02 WS_CUR_METER PIC 9(10) OCCURS WS_METER_COUNT TIMES.
       01 WS_METER_I PIC 9.

      * THE LATEST SNAPSHOT ON FILE FOR EACH CABINET, AND WHETHER THIS
      * RUN HAS ALREADY READ THAT CABINET'S METERS (A MERGE THAT
      * CARRIES ONE CABINET TWICE IS REPORTED, NOT READ TWICE). *
       01 WS_CABINET_COUNT PIC 99 VALUE 0.
       01 WS_CABINET_TABLE.
           02 WS_CABINET_ROW OCCURS WS_MAX_CABINETS TIMES.
               03 WS_CAB_ID PIC X(20).
               03 WS_CAB_PREV_AT PIC 9(14).
               03 WS_CAB_PREV_METER PIC 9(10)
                   OCCURS WS_METER_COUNT TIMES.
               03 WS_CAB_READ_FLAG PIC 9.
                   88 WS_CAB_READ VALUE 1.
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_FOUND_FLAG PIC 9.
           88 WS_CAB_FOUND VALUE 1.
       01 WS_OVERFLOW_WARNED_FLAG PIC 9 VALUE 0.
           88 WS_OVERFLOW_WARNED VALUE 1.

       01 WS_MOVEMENT PIC S9(10).
       01 WS_READINGS_TAKEN PIC 9(5) VALUE 0.
       01 WS_BACKWARDS_COUNT PIC 9(5) VALUE 0.
       01 WS_BAD_ROW_COUNT PIC 9(5) VALUE 0.
       01 WS_METER_DISPLAY PIC ZZZZZZZZZ9.
       01 WS_MOVEMENT_DISPLAY PIC +ZZZZZZZZZ9.
       01 WS_BACKWARDS_MARK PIC X(20).
       01 WS_HOURS_DISPLAY PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY LIFETIME METER READING ==='
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'METER_FILE'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_METER_PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_READ_AT
           DISPLAY 'READING TAKEN ' WS_READ_AT
           PERFORM LOAD_LAST_READINGS
           PERFORM READ_METERS
           PERFORM PRINT_SUMMARY
           STOP RUN.

       LOAD_LAST_READINGS SECTION.
      * THE SNAPSHOT FILE IS IN DATE ORDER, BUT THE LATEST ROW PER
      * CABINET IS TAKEN BY ITS OWN STAMP IN CASE TWO FILES WERE EVER
      * JOINED OUT OF ORDER. *
           OPEN INPUT READING-FILE
           IF WS_READING_STATUS NOT = '35'
               PERFORM UNTIL WS_READING_AT_END
                   READ READING-FILE
                       AT END
                           SET WS_READING_AT_END TO TRUE
                       NOT AT END
                           IF MRD-READ-AT IS NUMERIC
                               MOVE MRD-CABINET-ID TO WS_CAB_LOOKUP
                               PERFORM FIND_CABINET_SLOT
                               IF WS_CAB_I > 0
                                   AND MRD-READ-AT >=
                                       WS_CAB_PREV_AT(WS_CAB_I)
                                   PERFORM TAKE_PREVIOUS_READING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READING-FILE
           END-IF.

       TAKE_PREVIOUS_READING SECTION.
           MOVE MRD-READ-AT TO WS_CAB_PREV_AT(WS_CAB_I)
           PERFORM VARYING WS_METER_I FROM 1 BY 1
                              UNTIL WS_METER_I > WS_METER_COUNT
               IF MRD-METER(WS_METER_I) IS NUMERIC
                   MOVE MRD-METER(WS_METER_I) TO
                       WS_CAB_PREV_METER(WS_CAB_I, WS_METER_I)
               ELSE
                   MOVE 0 TO WS_CAB_PREV_METER(WS_CAB_I, WS_METER_I)
               END-IF
           END-PERFORM.

       READ_METERS SECTION.
           OPEN INPUT METER-FILE
           IF WS_METER_STATUS = '35'
               DISPLAY 'NO ' WS_METER_PATH(1:20)
                   ' - NOTHING TO READ'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND READING-FILE
           IF WS_READING_STATUS = '35'
               OPEN OUTPUT READING-FILE
           END-IF
           IF WS_READING_STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN ' WS_READING_PATH(1:18)
                   ', STATUS ' WS_READING_STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS_METER_AT_END
               READ METER-FILE
                   AT END
                       SET WS_METER_AT_END TO TRUE
                   NOT AT END
                       PERFORM READ_ONE_CABINET
               END-READ
           END-PERFORM
           CLOSE READING-FILE
           CLOSE METER-FILE.

       READ_ONE_CABINET SECTION.
      * A METERS ROW THAT DOES NOT READ BACK AS NUMBERS IS REPORTED
      * AND LEFT OUT OF THE SNAPSHOT, SO IT CANNOT BECOME THE BASE
      * THE NEXT READING IS MEASURED FROM. *
           IF MTR-COINS NOT NUMERIC OR MTR-CREDITS-USED NOT NUMERIC
               OR MTR-SESSIONS-STARTED NOT NUMERIC
               OR MTR-SESSIONS-FINISHED NOT NUMERIC
               OR MTR-WINS NOT NUMERIC OR MTR-LOSSES NOT NUMERIC
               OR MTR-POWER-ON-SECS NOT NUMERIC
               OR MTR-IN-PLAY-SECS NOT NUMERIC
               ADD 1 TO WS_BAD_ROW_COUNT
               DISPLAY ' '
               DISPLAY 'CABINET ' MTR-CABINET-ID
                   ' - METERS UNREADABLE, NOT RECORDED'
           ELSE
               MOVE MTR-CABINET-ID TO WS_CAB_LOOKUP
               PERFORM FIND_CABINET_SLOT
               IF WS_CAB_I > 0
                   IF WS_CAB_READ(WS_CAB_I)
                       DISPLAY ' '
                       DISPLAY 'CABINET ' MTR-CABINET-ID
                           ' - SECOND METERS ROW IN THE MERGE IGNORED'
                   ELSE
                       SET WS_CAB_READ(WS_CAB_I) TO TRUE
                       MOVE MTR-COINS TO WS_CUR_METER(1)
                       MOVE MTR-CREDITS-USED TO WS_CUR_METER(2)
                       MOVE MTR-SESSIONS-STARTED TO WS_CUR_METER(3)
                       MOVE MTR-SESSIONS-FINISHED TO WS_CUR_METER(4)
                       MOVE MTR-WINS TO WS_CUR_METER(5)
                       MOVE MTR-LOSSES TO WS_CUR_METER(6)
                       MOVE MTR-POWER-ON-SECS TO WS_CUR_METER(7)
                       MOVE MTR-IN-PLAY-SECS TO WS_CUR_METER(8)
                       PERFORM PRINT_CABINET_READING
                       PERFORM WRITE_SNAPSHOT
                   END-IF
               END-IF
           END-IF.

       PRINT_CABINET_READING SECTION.
           DISPLAY ' '
           DISPLAY 'CABINET ' WS_CAB_ID(WS_CAB_I)
               '  INSTALLED ' MTR-INSTALLED(1:8)
               '  LAST UPDATED ' MTR-UPDATED
           IF WS_CAB_PREV_AT(WS_CAB_I) = 0
               DISPLAY 'FIRST READING ON FILE - MOVEMENT IS SINCE'
                   ' INSTALL'
           ELSE
               DISPLAY 'MOVEMENT SINCE READING OF '
                   WS_CAB_PREV_AT(WS_CAB_I)
           END-IF
           DISPLAY 'METER               READING     MOVEMENT'
           PERFORM VARYING WS_METER_I FROM 1 BY 1
                              UNTIL WS_METER_I > WS_METER_COUNT
               COMPUTE WS_MOVEMENT = WS_CUR_METER(WS_METER_I)
                   - WS_CAB_PREV_METER(WS_CAB_I, WS_METER_I)
               MOVE SPACES TO WS_BACKWARDS_MARK
               IF WS_MOVEMENT < 0
                   ADD 1 TO WS_BACKWARDS_COUNT
                   MOVE ' *** WENT BACKWARDS' TO WS_BACKWARDS_MARK
               END-IF
               MOVE WS_CUR_METER(WS_METER_I) TO WS_METER_DISPLAY
               MOVE WS_MOVEMENT TO WS_MOVEMENT_DISPLAY
               DISPLAY WS_METER_NAME(WS_METER_I) ' '
                   WS_METER_DISPLAY '  ' WS_MOVEMENT_DISPLAY
                   WS_BACKWARDS_MARK
           END-PERFORM
           COMPUTE WS_HOURS_DISPLAY = WS_CUR_METER(7) / 3600
           DISPLAY 'POWERED ON HOURS:  ' WS_HOURS_DISPLAY
           COMPUTE WS_HOURS_DISPLAY = WS_CUR_METER(8) / 3600
           DISPLAY 'IN PLAY HOURS:     ' WS_HOURS_DISPLAY.

       WRITE_SNAPSHOT SECTION.
           MOVE WS_READ_AT TO MRD-READ-AT
           MOVE WS_CAB_ID(WS_CAB_I) TO MRD-CABINET-ID
           PERFORM VARYING WS_METER_I FROM 1 BY 1
                              UNTIL WS_METER_I > WS_METER_COUNT
               MOVE WS_CUR_METER(WS_METER_I) TO MRD-METER(WS_METER_I)
           END-PERFORM
           WRITE MRD-RECORD
           ADD 1 TO WS_READINGS_TAKEN.

       FIND_CABINET_SLOT SECTION.
      * ONE TABLE ROW PER DISTINCT CABINET ID ACROSS THE SNAPSHOT
      * HISTORY AND THE METERS BEING READ. *
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
                   MOVE 0 TO WS_CAB_PREV_AT(WS_CAB_I)
                   MOVE 0 TO WS_CAB_READ_FLAG(WS_CAB_I)
                   PERFORM VARYING WS_METER_I FROM 1 BY 1
                                      UNTIL WS_METER_I > WS_METER_COUNT
                       MOVE 0 TO WS_CAB_PREV_METER(WS_CAB_I, WS_METER_I)
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS_CAB_I
                   IF NOT WS_OVERFLOW_WARNED
                       SET WS_OVERFLOW_WARNED TO TRUE
                       DISPLAY 'MORE THAN ' WS_MAX_CABINETS
                           ' CABINETS ON FILE - EXTRAS DROPPED'
                   END-IF
               END-IF
           END-IF.

       PRINT_SUMMARY SECTION.
           DISPLAY ' '
           DISPLAY 'CABINETS READ: ' WS_READINGS_TAKEN
               '  SNAPSHOT APPENDED TO ' WS_READING_PATH(1:18)
           IF WS_BAD_ROW_COUNT > 0
               DISPLAY 'UNREADABLE METER ROWS: ' WS_BAD_ROW_COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS_BACKWARDS_COUNT > 0
               DISPLAY 'METERS BELOW THEIR LAST READING: '
                   WS_BACKWARDS_COUNT ' - CHECK FOR A RESET OR A'
                   ' SWAPPED FILE'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM MeterReading.

      *components for a degraded start or file errors, and NO REPORT
      *for a cabinet that never checked in. Returns nonzero when any
      *cabinet is NO-GO so the opening checklist can stop the doors.
      *Each cabinet's shared_outbox.dat (or the concatenation named
      *by OUTBOX_PATH) is read as well, and the number of score
      *pushes still waiting for the shared leaderboard is shown under
      *each cabinet that has any - whatever day they were queued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEALTH-FILE ASSIGN TO DYNAMIC WS_HEALTH_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HEALTH_STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS_OUTBOX_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_OUTBOX_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HEALTH-FILE.
               88 HLT-EVENT-FILE-ERROR VALUE 'F'.
           02 HLT-COMPONENT PIC X(10).
           02 HLT-DETAIL PIC X(20).
       FD  OUTBOX-FILE.
      * ONLY THE PUSHING CABINET MATTERS HERE; SEE QUEUE_SHARED_PUSH
      * IN Backalley.cbl FOR THE FULL ROW. *
       01  OBX-RECORD.
           02 OBX-INITIALS PIC X(3).
           02 OBX-TIMESTAMP PIC 9(14).
           02 OBX-CABINET-ID PIC X(20).
           02 OBX-REST PIC X(22).
       WORKING-STORAGE SECTION.
       78 WS_MAX_CABINETS VALUE 50.
       78 WS_MAX_NOTED VALUE 3.
       01 WS_HEALTH_STATUS PIC XX.
       01 WS_HEALTH_EOF PIC 9 VALUE 0.
           88 WS_HEALTH_AT_END VALUE 1.
       01 WS_OUTBOX_PATH PIC X(40) VALUE 'shared_outbox.dat'.
       01 WS_OUTBOX_STATUS PIC XX.
       01 WS_OUTBOX_EOF PIC 9 VALUE 0.
           88 WS_OUTBOX_AT_END VALUE 1.
       01 WS_QUEUED_TOTAL PIC 9(7) VALUE 0.
       01 WS_QUEUED_DISPLAY PIC ZZZZZZ9.
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_PATH_ENV PIC X(40).
       01 WS_REPORT_DATE PIC X(8).
       01 WS_CABINET_COUNT PIC 99 VALUE 0.
                   88 WS_CAB_STARTED VALUE 1.
               03 WS_CAB_INCIDENTS PIC 9(5).
               03 WS_CAB_NOTED_COUNT PIC 9.
               03 WS_CAB_QUEUED PIC 9(5).
               03 WS_CAB_NOTED OCCURS WS_MAX_NOTED TIMES.
                   04 WS_CAB_NOTED_COMP PIC X(10).
       01 WS_CAB_I PIC 99.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'OUTBOX_PATH'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_OUTBOX_PATH
           END-IF
           DISPLAY 'REPORT DAY ' WS_REPORT_DATE
           PERFORM READ_HEALTH_LOG
           PERFORM READ_SHARED_OUTBOX
           IF WS_CABINET_COUNT = 0
               DISPLAY 'NO HEALTH RECORDS FOR THE DAY - NO CABINET'
                   ' HAS CHECKED IN'
                                  UNTIL WS_CAB_I > WS_CABINET_COUNT
                   PERFORM PRINT_CABINET_LINE
               END-PERFORM
               IF WS_QUEUED_TOTAL > 0
                   MOVE WS_QUEUED_TOTAL TO WS_QUEUED_DISPLAY
                   DISPLAY 'SCORE PUSHES WAITING FOR THE SHARED BOARD:'
                       WS_QUEUED_DISPLAY
               END-IF
               IF WS_NOGO_COUNT > 0
                   DISPLAY 'RESULT: ' WS_NOGO_COUNT ' CABINET(S)'
                       ' NO-GO - FIX BEFORE THE DOORS OPEN'
               CLOSE HEALTH-FILE
           END-IF.

       READ_SHARED_OUTBOX SECTION.
      * A QUEUED PUSH IS NOT DATED TO THE REPORT DAY - IT IS STILL
      * OWED TO THE SHARED BOARD - SO EVERY ROW COUNTS, AND A
      * CABINET SEEN ONLY HERE STILL GETS ITS OWN LINE. *
           OPEN INPUT OUTBOX-FILE
           IF WS_OUTBOX_STATUS = '00'
               PERFORM UNTIL WS_OUTBOX_AT_END
                   READ OUTBOX-FILE
                       AT END
                           SET WS_OUTBOX_AT_END TO TRUE
                       NOT AT END
                           MOVE OBX-CABINET-ID TO WS_CAB_LOOKUP
                           PERFORM FIND_CABINET_SLOT
                           IF WS_CAB_I > 0
                               ADD 1 TO WS_CAB_QUEUED(WS_CAB_I)
                           END-IF
                           ADD 1 TO WS_QUEUED_TOTAL
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF.

       TALLY_HEALTH_RECORD SECTION.
           MOVE HLT-CABINET-ID TO WS_CAB_LOOKUP
           PERFORM FIND_CABINET_SLOT
           IF WS_CAB_I > 0
               EVALUATE TRUE
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
                                  OR WS_CAB_FOUND
               IF WS_CAB_ID(WS_CAB_I) = WS_CAB_LOOKUP
                   SET WS_CAB_FOUND TO TRUE
               END-IF
           END-PERFORM
               IF WS_CABINET_COUNT < WS_MAX_CABINETS
                   ADD 1 TO WS_CABINET_COUNT
                   MOVE WS_CABINET_COUNT TO WS_CAB_I
                   MOVE WS_CAB_LOOKUP TO WS_CAB_ID(WS_CAB_I)
                   MOVE 0 TO WS_CAB_STARTED_FLAG(WS_CAB_I)
                   MOVE 0 TO WS_CAB_INCIDENTS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_NOTED_COUNT(WS_CAB_I)
                   MOVE 0 TO WS_CAB_QUEUED(WS_CAB_I)
               ELSE
                   MOVE 0 TO WS_CAB_I
               END-IF
                           WS_CAB_I WS_NOTED_I)
                   END-PERFORM
               END-IF
           END-IF
           IF WS_CAB_QUEUED(WS_CAB_I) > 0
               MOVE WS_CAB_QUEUED(WS_CAB_I) TO WS_QUEUED_DISPLAY
               DISPLAY '    SCORE PUSHES QUEUED:' WS_QUEUED_DISPLAY
           END-IF.

       END PROGRAM FleetHealth.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutboxDrain.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Delivers the score pushes a cabinet queued in its
      *shared_outbox.dat while the shared leaderboard was unreachable
      *(see QUEUE_SHARED_PUSH / REPLAY_SHARED_OUTBOX in
      *Backalley.cbl). The cabinet replays its own queue at power-on
      *and after every push that gets through; this batch lets the
      *operator do the same from a shell once the share is back, or
      *for an outbox copied off a cabinet (OUTBOX_PATH). A row whose
      *key is already on the share was delivered before and is simply
      *dropped from the queue. Returns 8 when the share cannot be
      *opened or a row could not be written (the outbox is then left
      *as it was), 4 when there is nothing queued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHARED-LEADERBOARD-FILE
               ASSIGN TO DYNAMIC WS_SHARED_PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHR-KEY
               FILE STATUS IS WS_SHARED_STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS_OUTBOX_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_OUTBOX_STATUS.
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
       FD  OUTBOX-FILE.
       01  OBX-RECORD.
           02 OBX-ENTRY.
               03 OBX-INITIALS PIC X(3).
               03 OBX-TIMESTAMP PIC 9(14).
               03 OBX-CABINET-ID PIC X(20).
               03 OBX-BRICKS-CLEARED PIC 9(6).
               03 OBX-LIVES-REMAINING PIC 9.
               03 OBX-TOURNAMENT-FLAG PIC X.
           02 OBX-QUEUED-AT PIC 9(14).
       WORKING-STORAGE SECTION.
       01 WS_SHARED_PATH PIC X(40) VALUE 'shared_leaderboard.dat'.
       01 WS_SHARED_STATUS PIC XX.
       01 WS_OUTBOX_PATH PIC X(40) VALUE 'shared_outbox.dat'.
       01 WS_OUTBOX_STATUS PIC XX.
       01 WS_OUTBOX_EOF PIC 9 VALUE 0.
           88 WS_OUTBOX_AT_END VALUE 1.
       01 WS_PATH_ENV PIC X(40).
       01 WS_QUEUED_COUNT PIC 9(7) VALUE 0.
       01 WS_DELIVERED_COUNT PIC 9(7) VALUE 0.
       01 WS_ALREADY_COUNT PIC 9(7) VALUE 0.
       01 WS_FAILED_COUNT PIC 9(7) VALUE 0.
       01 WS_COUNT_DISPLAY PIC +ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY SHARED LEADERBOARD OUTBOX DRAIN ==='
           ACCEPT WS_PATH_ENV FROM ENVIRONMENT 'OUTBOX_PATH'
           IF WS_PATH_ENV NOT = SPACES
               MOVE WS_PATH_ENV TO WS_OUTBOX_PATH
           END-IF
           OPEN INPUT OUTBOX-FILE
           IF WS_OUTBOX_STATUS = '35'
               DISPLAY 'NOTHING QUEUED - NO ' WS_OUTBOX_PATH
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS_OUTBOX_STATUS NOT = '00'
               DISPLAY 'OUTBOX OPEN FAILED, STATUS ' WS_OUTBOX_STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS = '35'
               OPEN OUTPUT SHARED-LEADERBOARD-FILE
           END-IF
           IF WS_SHARED_STATUS NOT = '00'
               DISPLAY 'SHARED LEADERBOARD UNREACHABLE, STATUS '
                   WS_SHARED_STATUS ' - OUTBOX LEFT AS IT WAS'
               CLOSE OUTBOX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS_OUTBOX_AT_END
               READ OUTBOX-FILE
                   AT END
                       SET WS_OUTBOX_AT_END TO TRUE
                   NOT AT END
                       ADD 1 TO WS_QUEUED_COUNT
                       PERFORM DELIVER_QUEUED_PUSH
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           CLOSE SHARED-LEADERBOARD-FILE
           IF WS_QUEUED_COUNT = 0
               DISPLAY 'OUTBOX IS EMPTY - NOTHING QUEUED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS_QUEUED_COUNT TO WS_COUNT_DISPLAY
           DISPLAY 'QUEUED PUSHES READ:     ' WS_COUNT_DISPLAY
           MOVE WS_DELIVERED_COUNT TO WS_COUNT_DISPLAY
           DISPLAY 'DELIVERED:              ' WS_COUNT_DISPLAY
           MOVE WS_ALREADY_COUNT TO WS_COUNT_DISPLAY
           DISPLAY 'ALREADY ON THE SHARE:   ' WS_COUNT_DISPLAY
           MOVE WS_FAILED_COUNT TO WS_COUNT_DISPLAY
           DISPLAY 'NOT WRITTEN:            ' WS_COUNT_DISPLAY
      * ONLY A FULLY DELIVERED QUEUE IS EMPTIED; OTHERWISE THE WHOLE
      * OUTBOX STAYS AND THE ROWS THAT DID LAND ARE REFUSED AS
      * DUPLICATES ON THE NEXT RUN. *
           IF WS_FAILED_COUNT > 0
               DISPLAY 'RESULT: OUTBOX KEPT - RUN AGAIN ONCE THE'
                   ' SHARE ACCEPTS WRITES'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               DISPLAY 'RESULT: OUTBOX DRAINED'
           END-IF
           STOP RUN.

       DELIVER_QUEUED_PUSH SECTION.
           MOVE OBX-ENTRY TO SHR-RECORD
           WRITE SHR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS_SHARED_STATUS
               WHEN '00'
                   ADD 1 TO WS_DELIVERED_COUNT
                   DISPLAY 'DELIVERED ' SHR-INITIALS ' '
                       SHR-TIMESTAMP ' ' SHR-CABINET-ID
               WHEN '22'
                   ADD 1 TO WS_ALREADY_COUNT
               WHEN OTHER
                   ADD 1 TO WS_FAILED_COUNT
                   DISPLAY 'NOT WRITTEN ' SHR-INITIALS ' '
                       SHR-TIMESTAMP ' ' SHR-CABINET-ID
                       ' STATUS ' WS_SHARED_STATUS
           END-EVALUATE.

       END PROGRAM OutboxDrain.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProfileMaint.
       AUTHOR. Oshaboy.
       DATE-WRITTEN. 2026-10-15.
      *Remarks. Player initials maintenance. Career profiles are keyed
      *on PRF-INITIALS (see UPDATE_PLAYER_PROFILE SECTION in
      *Backalley.cbl), so a regular who signs "JON" one night and
      *"JNN" the next has two careers. PROFILE_ACTION picks the job,
      *with PROFILE_FROM, PROFILE_TO and CHANGED_BY (who is making
      *the change):
      *  MERGE  - folds FROM's career into TO's and retags FROM's
      *           scores as TO's;
      *  RENAME - the same for initials TO has never used (TO must
      *           have no profile yet, otherwise it is a MERGE);
      *           for either, TO may not be on initials_blocklist.dat;
      *  DELETE - removes FROM's profile and every score it holds,
      *           which is how offensive initials leave the board.
      *Each change cascades across player_profiles.dat, highscores.dat
      *and the keyed shared_leaderboard.dat (and moves any audit hold
      *in score_holds.dat with its entry, and any push still queued
      *in shared_outbox.dat so it lands under the right initials),
      *and one row recording what moved is appended to
      *profile_changes.dat. The shared board goes first: if it cannot
      *be opened nothing is touched. Profiles, local scores and
      *outboxes are per cabinet, so the job is run on every cabinet;
      *the shared board is only changed by the first. With no
      *PROFILE_ACTION it instead lists every profile and score whose
      *initials are on initials_blocklist.dat - the three-letter
      *combinations the name-entry screen refuses - and returns
      *nonzero when there are any.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS_PROFILE_PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PRF-INITIALS
               FILE STATUS IS WS_PROFILE_STATUS.
           SELECT SHARED-LEADERBOARD-FILE
               ASSIGN TO DYNAMIC WS_SHARED_PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHR-KEY
               FILE STATUS IS WS_SHARED_STATUS.
           SELECT HIGHSCORE-FILE ASSIGN TO DYNAMIC WS_HIGHSCORE_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HIGHSCORE_STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS_HOLD_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_HOLD_STATUS.
           SELECT BLOCKLIST-FILE ASSIGN TO DYNAMIC WS_BLOCKLIST_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_BLOCKLIST_STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS_OUTBOX_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_OUTBOX_STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS_CHANGE_LOG_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_CHANGE_LOG_STATUS.
           SELECT TMP-FILE ASSIGN TO DYNAMIC WS_TMP_PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS_TMP_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PRF-RECORD.
           02 PRF-INITIALS PIC X(3).
           02 PRF-GAMES PIC 9(6).
           02 PRF-BEST-SCORE PIC 9(6).
           02 PRF-BEST-LEVEL PIC 99.
           02 PRF-CREDITS PIC 9(6).
       FD  SHARED-LEADERBOARD-FILE.
       01  SHR-RECORD.
           02 SHR-KEY.
               03 SHR-INITIALS PIC X(3).
               03 SHR-TIMESTAMP PIC 9(14).
               03 SHR-CABINET-ID PIC X(20).
           02 SHR-BRICKS-CLEARED PIC 9(6).
           02 SHR-LIVES-REMAINING PIC 9.
           02 SHR-TOURNAMENT-FLAG PIC X.
       FD  HIGHSCORE-FILE.
       01  HS-RECORD.
           02 HS-INITIALS PIC X(3).
           02 HS-BRICKS-CLEARED PIC 9(6).
           02 HS-LIVES-REMAINING PIC 9.
           02 HS-TIMESTAMP PIC 9(14).
           02 HS-CABINET-ID PIC X(20).
       FD  HOLD-FILE.
       01  HLD-RECORD.
           02 HLD-INITIALS PIC X(3).
           02 HLD-REST PIC X(84).
       FD  OUTBOX-FILE.
      * A SCORE PUSH WAITING FOR THE SHARED BOARD (SEE
      * QUEUE_SHARED_PUSH IN Backalley.cbl); ONLY THE INITIALS
      * MATTER HERE. *
       01  OBX-RECORD.
           02 OBX-INITIALS PIC X(3).
           02 OBX-REST PIC X(56).
       FD  BLOCKLIST-FILE.
      * ONE BANNED THREE-LETTER COMBINATION PER LINE. *
       01  BLK-RECORD.
           02 BLK-INITIALS PIC X(3).
       FD  CHANGE-LOG-FILE.
      * ONE ROW PER MAINTENANCE RUN THAT CHANGED SOMETHING: WHAT WAS
      * DONE, ON WHICH CABINET, BY WHOM, AND HOW MANY RECORDS MOVED
      * IN EACH FILE. *
       01  PCL-RECORD.
           02 PCL-TIMESTAMP PIC 9(14).
           02 PCL-CABINET-ID PIC X(20).
           02 PCL-ACTION PIC X(6).
           02 PCL-FROM PIC X(3).
           02 PCL-TO PIC X(3).
           02 PCL-CHANGED-BY PIC X(12).
           02 PCL-PROFILES PIC 9.
           02 PCL-LOCAL-ROWS PIC 9(5).
           02 PCL-SHARED-ROWS PIC 9(5).
           02 PCL-HOLD-ROWS PIC 9(5).
           02 PCL-QUEUED-ROWS PIC 9(5).
       FD  TMP-FILE.
       01  TMP-REC PIC X(100).
       WORKING-STORAGE SECTION.
       78 WS_MAX_BLOCKED VALUE 200.
       78 WS_MAX_BATCH VALUE 500.
       01 WS_PROFILE_PATH PIC X(40) VALUE 'player_profiles.dat'.
       01 WS_PROFILE_STATUS PIC XX.
       01 WS_PROFILE_EOF PIC 9 VALUE 0.
           88 WS_PROFILE_AT_END VALUE 1.
       01 WS_SHARED_PATH PIC X(40) VALUE 'shared_leaderboard.dat'.
       01 WS_SHARED_STATUS PIC XX.
       01 WS_SHARED_EOF PIC 9 VALUE 0.
           88 WS_SHARED_AT_END VALUE 1.
       01 WS_HIGHSCORE_PATH PIC X(40) VALUE 'highscores.dat'.
       01 WS_HIGHSCORE_STATUS PIC XX.
       01 WS_HIGHSCORE_EOF PIC 9 VALUE 0.
           88 WS_HIGHSCORE_AT_END VALUE 1.
       01 WS_HOLD_PATH PIC X(40) VALUE 'score_holds.dat'.
       01 WS_HOLD_STATUS PIC XX.
       01 WS_HOLD_EOF PIC 9 VALUE 0.
           88 WS_HOLD_AT_END VALUE 1.
       01 WS_BLOCKLIST_PATH PIC X(40) VALUE 'initials_blocklist.dat'.
       01 WS_BLOCKLIST_STATUS PIC XX.
       01 WS_BLOCKLIST_EOF PIC 9 VALUE 0.
           88 WS_BLOCKLIST_AT_END VALUE 1.
       01 WS_BLOCKLIST_MISSING_FLAG PIC 9 VALUE 0.
           88 WS_BLOCKLIST_MISSING VALUE 1.
       01 WS_OUTBOX_PATH PIC X(40) VALUE 'shared_outbox.dat'.
       01 WS_OUTBOX_STATUS PIC XX.
       01 WS_OUTBOX_EOF PIC 9 VALUE 0.
           88 WS_OUTBOX_AT_END VALUE 1.
       01 WS_CHANGE_LOG_PATH PIC X(40) VALUE 'profile_changes.dat'.
       01 WS_CHANGE_LOG_STATUS PIC XX.
       01 WS_TMP_PATH PIC X(40) VALUE 'profilemaint.tmp'.
       01 WS_TMP_STATUS PIC XX.
       01 WS_TMP_EOF PIC 9.
           88 WS_TMP_AT_END VALUE 1.

       01 WS_ACTION PIC X(6).
           88 WS_ACTION_MERGE VALUE 'MERGE'.
           88 WS_ACTION_RENAME VALUE 'RENAME'.
           88 WS_ACTION_DELETE VALUE 'DELETE'.
           88 WS_ACTION_REPORT VALUE SPACES.
       01 WS_FROM_INITIALS PIC X(3).
       01 WS_TO_INITIALS PIC X(3).
       01 WS_CHANGED_BY PIC X(12).
       01 WS_CHECK_INITIALS PIC X(3).
       01 WS_CHECK_NAME PIC X(12).
       01 WS_SPACE_COUNT PIC 9.
      * CABINET FINGERPRINT, RESOLVED THE SAME WAY LOAD_CABINET_ID
      * SECTION IN Backalley.cbl RESOLVES IT, FOR THE CHANGE LOG. *
       01 WS_CABINET_ID_ENV PIC X(20).
       01 WS_CABINET_FINGERPRINT PIC X(20) VALUE SPACES.

      * BOTH PROFILES AS THEY STOOD BEFORE THE CHANGE. *
       01 WS_FROM_PROFILE_FLAG PIC 9 VALUE 0.
           88 WS_FROM_PROFILE_FOUND VALUE 1.
       01 WS_TO_PROFILE_FLAG PIC 9 VALUE 0.
           88 WS_TO_PROFILE_FOUND VALUE 1.
       01 WS_FROM_PROFILE.
           02 WS_FROM_PRF_INITIALS PIC X(3).
           02 WS_FROM_PRF_GAMES PIC 9(6).
           02 WS_FROM_PRF_BEST_SCORE PIC 9(6).
           02 WS_FROM_PRF_BEST_LEVEL PIC 99.
           02 WS_FROM_PRF_CREDITS PIC 9(6).
       01 WS_TO_PROFILE PIC X(23).
       01 WS_PROFILE_SUM PIC 9(7).

      * SHARED ROWS UNDER THE OLD INITIALS ARE COLLECTED FIRST AND
      * ONLY THEN DELETED AND REWRITTEN, SO THE KEYED FILE IS NEVER
      * CHANGED UNDER A READ IN PROGRESS. *
       01 WS_BATCH_COUNT PIC 999.
       01 WS_BATCH_TABLE.
           02 WS_BATCH_ROW PIC X(45) OCCURS WS_MAX_BATCH TIMES.
       01 WS_BATCH_I PIC 999.
       01 WS_BATCH_FULL_FLAG PIC 9.
           88 WS_BATCH_FULL VALUE 1.

       01 WS_BLOCKED_COUNT PIC 999 VALUE 0.
       01 WS_BLOCKED_TABLE.
           02 WS_BLOCKED_INITIALS PIC X(3) OCCURS WS_MAX_BLOCKED TIMES.
       01 WS_BLOCKED_I PIC 999.
       01 WS_BLOCKED_FLAG PIC 9.
           88 WS_INITIALS_BLOCKED VALUE 1.

       01 WS_PROFILES_CHANGED PIC 9 VALUE 0.
       01 WS_LOCAL_CHANGED PIC 9(5) VALUE 0.
       01 WS_SHARED_CHANGED PIC 9(5) VALUE 0.
       01 WS_SHARED_CLASHES PIC 9(5) VALUE 0.
       01 WS_HOLDS_CHANGED PIC 9(5) VALUE 0.
       01 WS_QUEUED_CHANGED PIC 9(5) VALUE 0.
       01 WS_MATCH_COUNT PIC 9(5) VALUE 0.
       01 WS_SCORE_DISPLAY PIC ZZZZZ9.
       01 WS_GAMES_DISPLAY PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY '=== BACKALLEY PROFILE MAINTENANCE ==='
           ACCEPT WS_ACTION FROM ENVIRONMENT 'PROFILE_ACTION'
           MOVE FUNCTION UPPER-CASE(WS_ACTION) TO WS_ACTION
           IF WS_ACTION_REPORT
               PERFORM REPORT_BLOCKED_INITIALS
               STOP RUN
           END-IF
           IF NOT WS_ACTION_MERGE AND NOT WS_ACTION_RENAME
               AND NOT WS_ACTION_DELETE
               DISPLAY 'PROFILE_ACTION MUST BE MERGE, RENAME OR DELETE,'
                   ' GOT: ' WS_ACTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD_CABINET_ID
           ACCEPT WS_FROM_INITIALS FROM ENVIRONMENT 'PROFILE_FROM'
           MOVE FUNCTION UPPER-CASE(WS_FROM_INITIALS)
               TO WS_FROM_INITIALS
           MOVE WS_FROM_INITIALS TO WS_CHECK_INITIALS
           MOVE 'PROFILE_FROM' TO WS_CHECK_NAME
           PERFORM CHECK_INITIALS_FORMAT
           IF WS_ACTION_DELETE
               MOVE SPACES TO WS_TO_INITIALS
           ELSE
               ACCEPT WS_TO_INITIALS FROM ENVIRONMENT 'PROFILE_TO'
               MOVE FUNCTION UPPER-CASE(WS_TO_INITIALS)
                   TO WS_TO_INITIALS
               MOVE WS_TO_INITIALS TO WS_CHECK_INITIALS
               MOVE 'PROFILE_TO' TO WS_CHECK_NAME
               PERFORM CHECK_INITIALS_FORMAT
               IF WS_TO_INITIALS = WS_FROM_INITIALS
                   DISPLAY 'PROFILE_FROM AND PROFILE_TO ARE BOTH '
                       WS_FROM_INITIALS ' - NOTHING TO DO'
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
      * THE NEW INITIALS GO ON THE ATTRACT BOARD, SO THEY ARE HELD TO
      * THE SAME BLOCKLIST THE NAME-ENTRY SCREEN IS. *
               PERFORM LOAD_BLOCKLIST
               PERFORM CHECK_INITIALS_BLOCKED
               IF WS_INITIALS_BLOCKED
                   DISPLAY 'REFUSING TO RUN: ' WS_TO_INITIALS
                       ' IS ON ' WS_BLOCKLIST_PATH(1:22)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS_CHANGED_BY FROM ENVIRONMENT 'CHANGED_BY'
           IF WS_CHANGED_BY = SPACES
               DISPLAY 'CHANGED_BY MUST NAME WHO IS MAKING THE CHANGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ_BOTH_PROFILES
           IF WS_ACTION_RENAME AND WS_TO_PROFILE_FOUND
               DISPLAY 'REFUSING TO RUN: ' WS_TO_INITIALS
                   ' ALREADY HAS A PROFILE - USE PROFILE_ACTION=MERGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WS_ACTION ' ' WS_FROM_INITIALS ' ' WS_TO_INITIALS
               ' ON ' WS_CABINET_FINGERPRINT ' BY ' WS_CHANGED_BY
           PERFORM CASCADE_SHARED_BOARD
           PERFORM APPLY_PROFILE_CHANGE
           PERFORM CASCADE_LOCAL_SCORES
           IF NOT WS_ACTION_DELETE
               PERFORM CASCADE_SCORE_HOLDS
           END-IF
           PERFORM CASCADE_QUEUED_PUSHES
           DISPLAY 'PROFILES CHANGED:    ' WS_PROFILES_CHANGED
           DISPLAY 'LOCAL SCORES:        ' WS_LOCAL_CHANGED
           DISPLAY 'SHARED SCORES:       ' WS_SHARED_CHANGED
           IF WS_SHARED_CLASHES > 0
               DISPLAY 'ALREADY ON BOARD:    ' WS_SHARED_CLASHES
           END-IF
           DISPLAY 'AUDIT HOLDS MOVED:   ' WS_HOLDS_CHANGED
           DISPLAY 'QUEUED PUSHES:       ' WS_QUEUED_CHANGED
           IF WS_PROFILES_CHANGED = 0 AND WS_LOCAL_CHANGED = 0
               AND WS_SHARED_CHANGED = 0 AND WS_HOLDS_CHANGED = 0
               AND WS_QUEUED_CHANGED = 0
               DISPLAY 'NOTHING ON FILE FOR ' WS_FROM_INITIALS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE_CHANGE_LOG
           END-IF
           STOP RUN.

       LOAD_CABINET_ID SECTION.
           ACCEPT WS_CABINET_ID_ENV FROM ENVIRONMENT 'CABINET_ID'
           IF WS_CABINET_ID_ENV NOT = SPACES
               MOVE WS_CABINET_ID_ENV TO WS_CABINET_FINGERPRINT
           ELSE
               ACCEPT WS_CABINET_FINGERPRINT FROM ENVIRONMENT 'HOSTNAME'
               IF WS_CABINET_FINGERPRINT = SPACES
                   MOVE 'UNKNOWN-CABINET' TO WS_CABINET_FINGERPRINT
               END-IF
           END-IF.

       CHECK_INITIALS_FORMAT SECTION.
      * THE NAME-ENTRY SCREEN ONLY EVER PRODUCES THREE LETTERS A-Z. *
           MOVE 0 TO WS_SPACE_COUNT
           INSPECT WS_CHECK_INITIALS TALLYING WS_SPACE_COUNT
               FOR ALL SPACE
           IF WS_CHECK_INITIALS NOT ALPHABETIC-UPPER
               OR WS_SPACE_COUNT > 0
               DISPLAY WS_CHECK_NAME ' MUST BE THREE LETTERS, GOT: '
                   WS_CHECK_INITIALS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ_BOTH_PROFILES SECTION.
      * NO PROFILE FILE IS NO PROFILES; ONE THAT WILL NOT OPEN STOPS
      * THE RUN BEFORE ANYTHING HAS BEEN CHANGED. *
           OPEN INPUT PROFILE-FILE
           IF WS_PROFILE_STATUS NOT = '35'
               IF WS_PROFILE_STATUS NOT = '00'
                   DISPLAY 'CANNOT OPEN ' WS_PROFILE_PATH(1:19)
                       ', STATUS ' WS_PROFILE_STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS_FROM_INITIALS TO PRF-INITIALS
               READ PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS_FROM_PROFILE_FOUND TO TRUE
                       MOVE PRF-RECORD TO WS_FROM_PROFILE
               END-READ
               IF NOT WS_ACTION_DELETE
                   MOVE WS_TO_INITIALS TO PRF-INITIALS
                   READ PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS_TO_PROFILE_FOUND TO TRUE
                           MOVE PRF-RECORD TO WS_TO_PROFILE
                   END-READ
               END-IF
               CLOSE PROFILE-FILE
           END-IF.

       CASCADE_SHARED_BOARD SECTION.
      * THE SHOP-WIDE BOARD IS THE ONE FILE THAT CAN BE OUT OF REACH,
      * SO IT GOES FIRST: A SHARE THAT IS DOWN STOPS THE RUN WITH
      * EVERY CABINET FILE STILL UNTOUCHED. THE INITIALS ARE PART OF
      * SHR-KEY, SO A RETAGGED ROW IS DELETED AND WRITTEN AFRESH; A
      * ROW WHOSE NEW KEY IS ALREADY PRESENT WAS ALREADY MOVED. *
           OPEN I-O SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS = '35'
               DISPLAY 'NO ' WS_SHARED_PATH(1:22)
                   ' PRESENT - SHARED BOARD SKIPPED'
           ELSE
               IF WS_SHARED_STATUS NOT = '00'
                   DISPLAY 'REFUSING TO RUN: CANNOT OPEN '
                       WS_SHARED_PATH(1:22) ', STATUS '
                       WS_SHARED_STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS_BATCH_FULL TO TRUE
               PERFORM UNTIL NOT WS_BATCH_FULL
                   PERFORM COLLECT_SHARED_BATCH
                   PERFORM VARYING WS_BATCH_I FROM 1 BY 1
                                      UNTIL WS_BATCH_I > WS_BATCH_COUNT
                       MOVE WS_BATCH_ROW(WS_BATCH_I) TO SHR-RECORD
                       DELETE SHARED-LEADERBOARD-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS_SHARED_CHANGED
                       IF NOT WS_ACTION_DELETE
                           MOVE WS_TO_INITIALS TO SHR-INITIALS
                           WRITE SHR-RECORD
                               INVALID KEY
                                   ADD 1 TO WS_SHARED_CLASHES
                           END-WRITE
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE SHARED-LEADERBOARD-FILE
           END-IF.

       COLLECT_SHARED_BATCH SECTION.
           MOVE 0 TO WS_BATCH_COUNT
           MOVE 0 TO WS_BATCH_FULL_FLAG
           MOVE 0 TO WS_SHARED_EOF
           MOVE LOW-VALUES TO SHR-KEY
           START SHARED-LEADERBOARD-FILE KEY NOT LESS THAN SHR-KEY
               INVALID KEY
                   SET WS_SHARED_AT_END TO TRUE
           END-START
           PERFORM UNTIL WS_SHARED_AT_END OR WS_BATCH_FULL
               READ SHARED-LEADERBOARD-FILE NEXT RECORD
                   AT END
                       SET WS_SHARED_AT_END TO TRUE
                   NOT AT END
                       IF SHR-INITIALS = WS_FROM_INITIALS
                           ADD 1 TO WS_BATCH_COUNT
                           MOVE SHR-RECORD TO
                               WS_BATCH_ROW(WS_BATCH_COUNT)
                           IF WS_BATCH_COUNT = WS_MAX_BATCH
                               SET WS_BATCH_FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY_PROFILE_CHANGE SECTION.
      * A MERGE ADDS THE TWO CAREERS TOGETHER - GAMES AND CREDITS
      * SUMMED, THE BETTER BEST SCORE AND DEEPER LEVEL KEPT. WITH NO
      * PROFILE UNDER TO YET, A MERGE IS JUST A RENAME. *
           IF WS_FROM_PROFILE_FOUND
               OPEN I-O PROFILE-FILE
               IF WS_PROFILE_STATUS NOT = '00'
                   DISPLAY 'CANNOT REOPEN ' WS_PROFILE_PATH(1:19)
                       ', STATUS ' WS_PROFILE_STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS_FROM_INITIALS TO PRF-INITIALS
               DELETE PROFILE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS_PROFILES_CHANGED
               EVALUATE TRUE
                   WHEN WS_ACTION_DELETE
                       CONTINUE
                   WHEN WS_TO_PROFILE_FOUND
                       PERFORM MERGE_PROFILE_RECORDS
                       REWRITE PRF-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   WHEN OTHER
                       MOVE WS_FROM_PROFILE TO PRF-RECORD
                       MOVE WS_TO_INITIALS TO PRF-INITIALS
                       WRITE PRF-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-EVALUATE
               CLOSE PROFILE-FILE
           END-IF.

       MERGE_PROFILE_RECORDS SECTION.
           MOVE WS_TO_PROFILE TO PRF-RECORD
           COMPUTE WS_PROFILE_SUM = WS_FROM_PRF_GAMES + PRF-GAMES
           IF WS_PROFILE_SUM > 999999
               MOVE 999999 TO WS_PROFILE_SUM
           END-IF
           MOVE WS_PROFILE_SUM TO PRF-GAMES
           COMPUTE WS_PROFILE_SUM = WS_FROM_PRF_CREDITS + PRF-CREDITS
           IF WS_PROFILE_SUM > 999999
               MOVE 999999 TO WS_PROFILE_SUM
           END-IF
           MOVE WS_PROFILE_SUM TO PRF-CREDITS
           IF WS_FROM_PRF_BEST_SCORE > PRF-BEST-SCORE
               MOVE WS_FROM_PRF_BEST_SCORE TO PRF-BEST-SCORE
           END-IF
           IF WS_FROM_PRF_BEST_LEVEL > PRF-BEST-LEVEL
               MOVE WS_FROM_PRF_BEST_LEVEL TO PRF-BEST-LEVEL
           END-IF.

       CASCADE_LOCAL_SCORES SECTION.
      * highscores.dat IS SPLIT THROUGH A WORK FILE AND REWRITTEN THE
      * DataCheck WAY, BUT ONLY WHEN SOME ROW ACTUALLY CHANGED. *
           MOVE 0 TO WS_HIGHSCORE_EOF
           OPEN INPUT HIGHSCORE-FILE
           IF WS_HIGHSCORE_STATUS NOT = '35'
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS_HIGHSCORE_AT_END
                   READ HIGHSCORE-FILE
                       AT END
                           SET WS_HIGHSCORE_AT_END TO TRUE
                       NOT AT END
                           IF HS-INITIALS = WS_FROM_INITIALS
                               ADD 1 TO WS_LOCAL_CHANGED
                               IF NOT WS_ACTION_DELETE
                                   MOVE WS_TO_INITIALS TO HS-INITIALS
                                   MOVE HS-RECORD TO TMP-REC
                                   WRITE TMP-REC
                               END-IF
                           ELSE
                               MOVE HS-RECORD TO TMP-REC
                               WRITE TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHSCORE-FILE
               CLOSE TMP-FILE
               IF WS_LOCAL_CHANGED > 0
                   PERFORM REWRITE_FROM_TMP_HS
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH
               END-IF
           END-IF.

       CASCADE_SCORE_HOLDS SECTION.
      * AN AUDIT HOLD IS KEYED THE WAY SHR-KEY IS, SO IT MOVES WITH ITS
      * ENTRY; LEFT BEHIND, THE RETAGGED SCORE WOULD SLIP PAST IT ONTO
      * THE BOARD. *
           MOVE 0 TO WS_HOLD_EOF
           OPEN INPUT HOLD-FILE
           IF WS_HOLD_STATUS NOT = '35'
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS_HOLD_AT_END
                   READ HOLD-FILE
                       AT END
                           SET WS_HOLD_AT_END TO TRUE
                       NOT AT END
                           IF HLD-INITIALS = WS_FROM_INITIALS
                               ADD 1 TO WS_HOLDS_CHANGED
                               MOVE WS_TO_INITIALS TO HLD-INITIALS
                           END-IF
                           MOVE HLD-RECORD TO TMP-REC
                           WRITE TMP-REC
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               CLOSE TMP-FILE
               IF WS_HOLDS_CHANGED > 0
                   PERFORM REWRITE_FROM_TMP_HLD
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH
               END-IF
           END-IF.

       CASCADE_QUEUED_PUSHES SECTION.
      * A PUSH STILL SITTING IN THE OUTBOX WOULD OTHERWISE REACH THE
      * SHARED BOARD LATER UNDER THE OLD INITIALS, UNDOING THE
      * CHANGE; IT IS RETAGGED, OR DROPPED FOR A DELETE. *
           MOVE 0 TO WS_OUTBOX_EOF
           OPEN INPUT OUTBOX-FILE
           IF WS_OUTBOX_STATUS NOT = '35'
               OPEN OUTPUT TMP-FILE
               PERFORM UNTIL WS_OUTBOX_AT_END
                   READ OUTBOX-FILE
                       AT END
                           SET WS_OUTBOX_AT_END TO TRUE
                       NOT AT END
                           IF OBX-INITIALS = WS_FROM_INITIALS
                               ADD 1 TO WS_QUEUED_CHANGED
                               IF NOT WS_ACTION_DELETE
                                   MOVE WS_TO_INITIALS TO OBX-INITIALS
                                   MOVE OBX-RECORD TO TMP-REC
                                   WRITE TMP-REC
                               END-IF
                           ELSE
                               MOVE OBX-RECORD TO TMP-REC
                               WRITE TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
               CLOSE TMP-FILE
               IF WS_QUEUED_CHANGED > 0
                   PERFORM REWRITE_FROM_TMP_OBX
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH
               END-IF
           END-IF.

       REWRITE_FROM_TMP_HS SECTION.
           MOVE 0 TO WS_TMP_EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT HIGHSCORE-FILE
           PERFORM UNTIL WS_TMP_AT_END
               READ TMP-FILE
                   AT END
                       SET WS_TMP_AT_END TO TRUE
                   NOT AT END
                       MOVE TMP-REC TO HS-RECORD
                       WRITE HS-RECORD
               END-READ
           END-PERFORM
           CLOSE HIGHSCORE-FILE
           CLOSE TMP-FILE
           CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH.

       REWRITE_FROM_TMP_HLD SECTION.
           MOVE 0 TO WS_TMP_EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL WS_TMP_AT_END
               READ TMP-FILE
                   AT END
                       SET WS_TMP_AT_END TO TRUE
                   NOT AT END
                       MOVE TMP-REC TO HLD-RECORD
                       WRITE HLD-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE TMP-FILE
           CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH.

       REWRITE_FROM_TMP_OBX SECTION.
           MOVE 0 TO WS_TMP_EOF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT OUTBOX-FILE
           PERFORM UNTIL WS_TMP_AT_END
               READ TMP-FILE
                   AT END
                       SET WS_TMP_AT_END TO TRUE
                   NOT AT END
                       MOVE TMP-REC TO OBX-RECORD
                       WRITE OBX-RECORD
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           CLOSE TMP-FILE
           CALL 'CBL_DELETE_FILE' USING WS_TMP_PATH.

       WRITE_CHANGE_LOG SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCL-TIMESTAMP
           MOVE WS_CABINET_FINGERPRINT TO PCL-CABINET-ID
           MOVE WS_ACTION TO PCL-ACTION
           MOVE WS_FROM_INITIALS TO PCL-FROM
           MOVE WS_TO_INITIALS TO PCL-TO
           MOVE WS_CHANGED_BY TO PCL-CHANGED-BY
           MOVE WS_PROFILES_CHANGED TO PCL-PROFILES
           MOVE WS_LOCAL_CHANGED TO PCL-LOCAL-ROWS
           MOVE WS_SHARED_CHANGED TO PCL-SHARED-ROWS
           MOVE WS_HOLDS_CHANGED TO PCL-HOLD-ROWS
           MOVE WS_QUEUED_CHANGED TO PCL-QUEUED-ROWS
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS_CHANGE_LOG_STATUS = '35'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           WRITE PCL-RECORD
           CLOSE CHANGE-LOG-FILE
           DISPLAY 'LOGGED TO ' WS_CHANGE_LOG_PATH.

       LOAD_BLOCKLIST SECTION.
      * LOWER-CASE LINES ARE TAKEN AS THEIR UPPER-CASE LETTERS, THE
      * WAY Backalley.cbl READS THE SAME FILE. NO FILE IS NOTHING
      * BLOCKED. *
           MOVE 0 TO WS_BLOCKED_COUNT
           MOVE 0 TO WS_BLOCKLIST_EOF
           MOVE 0 TO WS_BLOCKLIST_MISSING_FLAG
           OPEN INPUT BLOCKLIST-FILE
           IF WS_BLOCKLIST_STATUS = '35'
               SET WS_BLOCKLIST_MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS_BLOCKLIST_AT_END
                   READ BLOCKLIST-FILE
                       AT END
                           SET WS_BLOCKLIST_AT_END TO TRUE
                       NOT AT END
                           IF BLK-INITIALS NOT = SPACES
                               AND WS_BLOCKED_COUNT < WS_MAX_BLOCKED
                               ADD 1 TO WS_BLOCKED_COUNT
                               MOVE FUNCTION UPPER-CASE(BLK-INITIALS)
                                   TO
                                   WS_BLOCKED_INITIALS(WS_BLOCKED_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCKLIST-FILE
           END-IF.

       CHECK_INITIALS_BLOCKED SECTION.
      * IS WS_CHECK_INITIALS ON THE BLOCKLIST? *
           MOVE 0 TO WS_BLOCKED_FLAG
           PERFORM VARYING WS_BLOCKED_I FROM 1 BY 1
                              UNTIL WS_BLOCKED_I > WS_BLOCKED_COUNT
                                  OR WS_INITIALS_BLOCKED
               IF WS_BLOCKED_INITIALS(WS_BLOCKED_I) = WS_CHECK_INITIALS
                   SET WS_INITIALS_BLOCKED TO TRUE
               END-IF
           END-PERFORM.

       REPORT_BLOCKED_INITIALS SECTION.
      * EVERY RECORD ALREADY ON FILE UNDER BLOCKED INITIALS, ONE LINE
      * EACH, SO THE OPERATOR CAN DELETE THEM WITH PROFILE_ACTION. *
           PERFORM LOAD_BLOCKLIST
           IF WS_BLOCKLIST_MISSING
               DISPLAY 'NO ' WS_BLOCKLIST_PATH(1:22)
                   ' PRESENT - NOTHING IS BLOCKED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WS_BLOCKED_COUNT ' BLOCKED COMBINATION(S) ON FILE'
           DISPLAY ' '
           DISPLAY 'FILE     INI  SCORE/GAMES  TIMESTAMP      CABINET'
           OPEN INPUT PROFILE-FILE
           IF WS_PROFILE_STATUS = '00'
               PERFORM UNTIL WS_PROFILE_AT_END
                   READ PROFILE-FILE NEXT RECORD
                       AT END
                           SET WS_PROFILE_AT_END TO TRUE
                       NOT AT END
                           MOVE PRF-INITIALS TO WS_CHECK_INITIALS
                           PERFORM CHECK_INITIALS_BLOCKED
                           IF WS_INITIALS_BLOCKED
                               ADD 1 TO WS_MATCH_COUNT
                               MOVE PRF-GAMES TO WS_GAMES_DISPLAY
                               DISPLAY 'PROFILE  ' PRF-INITIALS '  '
                                   WS_GAMES_DISPLAY ' GAMES'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           ELSE
               IF WS_PROFILE_STATUS NOT = '35'
                   DISPLAY 'CANNOT OPEN ' WS_PROFILE_PATH(1:19)
                       ', STATUS ' WS_PROFILE_STATUS
               END-IF
           END-IF
           OPEN INPUT HIGHSCORE-FILE
           IF WS_HIGHSCORE_STATUS NOT = '35'
               PERFORM UNTIL WS_HIGHSCORE_AT_END
                   READ HIGHSCORE-FILE
                       AT END
                           SET WS_HIGHSCORE_AT_END TO TRUE
                       NOT AT END
                           MOVE HS-INITIALS TO WS_CHECK_INITIALS
                           PERFORM CHECK_INITIALS_BLOCKED
                           IF WS_INITIALS_BLOCKED
                               ADD 1 TO WS_MATCH_COUNT
                               MOVE HS-BRICKS-CLEARED TO
                                   WS_SCORE_DISPLAY
                               DISPLAY 'LOCAL    ' HS-INITIALS '  '
                                   WS_SCORE_DISPLAY '       '
                                   HS-TIMESTAMP ' ' HS-CABINET-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHSCORE-FILE
           END-IF
           OPEN INPUT SHARED-LEADERBOARD-FILE
           IF WS_SHARED_STATUS = '00'
               PERFORM UNTIL WS_SHARED_AT_END
                   READ SHARED-LEADERBOARD-FILE NEXT RECORD
                       AT END
                           SET WS_SHARED_AT_END TO TRUE
                       NOT AT END
                           MOVE SHR-INITIALS TO WS_CHECK_INITIALS
                           PERFORM CHECK_INITIALS_BLOCKED
                           IF WS_INITIALS_BLOCKED
                               ADD 1 TO WS_MATCH_COUNT
                               MOVE SHR-BRICKS-CLEARED TO
                                   WS_SCORE_DISPLAY
                               DISPLAY 'SHARED   ' SHR-INITIALS '  '
                                   WS_SCORE_DISPLAY '       '
                                   SHR-TIMESTAMP ' ' SHR-CABINET-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHARED-LEADERBOARD-FILE
           ELSE
               IF WS_SHARED_STATUS NOT = '35'
                   DISPLAY 'CANNOT OPEN ' WS_SHARED_PATH(1:22)
                       ', STATUS ' WS_SHARED_STATUS
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY WS_MATCH_COUNT ' RECORD(S) UNDER BLOCKED INITIALS'
           IF WS_MATCH_COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM ProfileMaint.

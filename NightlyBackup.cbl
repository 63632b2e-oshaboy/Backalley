      *writes a manifest naming what was taken, and prunes sets older
      *than BACKUP_RETAIN_DAYS (default 14) by their manifests. With
      *BACKUP_RESTORE=YYYYMMDD it instead puts that set back in place
      *on a rebuilt cabinet, except that live lifetime meters, period
      *locks, queued score pushes, the close-of-day run record and the
      *config and profile change trails are never overwritten by an
      *older copy. Runs as the last step of the CloseOfDay controller
      *after AuditCutover and, like it, refuses to take the same
      *date's set twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 WS_ANY_FAIL VALUE 1.
       01 WS_PRUNED_COUNT PIC 9(5) VALUE 0.
       01 WS_RESTORED_COUNT PIC 9(5) VALUE 0.
       01 WS_KEEP_LIVE_FLAG PIC 9.
           88 WS_KEEP_LIVE VALUE 1.
       01 WS_MANIFEST_COUNT PIC 999 VALUE 0.
       01 WS_MANIFEST_TABLE.
           02 WS_MANIFEST_ROW OCCURS WS_MAX_MANIFEST TIMES.
           MOVE 'tournament.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'level_schedule.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'score_holds.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'meters.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'meter_readings.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'config_snapshot.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'config_history.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'period_locks.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'initials_blocklist.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'profile_changes.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'shared_outbox.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'close_steps.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'close_runs.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ
           MOVE 'price_schedule.dat' TO WS_SOURCE_PATH
           PERFORM BACKUP_ONE_SEQ.

       BACKUP_AUDIT_ARCHIVES SECTION.
           MOVE MFR-PATH TO WS_BACKUP_PATH
           MOVE MFR-SOURCE TO WS_SOURCE_PATH
           MOVE 0 TO WS_BACKUP_EOF
      * THE LIFETIME METERS, THEIR READING HISTORY, THE LIST OF
      * FILED PERIODS, THE CLOSE-OF-DAY RUN RECORD AND THE CONFIG AND
      * PROFILE CHANGE TRAILS ONLY EVER MOVE FORWARD. AN OLDER SET
      * WOULD WIND THEM BACK, SO THEY ARE ONLY PUT BACK ON A CABINET
      * THAT HAS LOST THEM ALTOGETHER. A LIVE SHARED OUTBOX IS
      * ALWAYS NEWER THAN ITS COPY (AN OLDER ONE WOULD DROP PUSHES
      * QUEUED SINCE), SO IT IS TREATED THE SAME WAY. *
           MOVE 0 TO WS_KEEP_LIVE_FLAG
           IF MFR-SOURCE = 'meters.dat'
               OR MFR-SOURCE = 'meter_readings.dat'
               OR MFR-SOURCE = 'period_locks.dat'
               OR MFR-SOURCE = 'shared_outbox.dat'
               OR MFR-SOURCE = 'close_runs.dat'
               OR MFR-SOURCE = 'config_history.dat'
               OR MFR-SOURCE = 'profile_changes.dat'
               OPEN INPUT SOURCE-FILE
               IF WS_SOURCE_STATUS NOT = '35'
                   SET WS_KEEP_LIVE TO TRUE
                   IF WS_SOURCE_STATUS = '00'
                       CLOSE SOURCE-FILE
                   END-IF
               END-IF
           END-IF
           IF WS_KEEP_LIVE
               DISPLAY 'LIVE ' WS_SOURCE_PATH(1:18)
                   ' KEPT - NEVER WOUND BACK'
           ELSE
               PERFORM RESTORE_FROM_COPY
           END-IF.

       RESTORE_FROM_COPY SECTION.
           OPEN INPUT BACKUP-FILE
           IF WS_BACKUP_STATUS NOT = '00'
               DISPLAY 'MISSING COPY ' WS_BACKUP_PATH(1:35)

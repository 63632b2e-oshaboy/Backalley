           02 AUD-FINAL-BALL-SPEED PIC 99.
           02 AUD-CABINET-ID PIC X(20).
           02 AUD-SESSION-TYPE PIC X.
           02 AUD-GAMES-PER-COIN PIC 9.
       FD  ARCHIVE-FILE.
       01  ARCH-REC PIC X(60).
       FD  TMP-FILE.
       01  TMP-REC PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.

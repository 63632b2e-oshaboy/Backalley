           02 LGR-TIMESTAMP PIC 9(14).
           02 LGR-CABINET-ID PIC X(20).
           02 LGR-EVENT PIC X.
               88 LGR-EVENT-KNOWN VALUE 'C' 'U' 'R' 'G' 'T'.
               88 LGR-EVENT-ADJUSTMENT VALUE 'R' 'G' 'T'.
           02 LGR-CREDITS-AFTER PIC 99.
           02 LGR-REASON PIC XX.
           02 LGR-OPERATOR PIC X(3).
           02 LGR-GAMES-PER-COIN PIC X.
       FD  LEVEL-STATS-FILE.
       01  LEVEL-STATS-REC.
           02 LVS-TIMESTAMP PIC 9(14).
               OR NOT LGR-EVENT-KNOWN
               OR LGR-CREDITS-AFTER NOT NUMERIC
               SET WS_REC_BAD TO TRUE
           END-IF
      * AN ADJUSTMENT NOBODY SIGNED FOR, OR WITH NO REASON GIVEN,
      * EXPLAINS NOTHING AT RECONCILIATION TIME. *
           IF LGR-EVENT-ADJUSTMENT
               AND (LGR-REASON = SPACES OR LGR-OPERATOR = SPACES)
               SET WS_REC_BAD TO TRUE
           END-IF
      * THE PRICE STAMP IS BLANK ON ROWS FROM BEFORE TIME-OF-DAY
      * PRICING; ANYTHING ELSE MUST BE A DIGIT. *
           IF LGR-GAMES-PER-COIN NOT = SPACE
               AND LGR-GAMES-PER-COIN NOT NUMERIC
               SET WS_REC_BAD TO TRUE
           END-IF.

       CHECK_LEVEL_STATS SECTION.

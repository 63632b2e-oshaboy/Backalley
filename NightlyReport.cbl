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
      * COUNT AS PAID, WHICH IS WHAT THEY WERE. *
           02 AUD-SESSION-TYPE PIC X.
               88 AUD-SESSION-FREE VALUE 'F'.
           02 AUD-GAMES-PER-COIN PIC X.
       WORKING-STORAGE SECTION.
       01 WS_AUDIT_PATH PIC X(40) VALUE 'audit.log'.
       01 WS_AUDIT_STATUS PIC XX.
       01 WS_DAY_DATE PIC 9(8).
       01 WS_COINS_TODAY PIC 9(7) VALUE 0.
       01 WS_CREDITS_TODAY PIC 9(7) VALUE 0.
      * OPERATOR ADJUSTMENTS FROM THE SERVICE MENU: REFUNDS AND TEST
      * COINS LEFT THE TILL AGAIN, COMPS ARE CREDITS WITH NO COIN. *
       01 WS_REFUNDS_TODAY PIC 9(7) VALUE 0.
       01 WS_COMPS_TODAY PIC 9(7) VALUE 0.
       01 WS_TEST_COINS_TODAY PIC 9(7) VALUE 0.
       01 WS_NET_COINS_TODAY PIC S9(7) VALUE 0.
       01 WS_NET_COINS_DISPLAY PIC -ZZZZZZ9.

       01 WS_TOTAL_SESSIONS PIC 9(7) VALUE 0.
       01 WS_PAID_SESSIONS PIC 9(7) VALUE 0.
      * TALLIES THE CABINET'S CASH LEDGER (SEE WRITE_LEDGER_EVENT
      * SECTION IN Backalley.cbl) FOR THE BUSINESS DAY BEING CLOSED
      * OUT: COINS THE MECH REPORTED TAKING AND CREDITS ACTUALLY
      * PLAYED. THE COIN COUNT LESS THE REFUNDS AND TEST COINS
      * TAKEN BACK OUT IS THE FIGURE THE TILL IS RECONCILED
      * AGAINST. *
           OPEN INPUT LEDGER-FILE
           IF WS_LEDGER_STATUS NOT = '35'
                               IF LGR-EVENT-CREDIT-USED
                                   ADD 1 TO WS_CREDITS_TODAY
                               END-IF
                               IF LGR-EVENT-REFUND
                                   ADD 1 TO WS_REFUNDS_TODAY
                               END-IF
                               IF LGR-EVENT-COMP
                                   ADD 1 TO WS_COMPS_TODAY
                               END-IF
                               IF LGR-EVENT-TEST-COIN
                                   ADD 1 TO WS_TEST_COINS_TODAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               '  QUITS-IN-PROGRESS: ' WS_QUIT_COUNT
           DISPLAY 'COINS TAKEN TODAY: ' WS_COINS_TODAY
               '  CREDITS PLAYED TODAY: ' WS_CREDITS_TODAY
           DISPLAY 'ADJUSTMENTS - REFUNDS: ' WS_REFUNDS_TODAY
               '  COMP CREDITS: ' WS_COMPS_TODAY
               '  TEST COINS: ' WS_TEST_COINS_TODAY
           COMPUTE WS_NET_COINS_TODAY = WS_COINS_TODAY
               - WS_REFUNDS_TODAY - WS_TEST_COINS_TODAY
           MOVE WS_NET_COINS_TODAY TO WS_NET_COINS_DISPLAY
           DISPLAY 'NET COINS FOR THE TILL: ' WS_NET_COINS_DISPLAY
           DISPLAY 'AVG LIVES REMAINING ON LOSS: ' WS_AVG_LOSE_LIVES
           DISPLAY 'AVG FINAL BALL SPEED REACHED: ' WS_AVG_BALL_SPEED
           IF WS_TOTAL_SESSIONS > 0

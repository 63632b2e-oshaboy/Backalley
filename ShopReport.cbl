      *week the operator collects them and concatenates each kind into
      *one merged file, and this batch turns the merge into a single
      *cross-cabinet comparison - sessions, coins taken, win rate and
      *levels cleared per cabinet, ranked by coins net of the
      *operator's refunds and test coins - so the earning
      *floor positions and the dead weight are visible on one page.
      *Every record kind carries a cabinet id (AUDIT-REC grew its
      *trailing AUD-CABINET-ID for exactly this run); audit rows from
           02 AUD-CABINET-ID PIC X(20).
           02 AUD-SESSION-TYPE PIC X.
               88 AUD-SESSION-FREE VALUE 'F'.
           02 AUD-GAMES-PER-COIN PIC X.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           02 LGR-TIMESTAMP PIC 9(14).
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
       FD  LEVEL-STATS-FILE.
       01  LEVEL-STATS-REC.
           02 LVS-TIMESTAMP PIC 9(14).
               03 WS_CAB_COINS PIC 9(7).
               03 WS_CAB_CREDITS PIC 9(7).
               03 WS_CAB_LEVELS_DONE PIC 9(7).
               03 WS_CAB_REFUNDS PIC 9(7).
               03 WS_CAB_COMPS PIC 9(7).
               03 WS_CAB_TEST_COINS PIC 9(7).
               03 WS_CAB_NET_COINS PIC S9(7).
       01 WS_CAB_SWAP_ROW.
           02 WS_SWAP_ID PIC X(20).
           02 WS_SWAP_SESSIONS PIC 9(7).
           02 WS_SWAP_COINS PIC 9(7).
           02 WS_SWAP_CREDITS PIC 9(7).
           02 WS_SWAP_LEVELS_DONE PIC 9(7).
           02 WS_SWAP_REFUNDS PIC 9(7).
           02 WS_SWAP_COMPS PIC 9(7).
           02 WS_SWAP_TEST_COINS PIC 9(7).
           02 WS_SWAP_NET_COINS PIC S9(7).
       01 WS_CAB_LOOKUP PIC X(20).
       01 WS_CAB_I PIC 99.
       01 WS_CAB_J PIC 99.
       01 WS_WIN_RATE PIC 9(3)V9.
       01 WS_RANK_DISPLAY PIC Z9.
       01 WS_SESS_DISPLAY PIC ZZZZZZ9.
       01 WS_COIN_DISPLAY PIC -ZZZZZ9.
       01 WS_ADJ_DISPLAY PIC ZZZZZZ9.
       01 WS_COMP_DISPLAY PIC ZZZZZZ9.
       01 WS_TEST_DISPLAY PIC ZZZZZZ9.
       01 WS_CRED_DISPLAY PIC ZZZZZZ9.
       01 WS_LVL_DISPLAY PIC ZZZZZZ9.
       01 WS_RATE_DISPLAY PIC ZZ9.9.
                   MOVE 0 TO WS_CAB_COINS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_CREDITS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_LEVELS_DONE(WS_CAB_I)
                   MOVE 0 TO WS_CAB_REFUNDS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_COMPS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_TEST_COINS(WS_CAB_I)
                   MOVE 0 TO WS_CAB_NET_COINS(WS_CAB_I)
               ELSE
                   MOVE 0 TO WS_CAB_I
                   IF NOT WS_OVERFLOW_WARNED
                               IF LGR-EVENT-CREDIT-USED
                                   ADD 1 TO WS_CAB_CREDITS(WS_CAB_I)
                               END-IF
                               IF LGR-EVENT-REFUND
                                   ADD 1 TO WS_CAB_REFUNDS(WS_CAB_I)
                               END-IF
                               IF LGR-EVENT-COMP
                                   ADD 1 TO WS_CAB_COMPS(WS_CAB_I)
                               END-IF
                               IF LGR-EVENT-TEST-COIN
                                   ADD 1 TO WS_CAB_TEST_COINS(WS_CAB_I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
       SORT_BY_COINS SECTION.
      * COINS TAKEN IS WHAT THE FLOOR POSITION IS RENTED FOR, SO THE
      * MAIN TABLE RANKS ON IT; THE SESSIONS AND WIN-RATE LEADERS GET
      * CALLED OUT SEPARATELY BELOW THE TABLE. A REFUND OR TEST COIN
      * WENT BACK OUT OF THE TILL, SO THE RANKING IS ON COINS NET OF
      * THEM. *
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
               COMPUTE WS_CAB_NET_COINS(WS_CAB_I) =
                   WS_CAB_COINS(WS_CAB_I) - WS_CAB_REFUNDS(WS_CAB_I)
                       - WS_CAB_TEST_COINS(WS_CAB_I)
           END-PERFORM
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I >= WS_CABINET_COUNT
               PERFORM VARYING WS_CAB_J FROM 1 BY 1
                       UNTIL WS_CAB_J > WS_CABINET_COUNT - WS_CAB_I
                   IF WS_CAB_NET_COINS(WS_CAB_J) <
                           WS_CAB_NET_COINS(WS_CAB_J + 1)
                       MOVE WS_CABINET_ROW(WS_CAB_J) TO
                           WS_CAB_SWAP_ROW
                       MOVE WS_CABINET_ROW(WS_CAB_J + 1) TO
           END-PERFORM.

       PRINT_COMPARISON SECTION.
           DISPLAY 'RK CABINET              SESSIONS NETCOIN CREDITS'
               ' LVLS-DONE WIN-PCT'
           PERFORM VARYING WS_CAB_I FROM 1 BY 1
                              UNTIL WS_CAB_I > WS_CABINET_COUNT
           END-IF
           MOVE WS_CAB_I TO WS_RANK_DISPLAY
           MOVE WS_CAB_SESSIONS(WS_CAB_I) TO WS_SESS_DISPLAY
           MOVE WS_CAB_NET_COINS(WS_CAB_I) TO WS_COIN_DISPLAY
           MOVE WS_CAB_CREDITS(WS_CAB_I) TO WS_CRED_DISPLAY
           MOVE WS_CAB_LEVELS_DONE(WS_CAB_I) TO WS_LVL_DISPLAY
           MOVE WS_WIN_RATE TO WS_RATE_DISPLAY
           DISPLAY WS_RANK_DISPLAY ' ' WS_CAB_ID(WS_CAB_I)
               WS_SESS_DISPLAY ' ' WS_COIN_DISPLAY ' '
               WS_CRED_DISPLAY '   ' WS_LVL_DISPLAY '   '
               WS_RATE_DISPLAY
      * A CABINET WITH OPERATOR ADJUSTMENTS GETS THEM ON A LINE OF
      * ITS OWN, SO A LOW NET FIGURE IS EXPLAINED WHERE IT IS SHOWN. *
           IF WS_CAB_REFUNDS(WS_CAB_I) > 0
               OR WS_CAB_COMPS(WS_CAB_I) > 0
               OR WS_CAB_TEST_COINS(WS_CAB_I) > 0
               MOVE WS_CAB_REFUNDS(WS_CAB_I) TO WS_ADJ_DISPLAY
               MOVE WS_CAB_COMPS(WS_CAB_I) TO WS_COMP_DISPLAY
               MOVE WS_CAB_TEST_COINS(WS_CAB_I) TO WS_TEST_DISPLAY
               DISPLAY '   ADJUSTMENTS  REFUNDS ' WS_ADJ_DISPLAY
                   '  COMPS ' WS_COMP_DISPLAY
                   '  TEST COINS ' WS_TEST_DISPLAY
           END-IF.

       END PROGRAM ShopReport.

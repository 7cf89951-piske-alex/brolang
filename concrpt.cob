000220* PROTOCOL TOTAL, AND FLAGS ANY SINGLE WALLET ABOVE THE
000230* CONCENTRATION THRESHOLD -- BECAUSE WHEN ONE WHALE HOLDS THE
000240* POOL, THE RISK TIER THE PROTOCOL QUALIFIES FOR CAN EVAPORATE
000243* OVERNIGHT IF THAT WALLET WITHDRAWS.  A WALLET HOLDING
000246* SEVERAL TOKENS IN ONE POOL IS RANKED ONCE ON ITS COMBINED
000250* VALUE, AND A CLOSING ALL-PROTOCOLS BLOCK RANKS EACH WALLET ON
000253* ITS VALUE ACROSS THE WHOLE LINEUP, SO ONE CUSTOMER SPREAD
000256* OVER SEVERAL POOLS IS SEEN AS ONE EXPOSURE.
000260*
000270* THE THRESHOLD PERCENTAGE IS READ FROM SYSIN AS A 3-DIGIT
000280* NUMBER; AN EMPTY OR NON-NUMERIC PARM DEFAULTS TO 50.
000316*                 SO MIXED-TOKEN POOLS RANK AND PERCENT
000318*                 CORRECTLY.  AN UNPRICEABLE POSITION IS LEFT
000319*                 OUT AND FLAGGED ON THE REPORT.
000320* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000321*                 PROTOCOL AND TOKEN (CP-KEY).  POSITIONS ARE
000322*                 ROLLED UP PER WALLET BEFORE RANKING, AND AN
000323*                 ALL-PROTOCOLS BLOCK RANKS WALLETS ON THEIR
000324*                 COMBINED VALUE ACROSS THE LINEUP.
000325* 2026-10-15 AJP  FLAGS IN THE ALL-PROTOCOLS BLOCK ARE COUNTED
000326*                 ON THEIR OWN SUMMARY LINE INSTEAD OF BEING
000327*                 ADDED TO THE PER-POOL COUNT.
000328*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000450         ASSIGN TO "COLLPOS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CP-KEY
000490         FILE STATUS IS WS-COLLPOS-STATUS.
000492     SELECT TOKEN-PRICES
000493         ASSIGN TO "TOKPRICE"
000620 01  WS-PCT-DISPLAY         PIC ZZ9.9.
000630 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
000640 01  WS-RANK                PIC 9(02).
000642 01  WS-FLAGGED-COUNT       PIC 9(5) COMP VALUE 0.
000644 01  WS-POOL-FLAGGED-COUNT  PIC 9(5) COMP VALUE 0.
000647 01  WS-LINEUP-FLAGGED-COUNT
000649                            PIC 9(5) COMP VALUE 0.
000652 01  WS-UNPRICED-COUNT      PIC 9(5) COMP VALUE 0.
000654 01  WS-POSITION-VALUE      PIC 9(11)V99.
000660
000850         10  WS-WT-AMOUNT           PIC 9(11)V99.
000860         10  WS-WT-LISTED-SW        PIC X(01).
000870             88  WS-WT-LISTED              VALUE "Y".
000871
000872*    EVERY WALLET'S VALUE ACROSS THE WHOLE LINEUP, BUILT UP AS
000874*    EACH PROTOCOL IS SWEPT AND RANKED ONCE AT THE END.
000875 01  WS-LINEUP-TABLE.
000876     05  WS-LINEUP-COUNT            PIC 9(03) COMP VALUE 0.
000878     05  WS-LINEUP-TOTAL            PIC 9(11)V99 VALUE 0.
000879     05  WS-LINEUP-ENTRY OCCURS 200 TIMES
000880             INDEXED BY WS-LT-IDX.
000882         10  WS-LT-WALLET-ID        PIC X(20).
000883         10  WS-LT-AMOUNT           PIC 9(11)V99.
000884
000886 01  WS-WALLET-FOUND-SW     PIC X(01) VALUE "N".
000887     88  WS-WALLET-FOUND               VALUE "Y".
000888
000890 01  WS-PICK-FIELDS.
000900     05  WS-PICK-SUB                PIC 9(03) COMP VALUE 0.
000910     05  WS-BEST-SUB                PIC 9(03) COMP VALUE 0.
001020         PERFORM 2000-REPORT-ONE-PROTOCOL
001030             UNTIL WS-PROTOCOL-MASTER-DONE
001040         CLOSE PROTOCOL-MASTER
001045         PERFORM 5000-REPORT-LINEUP-WALLETS
001050         PERFORM 8000-PRINT-SUMMARY
001060     END-IF
001062     IF WS-TOKEN-PRICES-OPEN
001530     .
001540
001550*****************************************************************
001560* 3000-COLLECT-WALLETS -- FILL THE WALLET TABLE WITH ONE ENTRY
001570* PER WALLET POSTED AGAINST THE CURRENT PROTOCOL, ITS TOKEN
001580* POSITIONS ROLLED TOGETHER, AND ACCUMULATE THE PROTOCOL TOTAL.
001590*****************************************************************
001600 3000-COLLECT-WALLETS.
001610     MOVE 0    TO WS-WALLET-COUNT
001880     IF CP-PROTOCOL-NAME = WS-PROTOCOL-NAME
001882         PERFORM 3250-VALUE-ONE-POSITION
001884         IF WS-POSITION-VALUE > 0
001885             PERFORM 3300-ADD-TO-WALLET-TABLE
001887             PERFORM 3400-ADD-TO-LINEUP-TABLE
001889             ADD WS-POSITION-VALUE TO WS-PROTOCOL-TOTAL
001891             ADD WS-POSITION-VALUE TO WS-LINEUP-TOTAL
001893         END-IF
001895     END-IF
001897     PERFORM 3100-READ-POSITION
001899     .
001901
001902*****************************************************************
001904* 3300-ADD-TO-WALLET-TABLE -- ADD THE POSITION'S VALUE TO ITS
001906* WALLET'S ENTRY FOR THIS PROTOCOL, OPENING ONE IF THE WALLET
001908* HAS NOT BEEN SEEN IN THE POOL YET.
001910*****************************************************************
001912 3300-ADD-TO-WALLET-TABLE.
001914     MOVE "N" TO WS-WALLET-FOUND-SW
001916     IF WS-WALLET-COUNT > 0
001918         SET WS-WT-IDX TO 1
001919         SEARCH WS-WALLET-ENTRY
001921             WHEN WS-WT-IDX > WS-WALLET-COUNT
001923                 CONTINUE
001925             WHEN WS-WT-WALLET-ID(WS-WT-IDX) = CP-WALLET-ID
001927                 MOVE "Y" TO WS-WALLET-FOUND-SW
001929                 ADD WS-POSITION-VALUE TO WS-WT-AMOUNT(WS-WT-IDX)
001931         END-SEARCH
001933     END-IF
001935     IF NOT WS-WALLET-FOUND
001936         IF WS-WALLET-COUNT < 200
001938             ADD 1 TO WS-WALLET-COUNT
001940             SET WS-WT-IDX TO WS-WALLET-COUNT
001942             MOVE CP-WALLET-ID
001944                 TO WS-WT-WALLET-ID(WS-WT-IDX)
001946             MOVE WS-POSITION-VALUE
001948                 TO WS-WT-AMOUNT(WS-WT-IDX)
001950             MOVE "N" TO WS-WT-LISTED-SW(WS-WT-IDX)
001952         ELSE
001953             DISPLAY "    **** WALLET TABLE FULL, "
001955                 CP-WALLET-ID " NOT RANKED ****"
001957         END-IF
001959     END-IF
001961     .
001963
001965*****************************************************************
001967* 3400-ADD-TO-LINEUP-TABLE -- SAME ROLL-UP ACROSS EVERY PROTOCOL
001969* FOR THE CLOSING ALL-PROTOCOLS BLOCK.
001970*****************************************************************
001972 3400-ADD-TO-LINEUP-TABLE.
001974     MOVE "N" TO WS-WALLET-FOUND-SW
001976     IF WS-LINEUP-COUNT > 0
001978         SET WS-LT-IDX TO 1
001980         SEARCH WS-LINEUP-ENTRY
001982             WHEN WS-LT-IDX > WS-LINEUP-COUNT
001984                 CONTINUE
001986             WHEN WS-LT-WALLET-ID(WS-LT-IDX) = CP-WALLET-ID
001987                 MOVE "Y" TO WS-WALLET-FOUND-SW
001989                 ADD WS-POSITION-VALUE TO WS-LT-AMOUNT(WS-LT-IDX)
001991         END-SEARCH
001993     END-IF
001995     IF NOT WS-WALLET-FOUND
001997         IF WS-LINEUP-COUNT < 200
001999             ADD 1 TO WS-LINEUP-COUNT
002001             SET WS-LT-IDX TO WS-LINEUP-COUNT
002003             MOVE CP-WALLET-ID
002004                 TO WS-LT-WALLET-ID(WS-LT-IDX)
002006             MOVE WS-POSITION-VALUE
002008                 TO WS-LT-AMOUNT(WS-LT-IDX)
002010         ELSE
002012             DISPLAY "    **** LINEUP WALLET TABLE FULL, "
002014                 CP-WALLET-ID " NOT RANKED ACROSS POOLS ****"
002016         END-IF
002018     END-IF
002020     .
002022
002023*****************************************************************
002666     .
002668
002670*****************************************************************
002680* 5000-REPORT-LINEUP-WALLETS -- RANK EVERY WALLET ON ITS VALUE
002690* ACROSS THE WHOLE LINEUP, THROUGH THE SAME TOP-TEN AND FLAG
002700* LOGIC AS A SINGLE POOL, SO A CUSTOMER SPREAD OVER SEVERAL
002710* POOLS STILL SHOWS UP AS ONE CONCENTRATION.  THE BLOCK'S FLAGS
002720* ARE COUNTED APART FROM THE PER-POOL ONES, SO A WALLET FLAGGED
002730* IN BOTH IS NOT COUNTED TWICE IN EITHER.
002740*****************************************************************
002750 5000-REPORT-LINEUP-WALLETS.
002760     MOVE WS-FLAGGED-COUNT TO WS-POOL-FLAGGED-COUNT
002770     DISPLAY " "
002780     DISPLAY "  ALL PROTOCOLS"
002790     IF WS-LINEUP-COUNT = 0
002800         DISPLAY "    NO POSTED COLLATERAL"
002810     ELSE
002820         MOVE WS-LINEUP-COUNT TO WS-WALLET-COUNT
002830         PERFORM 5100-COPY-ONE-LINEUP-WALLET
002840             VARYING WS-PICK-SUB FROM 1 BY 1
002850             UNTIL WS-PICK-SUB > WS-LINEUP-COUNT
002860         MOVE WS-LINEUP-TOTAL TO WS-PROTOCOL-TOTAL
002870         MOVE WS-PROTOCOL-TOTAL TO WS-AMOUNT-DISPLAY
002880         DISPLAY "    WALLETS " WS-WALLET-COUNT
002890             "  TOTAL " WS-AMOUNT-DISPLAY " SOL"
002900         PERFORM 4000-LIST-TOP-WALLETS
002910         PERFORM 4500-FLAG-REMAINING-WALLETS
002920     END-IF
002930     COMPUTE WS-LINEUP-FLAGGED-COUNT =
002940         WS-FLAGGED-COUNT - WS-POOL-FLAGGED-COUNT
002950     MOVE WS-POOL-FLAGGED-COUNT TO WS-FLAGGED-COUNT
002960     .
002970
002980 5100-COPY-ONE-LINEUP-WALLET.
002990     SET WS-LT-IDX TO WS-PICK-SUB
003000     SET WS-WT-IDX TO WS-PICK-SUB
003010     MOVE WS-LT-WALLET-ID(WS-LT-IDX) TO WS-WT-WALLET-ID(WS-WT-IDX)
003020     MOVE WS-LT-AMOUNT(WS-LT-IDX)    TO WS-WT-AMOUNT(WS-WT-IDX)
003030     MOVE "N" TO WS-WT-LISTED-SW(WS-WT-IDX)
003040     .
003050
003060*****************************************************************
003070* 8000-PRINT-SUMMARY -- FLAGGED WALLET COUNTS FOR THE RUN, PER
003080* POOL AND ACROSS THE LINEUP.
003090*****************************************************************
003100 8000-PRINT-SUMMARY.
003110     DISPLAY " "
003120     DISPLAY "  WALLETS OVER THRESHOLD: " WS-FLAGGED-COUNT
003130     DISPLAY "  OVER IT ACROSS LINEUP:  " WS-LINEUP-FLAGGED-COUNT
003140     DISPLAY "  UNPRICED POSITIONS:     " WS-UNPRICED-COUNT
003150     DISPLAY "========================================="
003160     .
003170
003180 9999-EXIT.
003190     EXIT.

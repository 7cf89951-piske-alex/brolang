000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-COLL-SUM.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE PROTOCOL COLLATERAL SUMMARY BUILD
000180* RUNS ONCE PER WINDOW, RIGHT AFTER LAVARAGE-COLL-UPD, AND
000190* READS COLLATERAL-POSITIONS A SINGLE TIME TO BUILD THE KEYED
000200* PROTOCOL-COLL-SUMMARY FILE (COLLSUM).  EVERY POSITION IS
000210* VALUED INTO SOL-EQUIVALENT AT THE STAGED TOKEN-PRICES RATE
000220* AND ADDED TO ITS PROTOCOL'S TOTAL; A POSITION WHOSE TOKEN HAS
000230* NO USABLE PRICE IS LEFT OUT OF THE TOTAL AND COUNTED AS
000240* UNPRICED.  THE OLDEST PRICE DATE USED AND THE SINGLE LARGEST
000250* WALLET PER PROTOCOL (ALL ITS TOKEN POSITIONS IN THE POOL
000260* TAKEN TOGETHER) ARE CARRIED ON THE SAME RECORD.
000270*
000280* ONE SUMMARY RECORD IS WRITTEN FOR EVERY PROTOCOL ON
000290* PROTOCOL-MASTER, INCLUDING THOSE WITH NOTHING POSTED, SO A
000300* READER THAT FINDS NO RECORD KNOWS THE SUMMARY WAS NOT BUILT
000310* RATHER THAN THE POOL BEING EMPTY.  POSITIONS POSTED TO A
000320* PROTOCOL NOT ON THE MASTER ARE LISTED AND LEFT OUT.
000330*
000340* RETURN CODES: 0 CLEAN; 4 WHEN ANY POSITION WAS UNPRICED OR
000350* POSTED TO AN UNKNOWN PROTOCOL; 12 WHEN PROTOCOL-MASTER OR
000360* COLLATERAL-POSITIONS IS NOT AVAILABLE, IN WHICH CASE THE
000370* PRIOR SUMMARY IS LEFT AS IT STANDS.
000380*
000390* MODIFICATION HISTORY
000400* 2026-10-15 AJP  INITIAL VERSION.
000401* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000402*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000404*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000405*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000407*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000408*                 WHEN ITS PREDECESSOR IS NOT.
000410* 2026-10-15 AJP  SUMMARIES ARE STAMPED WITH THE RUN-CONTROL
000412*                 WINDOW'S DATE, SO A RESTART AFTER MIDNIGHT
000415*                 STILL BUILDS FOR THE WINDOW.
000417*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 REPOSITORY.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PROTOCOL-MASTER
000500         ASSIGN TO "PROTMSTR"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PM-STATUS.
000530     SELECT COLLATERAL-POSITIONS
000540         ASSIGN TO "COLLPOS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CP-KEY
000580         FILE STATUS IS WS-COLLPOS-STATUS.
000590     SELECT TOKEN-PRICES
000600         ASSIGN TO "TOKPRICE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TP-TOKEN-CODE
000640         FILE STATUS IS WS-TOKEN-PRICES-STATUS.
000650     SELECT PROTOCOL-COLL-SUMMARY
000660         ASSIGN TO "COLLSUM"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CS-PROTOCOL-NAME
000700         FILE STATUS IS WS-COLLSUM-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 COPY PROTMSTR.
000750 COPY COLLPOS.
000760 COPY TOKPRICE.
000770 COPY COLLSUM.
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-CURRENT-DATE        PIC 9(08).
000810 01  WS-CURRENT-TIME        PIC 9(08).
000820 01  WS-POSITION-VALUE      PIC 9(11)V99.
000830 01  WS-CURRENT-WALLET      PIC X(20).
000840 01  WS-CURRENT-PROTOCOL    PIC X(08).
000850 01  WS-WALLET-VALUE        PIC 9(11)V99.
000860 01  WS-GRAND-TOTAL         PIC 9(13)V99 VALUE 0.
000870 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000880
000890 01  WS-FILE-STATUSES.
000900     05  WS-PM-STATUS               PIC X(02).
000910         88  WS-PM-OK                      VALUE "00".
000920     05  WS-COLLPOS-STATUS          PIC X(02).
000930         88  WS-COLLPOS-OK                 VALUE "00".
000940     05  WS-TOKEN-PRICES-STATUS     PIC X(02).
000950         88  WS-TOKEN-PRICES-OK            VALUE "00".
000960     05  WS-COLLSUM-STATUS          PIC X(02).
000970         88  WS-COLLSUM-OK                 VALUE "00".
000980
000990 01  WS-SWITCHES.
001000     05  WS-PM-EOF-SW               PIC X(01) VALUE "N".
001010         88  WS-PROTOCOL-MASTER-DONE       VALUE "Y".
001020     05  WS-COLLPOS-EOF-SW          PIC X(01) VALUE "N".
001030         88  WS-COLLPOS-DONE               VALUE "Y".
001040     05  WS-TOKEN-PRICES-OPEN-SW    PIC X(01) VALUE "N".
001050         88  WS-TOKEN-PRICES-OPEN          VALUE "Y".
001060     05  WS-PROTOCOL-FOUND-SW       PIC X(01) VALUE "N".
001070         88  WS-PROTOCOL-FOUND             VALUE "Y".
001080
001090 01  WS-COUNTERS.
001100     05  WS-POSITIONS-READ          PIC 9(7) COMP VALUE 0.
001110     05  WS-POSITIONS-UNPRICED      PIC 9(7) COMP VALUE 0.
001120     05  WS-POSITIONS-UNKNOWN       PIC 9(7) COMP VALUE 0.
001130     05  WS-SUMMARIES-WRITTEN       PIC 9(5) COMP VALUE 0.
001140
001150 01  WS-SUMMARY-TABLE.
001160     05  WS-SUM-COUNT               PIC 9(03) COMP VALUE 0.
001170     05  WS-SUM-ENTRY OCCURS 50 TIMES
001180             INDEXED BY WS-SUM-IDX WS-CUR-IDX.
001190         10  WS-SUM-PROTOCOL-NAME   PIC X(08).
001200         10  WS-SUM-COLLATERAL-SOL  PIC 9(11)V99.
001210         10  WS-SUM-POSITION-COUNT  PIC 9(07).
001220         10  WS-SUM-UNPRICED-COUNT  PIC 9(07).
001230         10  WS-SUM-PRICE-DATE      PIC 9(08).
001240         10  WS-SUM-LARGEST-WALLET  PIC X(20).
001250         10  WS-SUM-LARGEST-VALUE   PIC 9(11)V99.
001260
001270 01  WS-SUM-SUB             PIC 9(03) COMP VALUE 0.
001280
001285 COPY RUNPARM.
001290 PROCEDURE DIVISION.
001300 MAIN-PROGRAM.
001303     PERFORM 0100-START-RUN-STEP
001306     IF RCP-STEP-CLEARED
001310         PERFORM 1000-INITIALIZE
001320         IF NOT WS-PM-OK
001330             DISPLAY "PROTMSTR: PROTOCOL MASTER NOT AVAILABLE, "
001340                 "STATUS " WS-PM-STATUS " -- SUMMARY NOT BUILT"
001350             MOVE 12 TO RETURN-CODE
001360         ELSE
001370             PERFORM 1500-LOAD-PROTOCOL-TABLE
001380             PERFORM 2000-SWEEP-POSITIONS
001390             IF WS-COLLPOS-OK
001400                 PERFORM 4000-WRITE-SUMMARY
001410                 PERFORM 8000-PRINT-TOTALS
001420             END-IF
001430         END-IF
001433         PERFORM 9900-END-RUN-STEP
001436     END-IF
001440     PERFORM 9999-EXIT
001450     STOP RUN.
001460
001461*****************************************************************
001462* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001464* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001465* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001466* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001468*****************************************************************
001469 0100-START-RUN-STEP.
001470     MOVE "S"        TO RCP-FUNCTION
001472     MOVE "COLL-SUM" TO RCP-STEP-NAME
001473     MOVE ZERO       TO RCP-CALLER-RC
001474     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001476     .
001477
001478*****************************************************************
001480* 1000-INITIALIZE -- STAMP THE BUILD AND PRINT THE HEADER.
001483* THE BUILD DATE IS THE RUN-CONTROL WINDOW'S, WHICH IS WHAT GM
001486* AND THE SUMMARY'S OTHER READERS CHECK IT AGAINST.
001490*****************************************************************
001500 1000-INITIALIZE.
001510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001520     ACCEPT WS-CURRENT-TIME FROM TIME
001522     IF RCP-STEP-CLEARED
001525         MOVE RCP-RUN-DATE TO WS-CURRENT-DATE
001527     END-IF
001530     DISPLAY "========================================="
001540     DISPLAY "  LAVARAGE PROTOCOL COLLATERAL SUMMARY"
001550     DISPLAY "  BUILT " WS-CURRENT-DATE " " WS-CURRENT-TIME
001560     DISPLAY "========================================="
001570     OPEN INPUT PROTOCOL-MASTER
001580     .
001590
001600*****************************************************************
001610* 1500-LOAD-PROTOCOL-TABLE -- ONE ACCUMULATOR PER PROTOCOL ON
001620* THE MASTER, WHATEVER ITS STATUS.
001630*****************************************************************
001640 1500-LOAD-PROTOCOL-TABLE.
001650     PERFORM 1600-READ-PROTOCOL-MASTER
001660     PERFORM 1700-TABLE-ONE-PROTOCOL
001670         UNTIL WS-PROTOCOL-MASTER-DONE
001680     CLOSE PROTOCOL-MASTER
001690     .
001700
001710 1600-READ-PROTOCOL-MASTER.
001720     READ PROTOCOL-MASTER
001730         AT END
001740             MOVE "Y" TO WS-PM-EOF-SW
001750     END-READ
001760     .
001770
001780 1700-TABLE-ONE-PROTOCOL.
001790     IF WS-SUM-COUNT < 50
001800         ADD 1 TO WS-SUM-COUNT
001810         SET WS-SUM-IDX TO WS-SUM-COUNT
001820         MOVE PM-PROTOCOL-NAME TO WS-SUM-PROTOCOL-NAME(WS-SUM-IDX)
001830         MOVE ZERO   TO WS-SUM-COLLATERAL-SOL(WS-SUM-IDX)
001840         MOVE ZERO   TO WS-SUM-POSITION-COUNT(WS-SUM-IDX)
001850         MOVE ZERO   TO WS-SUM-UNPRICED-COUNT(WS-SUM-IDX)
001860         MOVE ZERO   TO WS-SUM-PRICE-DATE(WS-SUM-IDX)
001870         MOVE SPACES TO WS-SUM-LARGEST-WALLET(WS-SUM-IDX)
001880         MOVE ZERO   TO WS-SUM-LARGEST-VALUE(WS-SUM-IDX)
001890     ELSE
001900         DISPLAY "PROTMSTR: PROTOCOL TABLE FULL, "
001910             PM-PROTOCOL-NAME " NOT SUMMARIZED"
001920         MOVE 4 TO RETURN-CODE
001930     END-IF
001940     PERFORM 1600-READ-PROTOCOL-MASTER
001950     .
001960
001970*****************************************************************
001980* 2000-SWEEP-POSITIONS -- THE ONE PASS OVER COLLPOS.  A
001990* WALLET'S POSITIONS IN ONE POOL ARE ADJACENT IN KEY ORDER, SO
002000* THE WALLET'S COMBINED VALUE IN THE POOL IS COMPLETE WHEN THE
002010* WALLET OR PROTOCOL CHANGES (OR THE FILE ENDS).
002020*****************************************************************
002030 2000-SWEEP-POSITIONS.
002040     MOVE "N" TO WS-TOKEN-PRICES-OPEN-SW
002050     OPEN INPUT TOKEN-PRICES
002060     IF WS-TOKEN-PRICES-OK
002070         MOVE "Y" TO WS-TOKEN-PRICES-OPEN-SW
002080     ELSE
002090         DISPLAY "TOKPRICE: TOKEN PRICE FILE NOT STAGED, "
002100             "NON-SOL POSITIONS CANNOT BE VALUED"
002110     END-IF
002120     OPEN INPUT COLLATERAL-POSITIONS
002130     IF NOT WS-COLLPOS-OK
002140         DISPLAY "COLLPOS: POSITIONS FILE NOT AVAILABLE, STATUS "
002150             WS-COLLPOS-STATUS " -- SUMMARY NOT BUILT"
002160         MOVE 12 TO RETURN-CODE
002170     ELSE
002180         MOVE SPACES TO WS-CURRENT-WALLET
002190         MOVE SPACES TO WS-CURRENT-PROTOCOL
002200         MOVE ZERO   TO WS-WALLET-VALUE
002210         MOVE "N"    TO WS-PROTOCOL-FOUND-SW
002220         PERFORM 2100-READ-POSITION
002230         PERFORM 2200-SUM-ONE-POSITION UNTIL WS-COLLPOS-DONE
002240         PERFORM 2500-CHECK-LARGEST-WALLET
002250         CLOSE COLLATERAL-POSITIONS
002260     END-IF
002270     IF WS-TOKEN-PRICES-OPEN
002280         CLOSE TOKEN-PRICES
002290     END-IF
002300     .
002310
002320 2100-READ-POSITION.
002330     READ COLLATERAL-POSITIONS
002340         AT END
002350             MOVE "Y" TO WS-COLLPOS-EOF-SW
002360         NOT AT END
002370             IF NOT WS-COLLPOS-OK
002380                 MOVE "Y" TO WS-COLLPOS-EOF-SW
002390             END-IF
002400     END-READ
002410     .
002420
002430 2200-SUM-ONE-POSITION.
002440     ADD 1 TO WS-POSITIONS-READ
002450     IF CP-WALLET-ID NOT = WS-CURRENT-WALLET
002460        OR CP-PROTOCOL-NAME NOT = WS-CURRENT-PROTOCOL
002470         PERFORM 2500-CHECK-LARGEST-WALLET
002480         MOVE CP-WALLET-ID     TO WS-CURRENT-WALLET
002490         MOVE CP-PROTOCOL-NAME TO WS-CURRENT-PROTOCOL
002500         MOVE ZERO             TO WS-WALLET-VALUE
002510         PERFORM 2300-FIND-PROTOCOL
002520     END-IF
002530     IF WS-PROTOCOL-FOUND
002540         PERFORM 2400-VALUE-ONE-POSITION
002550         ADD 1 TO WS-SUM-POSITION-COUNT(WS-CUR-IDX)
002560         IF WS-POSITION-VALUE > 0
002570             ADD WS-POSITION-VALUE
002580                 TO WS-SUM-COLLATERAL-SOL(WS-CUR-IDX)
002590             ADD WS-POSITION-VALUE TO WS-WALLET-VALUE
002600         ELSE
002610             ADD 1 TO WS-SUM-UNPRICED-COUNT(WS-CUR-IDX)
002620             ADD 1 TO WS-POSITIONS-UNPRICED
002630             DISPLAY "TOKPRICE: NO USABLE PRICE FOR "
002640                 CP-TOKEN-CODE " -- POSITION OF "
002650                 CP-WALLET-ID " IN " CP-PROTOCOL-NAME
002660                 " LEFT OUT OF SUM"
002670         END-IF
002680     ELSE
002690         ADD 1 TO WS-POSITIONS-UNKNOWN
002700         MOVE CP-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
002710         DISPLAY "COLLPOS: " CP-WALLET-ID " " CP-TOKEN-CODE " "
002720             WS-AMOUNT-DISPLAY " POSTED TO " CP-PROTOCOL-NAME
002730             " -- NOT ON PROTOCOL-MASTER"
002740     END-IF
002750     PERFORM 2100-READ-POSITION
002760     .
002770
002780*****************************************************************
002790* 2300-FIND-PROTOCOL -- POINT WS-CUR-IDX AT THE POSITION'S
002800* PROTOCOL ENTRY.
002810*****************************************************************
002820 2300-FIND-PROTOCOL.
002830     MOVE "N" TO WS-PROTOCOL-FOUND-SW
002840     SET WS-CUR-IDX TO 1
002850     SEARCH WS-SUM-ENTRY VARYING WS-CUR-IDX
002860         AT END
002870             CONTINUE
002880         WHEN WS-CUR-IDX > WS-SUM-COUNT
002890             CONTINUE
002900         WHEN WS-SUM-PROTOCOL-NAME(WS-CUR-IDX) = CP-PROTOCOL-NAME
002910             MOVE "Y" TO WS-PROTOCOL-FOUND-SW
002920     END-SEARCH
002930     .
002940
002950*****************************************************************
002960* 2400-VALUE-ONE-POSITION -- NATIVE SOL COUNTS AS POSTED;
002970* ANYTHING ELSE IS CONVERTED AT THE STAGED PRICE, AND THE
002980* PROTOCOL'S PRICE DATE IS HELD AT THE OLDEST ONE USED.
002990*****************************************************************
003000 2400-VALUE-ONE-POSITION.
003010     IF CP-NATIVE-SOL
003020         MOVE CP-COLLATERAL-SOL TO WS-POSITION-VALUE
003030     ELSE
003040         MOVE ZERO TO WS-POSITION-VALUE
003050         IF WS-TOKEN-PRICES-OPEN
003060             MOVE CP-TOKEN-CODE TO TP-TOKEN-CODE
003070             READ TOKEN-PRICES
003080                 KEY IS TP-TOKEN-CODE
003090                 INVALID KEY
003100                     CONTINUE
003110                 NOT INVALID KEY
003120                     COMPUTE WS-POSITION-VALUE ROUNDED =
003130                         CP-COLLATERAL-SOL * TP-PRICE-SOL
003140                     IF WS-SUM-PRICE-DATE(WS-CUR-IDX) = ZERO
003150                        OR TP-PRICE-DATE
003160                           < WS-SUM-PRICE-DATE(WS-CUR-IDX)
003170                         MOVE TP-PRICE-DATE
003180                             TO WS-SUM-PRICE-DATE(WS-CUR-IDX)
003190                     END-IF
003200             END-READ
003210         END-IF
003220     END-IF
003230     .
003240
003250*****************************************************************
003260* 2500-CHECK-LARGEST-WALLET -- KEEP THE WALLET JUST FINISHED IF
003270* IT IS THE LARGEST SO FAR IN ITS POOL.
003280*****************************************************************
003290 2500-CHECK-LARGEST-WALLET.
003300     IF WS-PROTOCOL-FOUND
003310         IF WS-WALLET-VALUE > WS-SUM-LARGEST-VALUE(WS-CUR-IDX)
003320             MOVE WS-WALLET-VALUE
003330                 TO WS-SUM-LARGEST-VALUE(WS-CUR-IDX)
003340             MOVE WS-CURRENT-WALLET
003350                 TO WS-SUM-LARGEST-WALLET(WS-CUR-IDX)
003360         END-IF
003370     END-IF
003380     .
003390
003400*****************************************************************
003410* 4000-WRITE-SUMMARY -- REPLACE YESTERDAY'S SUMMARY WITH ONE
003420* RECORD PER PROTOCOL ON THE MASTER.
003430*****************************************************************
003440 4000-WRITE-SUMMARY.
003450     OPEN OUTPUT PROTOCOL-COLL-SUMMARY
003460     IF NOT WS-COLLSUM-OK
003470         DISPLAY "COLLSUM: SUMMARY FILE CANNOT BE OPENED, STATUS "
003480             WS-COLLSUM-STATUS
003490         MOVE 12 TO RETURN-CODE
003500     ELSE
003510         DISPLAY " "
003520         DISPLAY "  PROTOCOL       COLLATERAL SOL  POSNS  UNPRCD"
003530             "  PRICED"
003540         PERFORM 4100-WRITE-ONE-SUMMARY
003550             VARYING WS-SUM-SUB FROM 1 BY 1
003560             UNTIL WS-SUM-SUB > WS-SUM-COUNT
003570         CLOSE PROTOCOL-COLL-SUMMARY
003580     END-IF
003590     .
003600
003610 4100-WRITE-ONE-SUMMARY.
003620     SET WS-SUM-IDX TO WS-SUM-SUB
003630     MOVE SPACES TO CS-RECORD
003640     MOVE WS-SUM-PROTOCOL-NAME(WS-SUM-IDX)  TO CS-PROTOCOL-NAME
003650     MOVE WS-SUM-COLLATERAL-SOL(WS-SUM-IDX) TO CS-COLLATERAL-SOL
003660     MOVE WS-SUM-POSITION-COUNT(WS-SUM-IDX) TO CS-POSITION-COUNT
003670     MOVE WS-SUM-UNPRICED-COUNT(WS-SUM-IDX) TO CS-UNPRICED-COUNT
003680     MOVE WS-SUM-PRICE-DATE(WS-SUM-IDX)     TO CS-PRICE-DATE
003690     MOVE WS-SUM-LARGEST-WALLET(WS-SUM-IDX)
003700         TO CS-LARGEST-WALLET-ID
003710     MOVE WS-SUM-LARGEST-VALUE(WS-SUM-IDX)
003720         TO CS-LARGEST-WALLET-SOL
003730     MOVE WS-CURRENT-DATE                   TO CS-BUILD-DATE
003740     MOVE WS-CURRENT-TIME                   TO CS-BUILD-TIME
003750     WRITE CS-RECORD
003760         INVALID KEY
003770             DISPLAY "COLLSUM: DUPLICATE PROTOCOL "
003780                 CS-PROTOCOL-NAME " ON PROTOCOL-MASTER, "
003790                 "FIRST ENTRY KEPT"
003800             MOVE 4 TO RETURN-CODE
003810         NOT INVALID KEY
003820             ADD 1 TO WS-SUMMARIES-WRITTEN
003830             ADD CS-COLLATERAL-SOL TO WS-GRAND-TOTAL
003840             MOVE CS-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
003850             DISPLAY "  " CS-PROTOCOL-NAME " " WS-AMOUNT-DISPLAY
003860                 " " CS-POSITION-COUNT " " CS-UNPRICED-COUNT
003870                 " " CS-PRICE-DATE
003880     END-WRITE
003890     .
003900
003910*****************************************************************
003920* 8000-PRINT-TOTALS -- BUILD TOTALS AND RETURN CODE.
003930*****************************************************************
003940 8000-PRINT-TOTALS.
003950     DISPLAY " "
003960     DISPLAY "  POSITIONS READ:      " WS-POSITIONS-READ
003970     DISPLAY "  POSITIONS UNPRICED:  " WS-POSITIONS-UNPRICED
003980     DISPLAY "  UNKNOWN PROTOCOL:    " WS-POSITIONS-UNKNOWN
003990     DISPLAY "  SUMMARIES WRITTEN:   " WS-SUMMARIES-WRITTEN
004000     MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISPLAY
004010     DISPLAY "  TOTAL COLLATERAL:    " WS-AMOUNT-DISPLAY " SOL"
004020     IF WS-POSITIONS-UNPRICED > 0
004030        OR WS-POSITIONS-UNKNOWN > 0
004040         DISPLAY "  **** SUMMARY LEAVES POSITIONS OUT -- SEE "
004050             "ABOVE ****"
004060         IF RETURN-CODE < 4
004070             MOVE 4 TO RETURN-CODE
004080         END-IF
004090     END-IF
004100     DISPLAY "========================================="
004110     .
004120
004121*****************************************************************
004122* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
004123* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
004124*****************************************************************
004125 9900-END-RUN-STEP.
004127     MOVE "E"         TO RCP-FUNCTION
004128     MOVE RETURN-CODE TO RCP-CALLER-RC
004129     MOVE "COLLPOS"   TO RCP-INPUT-NAME-1
004130     MOVE WS-POSITIONS-READ TO RCP-INPUT-COUNT-1
004131     MOVE SPACES      TO RCP-INPUT-NAME-2
004132     MOVE ZERO        TO RCP-INPUT-COUNT-2
004134     MOVE SPACES      TO RCP-PARMS-TEXT
004135     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
004136     .
004137
004138 9999-EXIT.
004140     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-MGN-CALL.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE WALLET MARGIN CALL RUN
000180* THE RISK TIERS AND LAVARAGE-MGN-WATCH WORK AT THE PROTOCOL
000190* LEVEL; THIS NIGHTLY RUN LOOKS AT EACH WALLET.  EVERY POSITION
000200* IN A POOL THAT LENDS (ACTIVE OR SUSPENDED, EFFECTIVE LEVERAGE
000210* ABOVE 1X) IS VALUED INTO SOL-EQUIVALENT AT THE STAGED
000220* TOKEN-PRICES RATE AND SET AGAINST THE LOAN IT IS CARRYING ON
000230* THE MARGIN BASIS FILE (MGNBASIS).  THE BORROW IS STRUCK THE
000240* FIRST NIGHT A POSITION IS SEEN AS COLLATERAL * (LEVERAGE - 1),
000250* THE SAME FORMULA LAVARAGE-FEE-ACCR BILLS ON; A DEPOSIT ADDS
000260* TO IT AT THAT NIGHT'S RATE AND A WITHDRAWAL REPAYS PRO RATA.
000270*
000280* A WALLET'S MAINTENANCE REQUIREMENT IS THE MAINTENANCE
000290* PERCENTAGE OF THE COLLATERAL VALUE ITS BORROWS WERE STRUCK
000300* AGAINST.  A WALLET WHOSE COLLATERAL IS NOW WORTH LESS THAN
000310* THAT IS CALLED: A NOTICE RECORD WITH THE ISSUE DATE AND THE
000320* CURE DEADLINE GOES TO THE MARGIN NOTICE FILE (MGNNOTC) AND THE
000330* CALL IS TRACKED ON THE MARGIN CALL FILE (MGNCALL) FROM NIGHT
000340* TO NIGHT -- NEW, STILL OPEN, CURED, OR EXPIRED.  AN EXPIRED
000350* CALL PUTS THE WALLET ON THE LIQUIDATION CANDIDATE REPORT AT
000360* THE END OF THE REGISTER UNTIL IT IS CURED.  A WALLET HOLDING A
000370* TOKEN WITH NO USABLE PRICE IS NOT ASSESSED THAT NIGHT AND ITS
000380* CALL, IF ANY, IS LEFT AS IT STANDS.
000390*
000400* SYSIN: LINE 1 IS THE RUN DATE AS YYYYMMDD (EMPTY OR NON-
000410* NUMERIC DEFAULTS TO TODAY); LINE 2 IS THE MAINTENANCE
000420* PERCENTAGE AS 3 DIGITS (DEFAULT 075); LINE 3 IS THE CURE
000430* PERIOD IN CALENDAR DAYS AS 2 DIGITS (DEFAULT 03).
000440*
000450* RETURN CODES: 0 NO CALLS; 4 CALLS NEW OR OPEN, OR A WALLET
000460* NOT ASSESSED; 8 LIQUIDATION CANDIDATES ON THE REPORT; 12
000470* PROTOCOL-MASTER OR COLLATERAL-POSITIONS NOT AVAILABLE.
000480*
000490* MODIFICATION HISTORY
000500* 2026-10-15 AJP  INITIAL VERSION.
000501* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000502*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000504*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000505*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000507*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000508*                 WHEN ITS PREDECESSOR IS NOT.
000511* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000512*                 DATE IS USED.
000513* 2026-10-15 AJP  NOTICES CARRY THEIR TYPE AGAIN: THE CALLER
000514*                 SETS WS-NOTICE-TYPE AND THE WRITE MOVES IT IN
000515*                 AFTER CLEARING THE RECORD.
000517*
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 REPOSITORY.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PROTOCOL-MASTER
000600         ASSIGN TO "PROTMSTR"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PM-STATUS.
000630     SELECT LAVARAGE-CONFIG
000640         ASSIGN TO "LAVCFG"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CFG-PROTOCOL-NAME
000680         FILE STATUS IS WS-CFG-STATUS.
000690     SELECT COLLATERAL-POSITIONS
000700         ASSIGN TO "COLLPOS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS CP-KEY
000740         FILE STATUS IS WS-COLLPOS-STATUS.
000750     SELECT TOKEN-PRICES
000760         ASSIGN TO "TOKPRICE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TP-TOKEN-CODE
000800         FILE STATUS IS WS-TOKEN-PRICES-STATUS.
000810     SELECT MARGIN-BASIS
000820         ASSIGN TO "MGNBASIS"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS MB-KEY
000860         FILE STATUS IS WS-MGNBASIS-STATUS.
000870     SELECT MARGIN-CALLS
000880         ASSIGN TO "MGNCALL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS MC-WALLET-ID
000920         FILE STATUS IS WS-MGNCALL-STATUS.
000930     SELECT MARGIN-NOTICES
000940         ASSIGN TO "MGNNOTC"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-MGNNOTC-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 COPY PROTMSTR.
001010 COPY LAVCFG.
001020 COPY COLLPOS.
001030 COPY TOKPRICE.
001040 COPY MGNBASIS.
001050 COPY MGNCALL.
001060 COPY MGNNOTC.
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-RUN-DATE-PARM       PIC X(08) VALUE SPACES.
001100 01  WS-RUN-DATE            PIC 9(08).
001110 01  WS-CURRENT-TIME        PIC 9(08).
001120 01  WS-MAINT-PARM          PIC X(03) VALUE SPACES.
001130 01  WS-MAINT-PCT           PIC 9(03) VALUE 75.
001140 01  WS-CURE-PARM           PIC X(02) VALUE SPACES.
001150 01  WS-CURE-DAYS           PIC 9(02) VALUE 3.
001160 01  WS-CURE-DEADLINE       PIC 9(08).
001165 01  WS-NOTICE-TYPE         PIC X(01).
001170 01  WS-DAYS-PAST           PIC S9(05).
001180 01  WS-LEVERAGE            PIC 9(03).
001190 01  WS-POSITION-VALUE      PIC 9(11)V99.
001200 01  WS-DELTA-AMOUNT        PIC 9(09)V99.
001210 01  WS-DELTA-VALUE         PIC 9(11)V99.
001220 01  WS-CURRENT-WALLET      PIC X(20).
001230 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001240 01  WS-REQUIRED-DISPLAY    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001250
001260 01  WS-WALLET-TOTALS.
001270     05  WS-WALLET-VALUE            PIC 9(11)V99.
001280     05  WS-WALLET-BASIS            PIC 9(11)V99.
001290     05  WS-WALLET-BORROWED         PIC 9(11)V99.
001300     05  WS-WALLET-REQUIRED         PIC 9(11)V99.
001310
001320 01  WS-FILE-STATUSES.
001330     05  WS-PM-STATUS               PIC X(02).
001340         88  WS-PM-OK                      VALUE "00".
001350     05  WS-CFG-STATUS              PIC X(02).
001360         88  WS-CFG-OK                     VALUE "00".
001370     05  WS-COLLPOS-STATUS          PIC X(02).
001380         88  WS-COLLPOS-OK                 VALUE "00".
001390     05  WS-TOKEN-PRICES-STATUS     PIC X(02).
001400         88  WS-TOKEN-PRICES-OK            VALUE "00".
001410     05  WS-MGNBASIS-STATUS         PIC X(02).
001420         88  WS-MGNBASIS-OK                VALUE "00".
001430         88  WS-MGNBASIS-FILE-MISSING      VALUE "35".
001440     05  WS-MGNCALL-STATUS          PIC X(02).
001450         88  WS-MGNCALL-OK                 VALUE "00".
001460         88  WS-MGNCALL-FILE-MISSING       VALUE "35".
001470     05  WS-MGNNOTC-STATUS          PIC X(02).
001480         88  WS-MGNNOTC-MISSING            VALUE "35" "05".
001490
001500 01  WS-SWITCHES.
001510     05  WS-PM-EOF-SW               PIC X(01) VALUE "N".
001520         88  WS-PROTOCOL-MASTER-DONE       VALUE "Y".
001530     05  WS-COLLPOS-EOF-SW          PIC X(01) VALUE "N".
001540         88  WS-COLLPOS-DONE               VALUE "Y".
001550     05  WS-TOKEN-PRICES-OPEN-SW    PIC X(01) VALUE "N".
001560         88  WS-TOKEN-PRICES-OPEN          VALUE "Y".
001570     05  WS-PROTOCOL-FOUND-SW       PIC X(01) VALUE "N".
001580         88  WS-PROTOCOL-FOUND             VALUE "Y".
001590     05  WS-WALLET-UNPRICED-SW      PIC X(01) VALUE "N".
001600         88  WS-WALLET-UNPRICED            VALUE "Y".
001610     05  WS-CALL-FOUND-SW           PIC X(01) VALUE "N".
001620         88  WS-CALL-FOUND                 VALUE "Y".
001630     05  WS-CALL-SWEEP-DONE-SW      PIC X(01) VALUE "N".
001640         88  WS-CALL-SWEEP-DONE            VALUE "Y".
001650     05  WS-BASIS-SWEEP-DONE-SW     PIC X(01) VALUE "N".
001660         88  WS-BASIS-SWEEP-DONE           VALUE "Y".
001670
001680 01  WS-COUNTERS.
001690     05  WS-POSITIONS-READ          PIC 9(7) COMP VALUE 0.
001700     05  WS-POSITIONS-UNPRICED      PIC 9(7) COMP VALUE 0.
001710     05  WS-WALLETS-ASSESSED        PIC 9(7) COMP VALUE 0.
001720     05  WS-WALLETS-UNASSESSED      PIC 9(7) COMP VALUE 0.
001730     05  WS-BASIS-STRUCK            PIC 9(7) COMP VALUE 0.
001740     05  WS-BASIS-ADJUSTED          PIC 9(7) COMP VALUE 0.
001750     05  WS-BASIS-DROPPED           PIC 9(7) COMP VALUE 0.
001760     05  WS-CALLS-ISSUED            PIC 9(5) COMP VALUE 0.
001770     05  WS-CALLS-OPEN              PIC 9(5) COMP VALUE 0.
001780     05  WS-CALLS-CURED             PIC 9(5) COMP VALUE 0.
001790     05  WS-CALLS-EXPIRED           PIC 9(5) COMP VALUE 0.
001800     05  WS-LIQUIDATION-COUNT       PIC 9(5) COMP VALUE 0.
001810
001820 01  WS-PROTOCOL-TABLE.
001830     05  WS-PROT-COUNT              PIC 9(03) COMP VALUE 0.
001840     05  WS-PROT-ENTRY OCCURS 50 TIMES
001850             INDEXED BY WS-PT-IDX.
001860         10  WS-PT-PROTOCOL-NAME    PIC X(08).
001870         10  WS-PT-LEVERAGE         PIC 9(03).
001880
001885 COPY RUNPARM.
001890 PROCEDURE DIVISION.
001900 MAIN-PROGRAM.
001903     PERFORM 0100-START-RUN-STEP
001906     IF RCP-STEP-CLEARED
001910         PERFORM 1000-INITIALIZE
001920         IF NOT WS-PM-OK
001930             DISPLAY "PROTMSTR: PROTOCOL MASTER NOT AVAILABLE, "
001940                 "STATUS " WS-PM-STATUS " -- NO WALLET ASSESSED"
001950             MOVE 12 TO RETURN-CODE
001960         ELSE
001970             PERFORM 1500-LOAD-PROTOCOL-TABLE
001980             OPEN INPUT COLLATERAL-POSITIONS
001990             IF NOT WS-COLLPOS-OK
002000                 DISPLAY "COLLPOS: POSITIONS FILE NOT AVAILABLE, "
002010                     "STATUS " WS-COLLPOS-STATUS
002020                     " -- NO WALLET ASSESSED"
002030                 MOVE 12 TO RETURN-CODE
002040             ELSE
002050                 PERFORM 1800-OPEN-MARGIN-FILES
002060                 PERFORM 2000-ASSESS-WALLETS
002070                 CLOSE COLLATERAL-POSITIONS
002080                 PERFORM 5000-SWEEP-CALLS
002090                 PERFORM 6000-DROP-CLOSED-BASIS
002100                 PERFORM 1900-CLOSE-MARGIN-FILES
002110                 PERFORM 8000-PRINT-TOTALS
002120             END-IF
002130         END-IF
002133         PERFORM 9900-END-RUN-STEP
002136     END-IF
002140     PERFORM 9999-EXIT
002150     STOP RUN.
002160
002161*****************************************************************
002162* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
002164* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
002165* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
002166* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
002168*****************************************************************
002169 0100-START-RUN-STEP.
002170     MOVE "S"        TO RCP-FUNCTION
002172     MOVE "MGN-CALL" TO RCP-STEP-NAME
002173     MOVE ZERO       TO RCP-CALLER-RC
002174     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
002176     .
002177
002178*****************************************************************
002180* 1000-INITIALIZE -- RESOLVE THE RUN DATE, MAINTENANCE
002190* PERCENTAGE AND CURE PERIOD, AND PRINT THE REGISTER HEADER.
002193* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
002196* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
002200*****************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-DATE-PARM
002230     IF WS-RUN-DATE-PARM IS NUMERIC
002240        AND WS-RUN-DATE-PARM NOT = "00000000"
002250         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
002260     ELSE
002270         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002272         IF RCP-STEP-CLEARED
002275             MOVE RCP-RUN-DATE TO WS-RUN-DATE
002277         END-IF
002280     END-IF
002290     ACCEPT WS-MAINT-PARM
002300     IF WS-MAINT-PARM IS NUMERIC
002310        AND WS-MAINT-PARM NOT = "000"
002320        AND WS-MAINT-PARM NOT > "100"
002330         MOVE WS-MAINT-PARM TO WS-MAINT-PCT
002340     END-IF
002350     ACCEPT WS-CURE-PARM
002360     IF WS-CURE-PARM IS NUMERIC
002370        AND WS-CURE-PARM NOT = "00"
002380         MOVE WS-CURE-PARM TO WS-CURE-DAYS
002390     END-IF
002400     ACCEPT WS-CURRENT-TIME FROM TIME
002410     COMPUTE WS-CURE-DEADLINE = FUNCTION DATE-OF-INTEGER(
002420         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-CURE-DAYS)
002430     DISPLAY "========================================="
002440     DISPLAY "  LAVARAGE WALLET MARGIN CALLS -- " WS-RUN-DATE
002450     DISPLAY "  MAINTENANCE " WS-MAINT-PCT
002460         " PCT OF STRUCK COLLATERAL"
002470     DISPLAY "  CURE PERIOD " WS-CURE-DAYS " DAYS, DEADLINE "
002480         WS-CURE-DEADLINE
002490     DISPLAY "========================================="
002500     OPEN INPUT PROTOCOL-MASTER
002510     .
002520
002530*****************************************************************
002540* 1500-LOAD-PROTOCOL-TABLE -- EVERY POOL STILL CARRYING LOANS
002550* (ACTIVE OR SUSPENDED) WITH ITS EFFECTIVE LEVERAGE: THE
002560* LAVARAGE-CONFIG OVERRIDE WITH THE PM-LEVERAGE FALLBACK, THE
002570* SAME PRECEDENCE THE GM RUN AND FEE-ACCR USE.
002580*****************************************************************
002590 1500-LOAD-PROTOCOL-TABLE.
002600     OPEN INPUT LAVARAGE-CONFIG
002610     PERFORM 1600-READ-PROTOCOL-MASTER
002620     PERFORM 1700-TABLE-ONE-PROTOCOL
002630         UNTIL WS-PROTOCOL-MASTER-DONE
002640     CLOSE PROTOCOL-MASTER
002650     IF WS-CFG-OK
002660         CLOSE LAVARAGE-CONFIG
002670     END-IF
002680     .
002690
002700 1600-READ-PROTOCOL-MASTER.
002710     READ PROTOCOL-MASTER
002720         AT END
002730             MOVE "Y" TO WS-PM-EOF-SW
002740     END-READ
002750     .
002760
002770 1700-TABLE-ONE-PROTOCOL.
002780     IF (PM-ACTIVE OR PM-SUSPENDED)
002790        AND WS-PROT-COUNT < 50
002800         ADD 1 TO WS-PROT-COUNT
002810         SET WS-PT-IDX TO WS-PROT-COUNT
002820         MOVE PM-PROTOCOL-NAME TO WS-PT-PROTOCOL-NAME(WS-PT-IDX)
002830         MOVE PM-LEVERAGE      TO WS-PT-LEVERAGE(WS-PT-IDX)
002840         IF WS-CFG-OK
002850             MOVE PM-PROTOCOL-NAME TO CFG-PROTOCOL-NAME
002860             READ LAVARAGE-CONFIG
002870                 KEY IS CFG-PROTOCOL-NAME
002880                 INVALID KEY
002890                     CONTINUE
002900                 NOT INVALID KEY
002910                     MOVE CFG-LEVERAGE
002920                         TO WS-PT-LEVERAGE(WS-PT-IDX)
002930             END-READ
002940         END-IF
002950     END-IF
002960     PERFORM 1600-READ-PROTOCOL-MASTER
002970     .
002980
002990*****************************************************************
003000* 1800-OPEN-MARGIN-FILES -- PRICES STAY OPEN FOR THE RUN; THE
003010* BASIS AND CALL FILES ARE CREATED EMPTY THE FIRST NIGHT.
003020*****************************************************************
003030 1800-OPEN-MARGIN-FILES.
003040     OPEN INPUT TOKEN-PRICES
003050     IF WS-TOKEN-PRICES-OK
003060         MOVE "Y" TO WS-TOKEN-PRICES-OPEN-SW
003070     ELSE
003080         DISPLAY "TOKPRICE: TOKEN PRICE FILE NOT STAGED, "
003090             "WALLETS HOLDING NON-SOL TOKENS NOT ASSESSED"
003100     END-IF
003110     OPEN I-O MARGIN-BASIS
003120     IF WS-MGNBASIS-FILE-MISSING
003130         OPEN OUTPUT MARGIN-BASIS
003140         CLOSE MARGIN-BASIS
003150         OPEN I-O MARGIN-BASIS
003160     END-IF
003170     OPEN I-O MARGIN-CALLS
003180     IF WS-MGNCALL-FILE-MISSING
003190         OPEN OUTPUT MARGIN-CALLS
003200         CLOSE MARGIN-CALLS
003210         OPEN I-O MARGIN-CALLS
003220     END-IF
003230     .
003240
003250 1900-CLOSE-MARGIN-FILES.
003260     IF WS-TOKEN-PRICES-OPEN
003270         CLOSE TOKEN-PRICES
003280     END-IF
003290     CLOSE MARGIN-BASIS
003300     CLOSE MARGIN-CALLS
003310     .
003320
003330*****************************************************************
003340* 2000-ASSESS-WALLETS -- ONE PASS OVER COLLPOS.  A WALLET'S
003350* POSITIONS ARE ADJACENT IN KEY ORDER, SO THE WALLET IS
003360* COMPLETE WHEN THE WALLET ID CHANGES (OR THE FILE ENDS).
003370*****************************************************************
003380 2000-ASSESS-WALLETS.
003390     DISPLAY " "
003400     DISPLAY "  WALLET               COLLATERAL SOL    "
003410         "REQUIRED SOL  CALL"
003420     MOVE SPACES TO WS-CURRENT-WALLET
003430     PERFORM 2250-RESET-WALLET-TOTALS
003440     PERFORM 2100-READ-POSITION
003450     PERFORM 2200-ASSESS-ONE-POSITION UNTIL WS-COLLPOS-DONE
003460     IF WS-CURRENT-WALLET NOT = SPACES
003470         PERFORM 3000-ASSESS-WALLET-MARGIN
003480     END-IF
003490     .
003500
003510 2100-READ-POSITION.
003520     READ COLLATERAL-POSITIONS
003530         AT END
003540             MOVE "Y" TO WS-COLLPOS-EOF-SW
003550         NOT AT END
003560             IF NOT WS-COLLPOS-OK
003570                 MOVE "Y" TO WS-COLLPOS-EOF-SW
003580             END-IF
003590     END-READ
003600     .
003610
003620 2200-ASSESS-ONE-POSITION.
003630     IF CP-WALLET-ID NOT = WS-CURRENT-WALLET
003640         IF WS-CURRENT-WALLET NOT = SPACES
003650             PERFORM 3000-ASSESS-WALLET-MARGIN
003660         END-IF
003670         MOVE CP-WALLET-ID TO WS-CURRENT-WALLET
003680         PERFORM 2250-RESET-WALLET-TOTALS
003690     END-IF
003700     ADD 1 TO WS-POSITIONS-READ
003710     PERFORM 2300-FIND-PROTOCOL
003720     IF WS-PROTOCOL-FOUND
003730         PERFORM 2400-VALUE-ONE-POSITION
003740         IF WS-POSITION-VALUE > 0
003750             PERFORM 2500-APPLY-BASIS
003760         ELSE
003770             ADD 1 TO WS-POSITIONS-UNPRICED
003780             MOVE "Y" TO WS-WALLET-UNPRICED-SW
003790             PERFORM 2600-TOUCH-BASIS
003800         END-IF
003810     END-IF
003820     PERFORM 2100-READ-POSITION
003830     .
003840
003850 2250-RESET-WALLET-TOTALS.
003860     MOVE ZERO TO WS-WALLET-VALUE
003870     MOVE ZERO TO WS-WALLET-BASIS
003880     MOVE ZERO TO WS-WALLET-BORROWED
003890     MOVE ZERO TO WS-WALLET-REQUIRED
003900     MOVE "N"  TO WS-WALLET-UNPRICED-SW
003910     .
003920
003930*****************************************************************
003940* 2300-FIND-PROTOCOL -- THE POSITION'S POOL AND ITS EFFECTIVE
003950* LEVERAGE.  A DECOMMISSIONED OR UNKNOWN POOL LENDS NOTHING.
003960*****************************************************************
003970 2300-FIND-PROTOCOL.
003980     MOVE "N" TO WS-PROTOCOL-FOUND-SW
003990     MOVE 1   TO WS-LEVERAGE
004000     SET WS-PT-IDX TO 1
004010     SEARCH WS-PROT-ENTRY
004020         AT END
004030             CONTINUE
004040         WHEN WS-PT-IDX > WS-PROT-COUNT
004050             CONTINUE
004060         WHEN WS-PT-PROTOCOL-NAME(WS-PT-IDX) = CP-PROTOCOL-NAME
004070             MOVE "Y" TO WS-PROTOCOL-FOUND-SW
004080             MOVE WS-PT-LEVERAGE(WS-PT-IDX) TO WS-LEVERAGE
004090     END-SEARCH
004100     .
004110
004120 2400-VALUE-ONE-POSITION.
004130     IF CP-NATIVE-SOL
004140         MOVE CP-COLLATERAL-SOL TO WS-POSITION-VALUE
004150     ELSE
004160         MOVE ZERO TO WS-POSITION-VALUE
004170         IF WS-TOKEN-PRICES-OPEN
004180             MOVE CP-TOKEN-CODE TO TP-TOKEN-CODE
004190             READ TOKEN-PRICES
004200                 KEY IS TP-TOKEN-CODE
004210                 INVALID KEY
004220                     CONTINUE
004230                 NOT INVALID KEY
004240                     COMPUTE WS-POSITION-VALUE ROUNDED =
004250                         CP-COLLATERAL-SOL * TP-PRICE-SOL
004260             END-READ
004270         END-IF
004280     END-IF
004290     .
004300
004310*****************************************************************
004320* 2500-APPLY-BASIS -- STRIKE THE POSITION'S BORROW THE FIRST
004330* NIGHT IT IS SEEN, OR CARRY IT FORWARD ADJUSTED FOR ANY CHANGE
004340* IN THE POSTED AMOUNT SINCE, THEN ADD THE POSITION TO THE
004350* WALLET.  ONLY POSITIONS CARRYING A BORROW COUNT TOWARD THE
004360* WALLET'S COLLATERAL AND REQUIREMENT.
004370*****************************************************************
004380 2500-APPLY-BASIS.
004390     MOVE CP-KEY TO MB-KEY
004400     READ MARGIN-BASIS
004410         KEY IS MB-KEY
004420         INVALID KEY
004430             PERFORM 2510-STRIKE-NEW-BASIS
004440         NOT INVALID KEY
004450             PERFORM 2520-ADJUST-BASIS
004460     END-READ
004470     IF MB-BORROWED-SOL > 0
004480         ADD WS-POSITION-VALUE TO WS-WALLET-VALUE
004490         ADD MB-BASIS-VALUE    TO WS-WALLET-BASIS
004500         ADD MB-BORROWED-SOL   TO WS-WALLET-BORROWED
004510     END-IF
004520     .
004530
004540 2510-STRIKE-NEW-BASIS.
004550     MOVE SPACES            TO MB-RECORD
004560     MOVE CP-KEY            TO MB-KEY
004570     MOVE CP-COLLATERAL-SOL TO MB-POSTED-AMOUNT
004580     MOVE WS-POSITION-VALUE TO MB-BASIS-VALUE
004590     MOVE WS-LEVERAGE       TO MB-LEVERAGE
004600     IF WS-LEVERAGE > 1
004610         COMPUTE MB-BORROWED-SOL ROUNDED =
004620             WS-POSITION-VALUE * (WS-LEVERAGE - 1)
004630     ELSE
004640         MOVE ZERO TO MB-BORROWED-SOL
004650     END-IF
004660     MOVE WS-RUN-DATE       TO MB-BASIS-DATE
004670     MOVE WS-RUN-DATE       TO MB-LAST-SEEN-DATE
004680     WRITE MB-RECORD
004690         INVALID KEY
004700             DISPLAY "MGNBASIS: WRITE FAILED FOR " CP-WALLET-ID
004710                 " " CP-PROTOCOL-NAME " " CP-TOKEN-CODE
004720                 ", STATUS " WS-MGNBASIS-STATUS
004730         NOT INVALID KEY
004740             ADD 1 TO WS-BASIS-STRUCK
004750     END-WRITE
004760     .
004770
004780*****************************************************************
004790* 2520-ADJUST-BASIS -- A DEPOSIT SINCE THE LAST RUN ADDS ITS
004800* VALUE AT TONIGHT'S RATE AND BORROWS AGAINST IT AT TONIGHT'S
004810* LEVERAGE; A WITHDRAWAL REPAYS THE BORROW IN PROPORTION TO THE
004820* AMOUNT TAKEN OUT, SO IT NEITHER HELPS NOR HURTS THE MARGIN.
004830*****************************************************************
004840 2520-ADJUST-BASIS.
004850     EVALUATE TRUE
004860         WHEN CP-COLLATERAL-SOL > MB-POSTED-AMOUNT
004870             COMPUTE WS-DELTA-AMOUNT =
004880                 CP-COLLATERAL-SOL - MB-POSTED-AMOUNT
004890             COMPUTE WS-DELTA-VALUE ROUNDED =
004900                 WS-POSITION-VALUE * WS-DELTA-AMOUNT
004910                     / CP-COLLATERAL-SOL
004920             ADD WS-DELTA-VALUE TO MB-BASIS-VALUE
004930             IF WS-LEVERAGE > 1
004940                 COMPUTE MB-BORROWED-SOL ROUNDED =
004950                     MB-BORROWED-SOL
004960                         + WS-DELTA-VALUE * (WS-LEVERAGE - 1)
004970             END-IF
004980             ADD 1 TO WS-BASIS-ADJUSTED
004990         WHEN CP-COLLATERAL-SOL < MB-POSTED-AMOUNT
005000             COMPUTE MB-BASIS-VALUE ROUNDED =
005010                 MB-BASIS-VALUE * CP-COLLATERAL-SOL
005020                     / MB-POSTED-AMOUNT
005030             COMPUTE MB-BORROWED-SOL ROUNDED =
005040                 MB-BORROWED-SOL * CP-COLLATERAL-SOL
005050                     / MB-POSTED-AMOUNT
005060             ADD 1 TO WS-BASIS-ADJUSTED
005070         WHEN OTHER
005080             CONTINUE
005090     END-EVALUATE
005100     MOVE CP-COLLATERAL-SOL TO MB-POSTED-AMOUNT
005110     MOVE WS-RUN-DATE       TO MB-LAST-SEEN-DATE
005120     REWRITE MB-RECORD
005130         INVALID KEY
005140             DISPLAY "MGNBASIS: REWRITE FAILED FOR " CP-WALLET-ID
005150                 ", STATUS " WS-MGNBASIS-STATUS
005160     END-REWRITE
005170     .
005180
005190*****************************************************************
005200* 2600-TOUCH-BASIS -- AN UNPRICED POSITION CANNOT MOVE ITS
005210* BASIS, BUT IT IS STILL POSTED, SO ITS BASIS IS KEPT.
005220*****************************************************************
005230 2600-TOUCH-BASIS.
005240     MOVE CP-KEY TO MB-KEY
005250     READ MARGIN-BASIS
005260         KEY IS MB-KEY
005270         INVALID KEY
005280             CONTINUE
005290         NOT INVALID KEY
005300             MOVE WS-RUN-DATE TO MB-LAST-SEEN-DATE
005310             REWRITE MB-RECORD
005320                 INVALID KEY
005330                     CONTINUE
005340             END-REWRITE
005350     END-READ
005360     .
005370
005380*****************************************************************
005390* 3000-ASSESS-WALLET-MARGIN -- SET THE WALLET'S COLLATERAL
005400* AGAINST ITS REQUIREMENT AND MOVE ITS CALL ALONG.
005410*****************************************************************
005420 3000-ASSESS-WALLET-MARGIN.
005430     MOVE "N" TO WS-CALL-FOUND-SW
005440     MOVE WS-CURRENT-WALLET TO MC-WALLET-ID
005450     READ MARGIN-CALLS
005460         KEY IS MC-WALLET-ID
005470         INVALID KEY
005480             CONTINUE
005490         NOT INVALID KEY
005500             MOVE "Y" TO WS-CALL-FOUND-SW
005510     END-READ
005520     IF WS-WALLET-UNPRICED
005530         ADD 1 TO WS-WALLETS-UNASSESSED
005540         DISPLAY "  " WS-CURRENT-WALLET
005550             " **** UNPRICED POSITION -- NOT ASSESSED ****"
005560         IF WS-CALL-FOUND AND MC-LIVE
005570             MOVE WS-RUN-DATE TO MC-LAST-REVIEW-DATE
005580             PERFORM 3900-REWRITE-CALL
005590         END-IF
005600     ELSE
005610         ADD 1 TO WS-WALLETS-ASSESSED
005620         COMPUTE WS-WALLET-REQUIRED ROUNDED =
005630             WS-WALLET-BASIS * WS-MAINT-PCT / 100
005640         IF WS-CALL-FOUND AND MC-LIVE
005650             PERFORM 3200-REVIEW-LIVE-CALL
005660         ELSE
005670             IF WS-WALLET-BORROWED > 0
005680                AND WS-WALLET-VALUE < WS-WALLET-REQUIRED
005690                 PERFORM 3100-ISSUE-CALL
005700             END-IF
005710         END-IF
005720     END-IF
005730     .
005740
005750*****************************************************************
005760* 3100-ISSUE-CALL -- A NEW CALL, WITH ITS NOTICE.  A WALLET
005770* WHOSE LAST CALL WAS CURED HAS THAT RECORD REPLACED.
005780*****************************************************************
005790 3100-ISSUE-CALL.
005800     MOVE SPACES             TO MC-RECORD
005810     MOVE WS-CURRENT-WALLET  TO MC-WALLET-ID
005820     MOVE "N"                TO MC-STATUS
005830     MOVE WS-RUN-DATE        TO MC-ISSUE-DATE
005840     MOVE WS-CURE-DEADLINE   TO MC-CURE-DEADLINE
005850     MOVE WS-RUN-DATE        TO MC-LAST-REVIEW-DATE
005860     MOVE ZERO               TO MC-CLOSE-DATE
005870     MOVE WS-WALLET-VALUE    TO MC-COLLATERAL-SOL
005880     MOVE WS-WALLET-BORROWED TO MC-BORROWED-SOL
005890     MOVE WS-WALLET-REQUIRED TO MC-REQUIRED-SOL
005900     MOVE WS-WALLET-VALUE    TO MC-ISSUE-COLLATERAL-SOL
005910     IF WS-CALL-FOUND
005920         PERFORM 3900-REWRITE-CALL
005930     ELSE
005940         WRITE MC-RECORD
005950             INVALID KEY
005960                 DISPLAY "MGNCALL: WRITE FAILED FOR "
005970                     MC-WALLET-ID ", STATUS " WS-MGNCALL-STATUS
005980         END-WRITE
005990     END-IF
006000     ADD 1 TO WS-CALLS-ISSUED
006010     MOVE "N" TO WS-NOTICE-TYPE
006020     PERFORM 4000-WRITE-NOTICE
006030     PERFORM 3800-PRINT-WALLET-LINE
006040     .
006050
006060*****************************************************************
006070* 3200-REVIEW-LIVE-CALL -- A CALLED WALLET BACK AT OR ABOVE ITS
006080* REQUIREMENT (OR NO LONGER BORROWING) IS CURED; ONE STILL SHORT
006090* PAST THE DEADLINE EXPIRES; OTHERWISE THE CALL STAYS OPEN.  A
006100* CALL ISSUED ON THIS RUN DATE STAYS NEW ON A RERUN.
006110*****************************************************************
006120 3200-REVIEW-LIVE-CALL.
006130     MOVE WS-RUN-DATE        TO MC-LAST-REVIEW-DATE
006140     MOVE WS-WALLET-VALUE    TO MC-COLLATERAL-SOL
006150     MOVE WS-WALLET-BORROWED TO MC-BORROWED-SOL
006160     MOVE WS-WALLET-REQUIRED TO MC-REQUIRED-SOL
006170     EVALUATE TRUE
006180         WHEN WS-WALLET-BORROWED = 0
006190         WHEN WS-WALLET-VALUE NOT < WS-WALLET-REQUIRED
006200             MOVE "C" TO MC-STATUS
006210             MOVE WS-RUN-DATE TO MC-CLOSE-DATE
006220             ADD 1 TO WS-CALLS-CURED
006230             MOVE "C" TO WS-NOTICE-TYPE
006240             PERFORM 4000-WRITE-NOTICE
006250         WHEN WS-RUN-DATE > MC-CURE-DEADLINE
006260             IF NOT MC-EXPIRED
006270                 MOVE "E" TO MC-STATUS
006280                 ADD 1 TO WS-CALLS-EXPIRED
006290                 MOVE "E" TO WS-NOTICE-TYPE
006300                 PERFORM 4000-WRITE-NOTICE
006310             END-IF
006320         WHEN MC-ISSUE-DATE = WS-RUN-DATE
006330             ADD 1 TO WS-CALLS-OPEN
006340         WHEN OTHER
006350             MOVE "O" TO MC-STATUS
006360             ADD 1 TO WS-CALLS-OPEN
006370     END-EVALUATE
006380     PERFORM 3900-REWRITE-CALL
006390     PERFORM 3800-PRINT-WALLET-LINE
006400     .
006410
006420 3800-PRINT-WALLET-LINE.
006430     MOVE WS-WALLET-VALUE    TO WS-AMOUNT-DISPLAY
006440     MOVE WS-WALLET-REQUIRED TO WS-REQUIRED-DISPLAY
006450     EVALUATE TRUE
006460         WHEN MC-NEW
006470             DISPLAY "  " WS-CURRENT-WALLET " " WS-AMOUNT-DISPLAY
006480                 " " WS-REQUIRED-DISPLAY "  NEW, CURE BY "
006490                 MC-CURE-DEADLINE
006500         WHEN MC-OPEN
006510             DISPLAY "  " WS-CURRENT-WALLET " " WS-AMOUNT-DISPLAY
006520                 " " WS-REQUIRED-DISPLAY "  OPEN, CURE BY "
006530                 MC-CURE-DEADLINE
006540         WHEN MC-CURED
006550             DISPLAY "  " WS-CURRENT-WALLET " " WS-AMOUNT-DISPLAY
006560                 " " WS-REQUIRED-DISPLAY "  CURED"
006570         WHEN MC-EXPIRED
006580             DISPLAY "  " WS-CURRENT-WALLET " " WS-AMOUNT-DISPLAY
006590                 " " WS-REQUIRED-DISPLAY "  **** EXPIRED ****"
006600     END-EVALUATE
006610     .
006620
006630 3900-REWRITE-CALL.
006640     REWRITE MC-RECORD
006650         INVALID KEY
006660             DISPLAY "MGNCALL: REWRITE FAILED FOR " MC-WALLET-ID
006670                 ", STATUS " WS-MGNCALL-STATUS
006680     END-REWRITE
006690     .
006700
006710*****************************************************************
006720* 4000-WRITE-NOTICE -- APPEND ONE NOTICE RECORD FOR THE CALL
006730* NOW IN MC-RECORD, OF THE TYPE THE CALLER SET IN WS-NOTICE-TYPE.
006740*****************************************************************
006750 4000-WRITE-NOTICE.
006760     OPEN EXTEND MARGIN-NOTICES
006770     IF WS-MGNNOTC-MISSING
006780         OPEN OUTPUT MARGIN-NOTICES
006790     END-IF
006800     MOVE SPACES              TO MN-RECORD
006805     MOVE WS-NOTICE-TYPE      TO MN-NOTICE-TYPE
006810     MOVE WS-RUN-DATE         TO MN-RUN-DATE
006820     MOVE WS-CURRENT-TIME     TO MN-RUN-TIME
006830     MOVE MC-WALLET-ID        TO MN-WALLET-ID
006840     MOVE MC-ISSUE-DATE       TO MN-ISSUE-DATE
006850     MOVE MC-CURE-DEADLINE    TO MN-CURE-DEADLINE
006860     MOVE MC-COLLATERAL-SOL   TO MN-COLLATERAL-SOL
006870     MOVE MC-BORROWED-SOL     TO MN-BORROWED-SOL
006880     MOVE MC-REQUIRED-SOL     TO MN-REQUIRED-SOL
006890     MOVE WS-MAINT-PCT        TO MN-MAINT-PCT
006900     WRITE MN-RECORD
006910     CLOSE MARGIN-NOTICES
006920     .
006930
006940*****************************************************************
006950* 5000-SWEEP-CALLS -- A LIVE CALL WHOSE WALLET WAS NOT SEEN
006960* TONIGHT HAS CLOSED OUT ITS POSITIONS AND IS CURED.  EVERY
006970* EXPIRED CALL LEFT GOES ON THE LIQUIDATION CANDIDATE REPORT.
006980*****************************************************************
006990 5000-SWEEP-CALLS.
007000     DISPLAY " "
007010     DISPLAY "  LIQUIDATION CANDIDATES"
007020     DISPLAY "  WALLET               ISSUED   DEADLINE  DAYS"
007030         "   COLLATERAL SOL    REQUIRED SOL"
007040     MOVE "N" TO WS-CALL-SWEEP-DONE-SW
007050     MOVE LOW-VALUES TO MC-WALLET-ID
007060     START MARGIN-CALLS
007070         KEY IS NOT LESS THAN MC-WALLET-ID
007080         INVALID KEY
007090             MOVE "Y" TO WS-CALL-SWEEP-DONE-SW
007100     END-START
007110     PERFORM 5100-READ-NEXT-CALL
007120     PERFORM 5200-SWEEP-ONE-CALL UNTIL WS-CALL-SWEEP-DONE
007130     IF WS-LIQUIDATION-COUNT = 0
007140         DISPLAY "  NONE"
007150     END-IF
007160     .
007170
007180 5100-READ-NEXT-CALL.
007190     IF NOT WS-CALL-SWEEP-DONE
007200         READ MARGIN-CALLS NEXT RECORD
007210             AT END
007220                 MOVE "Y" TO WS-CALL-SWEEP-DONE-SW
007230         END-READ
007240     END-IF
007250     .
007260
007270 5200-SWEEP-ONE-CALL.
007280     IF MC-LIVE
007290        AND MC-LAST-REVIEW-DATE NOT = WS-RUN-DATE
007300         MOVE "C"         TO MC-STATUS
007310         MOVE WS-RUN-DATE TO MC-CLOSE-DATE
007320         MOVE WS-RUN-DATE TO MC-LAST-REVIEW-DATE
007330         MOVE ZERO        TO MC-COLLATERAL-SOL
007340         MOVE ZERO        TO MC-BORROWED-SOL
007350         MOVE ZERO        TO MC-REQUIRED-SOL
007360         ADD 1 TO WS-CALLS-CURED
007370         MOVE "C" TO WS-NOTICE-TYPE
007380         PERFORM 4000-WRITE-NOTICE
007390         PERFORM 3900-REWRITE-CALL
007400         DISPLAY "  " MC-WALLET-ID " POSITIONS CLOSED OUT -- "
007410             "CALL CURED"
007420     END-IF
007430     IF MC-EXPIRED
007440         ADD 1 TO WS-LIQUIDATION-COUNT
007450         COMPUTE WS-DAYS-PAST =
007460             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
007470             - FUNCTION INTEGER-OF-DATE(MC-CURE-DEADLINE)
007480         MOVE MC-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
007490         MOVE MC-REQUIRED-SOL   TO WS-REQUIRED-DISPLAY
007500         DISPLAY "  " MC-WALLET-ID " " MC-ISSUE-DATE " "
007510             MC-CURE-DEADLINE " " WS-DAYS-PAST " "
007520             WS-AMOUNT-DISPLAY " " WS-REQUIRED-DISPLAY
007530     END-IF
007540     PERFORM 5100-READ-NEXT-CALL
007550     .
007560
007570*****************************************************************
007580* 6000-DROP-CLOSED-BASIS -- A BASIS RECORD WHOSE POSITION WAS
007590* NOT SEEN TONIGHT BELONGS TO A CLOSED POSITION (OR ONE IN A
007600* POOL NO LONGER LENDING) AND IS DROPPED.
007610*****************************************************************
007620 6000-DROP-CLOSED-BASIS.
007630     MOVE "N" TO WS-BASIS-SWEEP-DONE-SW
007640     MOVE LOW-VALUES TO MB-KEY
007650     START MARGIN-BASIS
007660         KEY IS NOT LESS THAN MB-KEY
007670         INVALID KEY
007680             MOVE "Y" TO WS-BASIS-SWEEP-DONE-SW
007690     END-START
007700     PERFORM 6100-READ-NEXT-BASIS
007710     PERFORM 6200-CHECK-ONE-BASIS UNTIL WS-BASIS-SWEEP-DONE
007720     .
007730
007740 6100-READ-NEXT-BASIS.
007750     IF NOT WS-BASIS-SWEEP-DONE
007760         READ MARGIN-BASIS NEXT RECORD
007770             AT END
007780                 MOVE "Y" TO WS-BASIS-SWEEP-DONE-SW
007790         END-READ
007800     END-IF
007810     .
007820
007830 6200-CHECK-ONE-BASIS.
007840     IF MB-LAST-SEEN-DATE NOT = WS-RUN-DATE
007850         DELETE MARGIN-BASIS RECORD
007860             INVALID KEY
007870                 CONTINUE
007880             NOT INVALID KEY
007890                 ADD 1 TO WS-BASIS-DROPPED
007900         END-DELETE
007910     END-IF
007920     PERFORM 6100-READ-NEXT-BASIS
007930     .
007940
007950*****************************************************************
007960* 8000-PRINT-TOTALS -- REGISTER TOTALS AND RETURN CODE.
007970*****************************************************************
007980 8000-PRINT-TOTALS.
007990     DISPLAY " "
008000     DISPLAY "  POSITIONS READ:        " WS-POSITIONS-READ
008010     DISPLAY "  POSITIONS UNPRICED:    " WS-POSITIONS-UNPRICED
008020     DISPLAY "  WALLETS ASSESSED:      " WS-WALLETS-ASSESSED
008030     DISPLAY "  WALLETS NOT ASSESSED:  " WS-WALLETS-UNASSESSED
008040     DISPLAY "  BORROWS STRUCK:        " WS-BASIS-STRUCK
008050     DISPLAY "  BORROWS ADJUSTED:      " WS-BASIS-ADJUSTED
008060     DISPLAY "  BORROWS DROPPED:       " WS-BASIS-DROPPED
008070     DISPLAY "  CALLS ISSUED:          " WS-CALLS-ISSUED
008080     DISPLAY "  CALLS STILL OPEN:      " WS-CALLS-OPEN
008090     DISPLAY "  CALLS CURED:           " WS-CALLS-CURED
008100     DISPLAY "  CALLS EXPIRED TODAY:   " WS-CALLS-EXPIRED
008110     DISPLAY "  LIQUIDATION CANDIDATES:" WS-LIQUIDATION-COUNT
008120     EVALUATE TRUE
008130         WHEN WS-LIQUIDATION-COUNT > 0
008140             DISPLAY "  **** EXPIRED CALLS -- LIQUIDATION "
008150                 "CANDIDATES FOR THE DESK ****"
008160             MOVE 8 TO RETURN-CODE
008170         WHEN WS-CALLS-ISSUED > 0
008180         WHEN WS-CALLS-OPEN > 0
008190         WHEN WS-WALLETS-UNASSESSED > 0
008200             DISPLAY "  **** MARGIN CALLS OUTSTANDING OR WALLETS "
008210                 "NOT ASSESSED ****"
008220             MOVE 4 TO RETURN-CODE
008230         WHEN OTHER
008240             DISPLAY "  NO WALLET BELOW MAINTENANCE"
008250     END-EVALUATE
008260     DISPLAY "========================================="
008270     .
008280
008281*****************************************************************
008282* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
008283* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
008284*****************************************************************
008285 9900-END-RUN-STEP.
008286     MOVE "E"         TO RCP-FUNCTION
008287     MOVE RETURN-CODE TO RCP-CALLER-RC
008288     MOVE "COLLPOS"   TO RCP-INPUT-NAME-1
008289     MOVE WS-POSITIONS-READ TO RCP-INPUT-COUNT-1
008290     MOVE SPACES      TO RCP-INPUT-NAME-2
008291     MOVE ZERO        TO RCP-INPUT-COUNT-2
008292     MOVE SPACES      TO RCP-PARMS-TEXT
008293     STRING WS-RUN-DATE-PARM " " WS-MAINT-PARM " "
008294         WS-CURE-PARM
008295         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
008296     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
008297     .
008298
008299 9999-EXIT.
008300     EXIT.

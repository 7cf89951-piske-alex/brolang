000190* A PROTOCOL NO LONGER QUALIFIES -- A LEVREJ OR NOTIER
000200* EXCEPTION AFTER THE BANNER IS ALREADY REJECTED.  THIS REPORT
000210* RUNS THE DAY BEFORE THAT HAPPENS: FOR EACH ACTIVE PROTOCOL
000217* IT TAKES THE SOL-EQUIVALENT COLLATERAL FROM THE PROTOCOL
000225* COLLATERAL SUMMARY (COLLSUM) -- THE SAME FIGURE THE GM RUN
000232* USES -- FINDS THE RISK-LIMITS TIER IT CURRENTLY
000240* QUALIFIES UNDER, AND FLAGS ANY PROTOCOL SITTING WITHIN THE
000250* WATCH PERCENTAGE OF THAT TIER'S MINIMUM COLLATERAL.  EACH
000258* BLOCK ALSO SHOWS THE SINGLE LARGEST WALLET CARRIED ON THE
000267* SUMMARY (ALL OF ITS TOKEN POSITIONS IN THE POOL TAKEN
000275* TOGETHER) AND WHETHER THAT ONE WALLET WITHDRAWING WOULD DROP
000284* THE PROTOCOL OUT OF ITS TIER -- THE CONCENTRATION REPORT
000292* NAMES THE WHALE, THE EXCEPTION REPORT NAMES THE FALL; THIS
000301* ONE NAMES THE DAY BEFORE.
000310*
000320* THE WATCH PERCENTAGE IS READ FROM SYSIN AS A 3-DIGIT NUMBER;
000330* AN EMPTY OR NON-NUMERIC PARM DEFAULTS TO 10.  THE JOB ENDS
000350* SCHEDULER CAN SURFACE IT.
000360*
000370* MODIFICATION HISTORY
000371* 2026-09-02 AJP  INITIAL VERSION.
000372* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000374*                 PROTOCOL AND TOKEN (CP-KEY).  THE LARGEST-
000375*                 WALLET CHECK NOW ROLLS A WALLET'S TOKEN
000376*                 POSITIONS IN THE POOL TOGETHER BEFORE
000378*                 COMPARING.
000379* 2026-10-15 AJP  COLLATERAL AND THE LARGEST WALLET ARE NOW
000380*                 TAKEN FROM THE PROTOCOL COLLATERAL SUMMARY
000382*                 (COLLSUM) BUILT BY LAVARAGE-COLL-SUM INSTEAD
000383*                 OF RESUMMING COLLPOS AT TOKPRICE RATES, SO THE
000384*                 WATCH USES THE SAME FIGURE AS THE GM RUN.
000386* 2026-10-15 AJP  A COLLSUM SUMMARY NOT BUILT FOR THE CURRENT
000387*                 RUN-CONTROL WINDOW IS REPORTED AS STALE AND
000388*                 NOT USED, AS LAVARAGE-GM DOES.
000390*
000400
000410 ENVIRONMENT DIVISION.
000480         ASSIGN TO "PROTMSTR"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PM-STATUS.
000530     SELECT PROTOCOL-COLL-SUMMARY
000560         ASSIGN TO "COLLSUM"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CS-PROTOCOL-NAME
000620         FILE STATUS IS WS-COLLSUM-STATUS.
000630     SELECT RISK-LIMITS
000640         ASSIGN TO "RISKLIM"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RL-KEY
000680         FILE STATUS IS WS-RISK-LIMITS-STATUS.
000682     SELECT RUN-WINDOW
000684         ASSIGN TO "RUNWIN"
000686         ORGANIZATION IS SEQUENTIAL
000688         FILE STATUS IS WS-RUNWIN-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 COPY PROTMSTR.
000735 COPY COLLSUM.
000750 COPY RISKLIM.
000755 COPY RUNWIN.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-WATCH-PARM          PIC X(03) VALUE SPACES.
000790 01  WS-WATCH-PCT           PIC 9(03) VALUE 10.
000800 01  WS-PROTOCOL-NAME       PIC X(08).
000810 01  WS-COLLATERAL-SOL      PIC 9(11)V99.
000840 01  WS-LARGEST-VALUE       PIC 9(11)V99.
000850 01  WS-LARGEST-WALLET      PIC X(20).
000852 01  WS-UNPRICED-COUNT      PIC 9(07).
000855 01  WS-BUILD-DATE          PIC 9(08).
000857 01  WS-WINDOW-DATE         PIC 9(08).
000860 01  WS-QUAL-TIER           PIC 9(02).
000870 01  WS-QUAL-TIER-MIN       PIC 9(09)V99.
000880 01  WS-WATCH-CEILING       PIC 9(11)V99.
000930 01  WS-FILE-STATUSES.
000940     05  WS-PM-STATUS               PIC X(02).
000950         88  WS-PM-FILE-MISSING            VALUE "35".
000966     05  WS-COLLSUM-STATUS          PIC X(02).
000983         88  WS-COLLSUM-OK                 VALUE "00".
001000     05  WS-RISK-LIMITS-STATUS      PIC X(02).
001010         88  WS-RISK-LIMITS-OK             VALUE "00".
001013     05  WS-RUNWIN-STATUS           PIC X(02).
001016         88  WS-RUNWIN-OK                  VALUE "00".
001020
001030 01  WS-SWITCHES.
001040     05  WS-PM-EOF-SW               PIC X(01) VALUE "N".
001050         88  WS-PROTOCOL-MASTER-DONE       VALUE "Y".
001100     05  WS-RISK-SCAN-DONE-SW       PIC X(01) VALUE "N".
001110         88  WS-RISK-SCAN-DONE             VALUE "Y".
001120     05  WS-RISK-TIER-FOUND-SW      PIC X(01) VALUE "N".
001440        AND WS-WATCH-PARM NOT = "000"
001450         MOVE WS-WATCH-PARM TO WS-WATCH-PCT
001460     END-IF
001465     PERFORM 1100-RESOLVE-WINDOW-DATE
001470     DISPLAY "========================================="
001480     DISPLAY "  LAVARAGE TIER-PROXIMITY MARGIN WATCH"
001490     DISPLAY "  WATCH BAND " WS-WATCH-PCT
001500         " PCT ABOVE TIER FLOOR"
001505     DISPLAY "  SUMMARIES CURRENT FOR " WS-WINDOW-DATE
001510     DISPLAY "========================================="
001511     OPEN INPUT PROTOCOL-MASTER
001512     .
001513
001514*****************************************************************
001515* 1100-RESOLVE-WINDOW-DATE -- THE DATE OF THE CURRENT RUN-CONTROL
001516* WINDOW, WHICH IS THE DATE LAVARAGE-COLL-SUM STAMPS ITS BUILD
001517* WITH.  WITH NO WINDOW ON FILE IT IS TODAY.
001518*****************************************************************
001519 1100-RESOLVE-WINDOW-DATE.
001520     ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
001521     OPEN INPUT RUN-WINDOW
001522     IF WS-RUNWIN-OK
001523         READ RUN-WINDOW
001524             NOT AT END
001525                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
001526         END-READ
001527         CLOSE RUN-WINDOW
001528     END-IF
001530     .
001540
001550 1600-READ-PROTOCOL-MASTER.
001760     .
001770
001780*****************************************************************
001787* 3000-SUM-COLLATERAL -- THE PROTOCOL'S SOL-EQUIVALENT
001794* COLLATERAL AND ITS LARGEST WALLET, OFF THE SUMMARY RECORD
001801* LAVARAGE-COLL-SUM BUILT FOR THE WINDOW.  NO SUMMARY MEANS NO
001808* FIGURE TO WATCH -- THE PROTOCOL IS SHOWN AT ZERO.  A SUMMARY
001815* BUILT FOR AN EARLIER WINDOW IS STALE AND COUNTS AS NONE, AS IN
001822* THE GM RUN.
001830*****************************************************************
001840 3000-SUM-COLLATERAL.
001850     MOVE ZERO   TO WS-COLLATERAL-SOL
001860     MOVE ZERO   TO WS-LARGEST-VALUE
001870     MOVE SPACES TO WS-LARGEST-WALLET
001886     MOVE ZERO   TO WS-UNPRICED-COUNT
001903     MOVE ZERO   TO WS-BUILD-DATE
001920     OPEN INPUT PROTOCOL-COLL-SUMMARY
001936     IF NOT WS-COLLSUM-OK
001953         DISPLAY "COLLSUM: COLLATERAL SUMMARY NOT AVAILABLE, "
001970             "COLLATERAL FOR " WS-PROTOCOL-NAME
001980             " ASSUMED ZERO"
001990     ELSE
001996         MOVE WS-PROTOCOL-NAME TO CS-PROTOCOL-NAME
002002         READ PROTOCOL-COLL-SUMMARY
002009             KEY IS CS-PROTOCOL-NAME
002015             INVALID KEY
002021                 DISPLAY "COLLSUM: NO SUMMARY RECORD FOR "
002028                     WS-PROTOCOL-NAME ", COLLATERAL ASSUMED ZERO"
002034             NOT INVALID KEY
002040                 PERFORM 3100-TAKE-SUMMARY-RECORD
002047         END-READ
002053         CLOSE PROTOCOL-COLL-SUMMARY
002060     END-IF
002070     .
002080
002128 3100-TAKE-SUMMARY-RECORD.
002176     IF CS-BUILD-DATE NOT = WS-WINDOW-DATE
002225         DISPLAY "COLLSUM: SUMMARY FOR " WS-PROTOCOL-NAME
002273             " WAS BUILT " CS-BUILD-DATE
002321             ", COLLATERAL ASSUMED ZERO"
002370     ELSE
002391         MOVE CS-COLLATERAL-SOL     TO WS-COLLATERAL-SOL
002413         MOVE CS-LARGEST-WALLET-SOL TO WS-LARGEST-VALUE
002435         MOVE CS-LARGEST-WALLET-ID  TO WS-LARGEST-WALLET
002456         MOVE CS-UNPRICED-COUNT     TO WS-UNPRICED-COUNT
002478         MOVE CS-BUILD-DATE         TO WS-BUILD-DATE
002500     END-IF
002510     .
002520
003100     DISPLAY "  PROTOCOL " WS-PROTOCOL-NAME
003110     MOVE WS-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
003120     DISPLAY "    COLLATERAL " WS-AMOUNT-DISPLAY " SOL"
003122     IF WS-BUILD-DATE NOT = ZERO
003124         DISPLAY "    SUMMARY BUILT " WS-BUILD-DATE
003126             "  UNPRICED POSITIONS " WS-UNPRICED-COUNT
003128     END-IF
003130     EVALUATE TRUE
003140         WHEN NOT WS-RISK-RECORD-SEEN
003150             DISPLAY "    NO RISK TIERS STAGED, NOT WATCHED"

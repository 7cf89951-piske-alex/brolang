000360*
000370* MODIFICATION HISTORY
000380* 2026-09-02 AJP  INITIAL VERSION.
000381* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000382*                 PROTOCOL AND TOKEN (CP-KEY).
000383* 2026-10-15 AJP  COLLATERAL IS NOW TAKEN FROM THE PROTOCOL
000384*                 COLLATERAL SUMMARY (COLLSUM) BUILT BY
000385*                 LAVARAGE-COLL-SUM INSTEAD OF RESUMMING COLLPOS
000386*                 AT TOKPRICE RATES.
000387* 2026-10-15 AJP  A COLLSUM SUMMARY NOT BUILT FOR THE CURRENT
000388*                 RUN-CONTROL WINDOW IS REPORTED AS STALE AND
000389*                 NOT USED, AS LAVARAGE-GM DOES.
000390*
000400
000410 ENVIRONMENT DIVISION.
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CFG-PROTOCOL-NAME
000660         FILE STATUS IS WS-CFG-STATUS.
000690     SELECT PROTOCOL-COLL-SUMMARY
000720         ASSIGN TO "COLLSUM"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS CS-PROTOCOL-NAME
000768         FILE STATUS IS WS-COLLSUM-STATUS.
000772     SELECT RUN-WINDOW
000777         ASSIGN TO "RUNWIN"
000781         ORGANIZATION IS SEQUENTIAL
000785         FILE STATUS IS WS-RUNWIN-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000830 COPY RISKLIM.
000840 COPY PROTMSTR.
000850 COPY LAVCFG.
000860 COPY COLLSUM.
000870 COPY RUNWIN.
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-PROTOCOL-NAME       PIC X(08).
000910 01  WS-LEVERAGE            PIC 9(03).
000920 01  WS-COLLATERAL-SOL      PIC 9(11)V99.
000930 01  WS-WINDOW-DATE         PIC 9(08).
000940 01  WS-OUTCOME-BEFORE      PIC X(07).
000950 01  WS-OUTCOME-AFTER       PIC X(07).
000960 01  WS-EVAL-OUTCOME        PIC X(07).
001070         88  WS-PM-FILE-MISSING            VALUE "35".
001080     05  WS-CFG-STATUS              PIC X(02).
001090         88  WS-CFG-OK                     VALUE "00".
001100     05  WS-COLLSUM-STATUS          PIC X(02).
001110         88  WS-COLLSUM-OK                 VALUE "00".
001120     05  WS-RUNWIN-STATUS           PIC X(02).
001130         88  WS-RUNWIN-OK                  VALUE "00".
001140
001150 01  WS-SWITCHES.
001160     05  WS-RLM-EOF-SW              PIC X(01) VALUE "N".
001190         88  WS-RISK-SCAN-DONE             VALUE "Y".
001200     05  WS-PM-EOF-SW               PIC X(01) VALUE "N".
001210         88  WS-PROTOCOL-MASTER-DONE       VALUE "Y".
001260     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
001270         88  WS-ENTRY-FOUND                VALUE "Y".
001280     05  WS-RECORD-SEEN-SW          PIC X(01) VALUE "N".
002020     DISPLAY "========================================="
002030     DISPLAY "  LAVARAGE RISK LIMIT WHAT-IF SIMULATION"
002040     DISPLAY "  STAGED RLMTXN OVERLAY -- NO FILES UPDATED"
002043     PERFORM 1100-RESOLVE-WINDOW-DATE
002046     DISPLAY "  COLLATERAL SUMMARIES CURRENT FOR " WS-WINDOW-DATE
002050     DISPLAY "========================================="
002051     .
002052
002053*****************************************************************
002054* 1100-RESOLVE-WINDOW-DATE -- THE DATE OF THE CURRENT RUN-CONTROL
002055* WINDOW, WHICH IS THE DATE LAVARAGE-COLL-SUM STAMPS ITS BUILD
002056* WITH.  WITH NO WINDOW ON FILE IT IS TODAY.
002057*****************************************************************
002058 1100-RESOLVE-WINDOW-DATE.
002059     ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
002060     OPEN INPUT RUN-WINDOW
002061     IF WS-RUNWIN-OK
002062         READ RUN-WINDOW
002063             NOT AT END
002064                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
002065         END-READ
002066         CLOSE RUN-WINDOW
002067     END-IF
002068     .
002070
002080*****************************************************************
002090* 1500-LOAD-RISK-TABLE -- PULL THE LIVE RISK-LIMITS TABLE INTO
004010     .
004020
004030*****************************************************************
004038* 4000-SUM-COLLATERAL -- THE PROTOCOL'S SOL-EQUIVALENT
004046* COLLATERAL OFF THE SUMMARY LAVARAGE-COLL-SUM BUILT FOR THE
004054* WINDOW, THE SAME FIGURE THE GM RUN QUALIFIES AGAINST.  A
004062* SUMMARY BUILT FOR AN EARLIER WINDOW IS STALE AND COUNTS AS NONE.
004070*****************************************************************
004080 4000-SUM-COLLATERAL.
004090     MOVE ZERO TO WS-COLLATERAL-SOL
004115     OPEN INPUT PROTOCOL-COLL-SUMMARY
004140     IF NOT WS-COLLSUM-OK
004165         DISPLAY "  COLLSUM NOT AVAILABLE, COLLATERAL FOR "
004190             WS-PROTOCOL-NAME " ASSUMED ZERO"
004200     ELSE
004202         MOVE WS-PROTOCOL-NAME TO CS-PROTOCOL-NAME
004204         READ PROTOCOL-COLL-SUMMARY
004207             KEY IS CS-PROTOCOL-NAME
004209             INVALID KEY
004211                 DISPLAY "  NO COLLSUM RECORD, COLLATERAL FOR "
004214                     WS-PROTOCOL-NAME " ASSUMED ZERO"
004216             NOT INVALID KEY
004218                 IF CS-BUILD-DATE NOT = WS-WINDOW-DATE
004221                     DISPLAY "  COLLSUM BUILT " CS-BUILD-DATE
004223                         " IS STALE, COLLATERAL FOR "
004225                         WS-PROTOCOL-NAME " ASSUMED ZERO"
004228                 ELSE
004230                     MOVE CS-COLLATERAL-SOL TO WS-COLLATERAL-SOL
004232                 END-IF
004235         END-READ
004237         CLOSE PROTOCOL-COLL-SUMMARY
004240     END-IF
004620     .
004630
004640*****************************************************************

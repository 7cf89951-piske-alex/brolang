000350* THE TABLE CAN BE RECONSTRUCTED AS OF ANY DATE.
000360*
000370* MODIFICATION HISTORY
000371* 2026-08-22 AJP  INITIAL VERSION.
000372* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000373*                 PROTOCOL AND TOKEN (CP-KEY).
000374* 2026-10-15 AJP  THE DELETE EDIT NOW TAKES THE PROTOCOL'S
000375*                 COLLATERAL FROM THE PROTOCOL COLLATERAL
000377*                 SUMMARY (COLLSUM) BUILT BY LAVARAGE-COLL-SUM
000378*                 INSTEAD OF RESUMMING COLLPOS AT TOKPRICE
000379*                 RATES.
000380* 2026-10-15 AJP  EVERY RLCHGJRN RECORD WRITTEN IS NOW POSTED TO
000381*                 THE DAY'S JOURNAL CONTROL TOTALS THROUGH
000382*                 LAVARAGE-JRNL-CTL.
000384* 2026-10-15 AJP  A COLLSUM SUMMARY NOT BUILT FOR THE CURRENT
000385*                 RUN-CONTROL WINDOW IS REPORTED AS STALE AND
000386*                 NOT USED, AS LAVARAGE-GM DOES.  A FAILED
000387*                 JOURNAL-CONTROL POSTING RAISES THE RETURN
000388*                 CODE.
000390*
000400
000410 ENVIRONMENT DIVISION.
000580         ASSIGN TO "RLCHGJRN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RLJ-STATUS.
000630     SELECT PROTOCOL-COLL-SUMMARY
000660         ASSIGN TO "COLLSUM"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS CS-PROTOCOL-NAME
000708         FILE STATUS IS WS-COLLSUM-STATUS.
000712     SELECT RUN-WINDOW
000717         ASSIGN TO "RUNWIN"
000721         ORGANIZATION IS SEQUENTIAL
000725         FILE STATUS IS WS-RUNWIN-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 COPY RLMTXN.
000770 COPY RISKLIM.
000780 COPY RLCHGJRN.
000790 COPY COLLSUM.
000800 COPY RUNWIN.
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-CURRENT-DATE        PIC 9(08).
000840 01  WS-CURRENT-TIME        PIC 9(08).
000845 01  WS-WINDOW-DATE         PIC 9(08).
000850 01  WS-HOUSE-MAX-LEVERAGE  PIC 9(03) VALUE 100.
000860 01  WS-REJECT-REASON       PIC X(40).
000870 01  WS-OLD-MIN-COLLATERAL  PIC 9(09)V99.
000880 01  WS-OLD-MAX-LEVERAGE    PIC 9(03).
000890 01  WS-PROTOCOL-COLLATERAL PIC 9(11)V99.
000910 01  WS-HIGHEST-MAX         PIC 9(03).
000920
000930 01  WS-FILE-STATUSES.
000970         88  WS-RISK-LIMITS-OK             VALUE "00".
000980     05  WS-RLJ-STATUS              PIC X(02).
000990         88  WS-RLJ-FILE-MISSING           VALUE "35" "05".
001000     05  WS-COLLSUM-STATUS          PIC X(02).
001010         88  WS-COLLSUM-OK                 VALUE "00".
001020     05  WS-RUNWIN-STATUS           PIC X(02).
001030         88  WS-RUNWIN-OK                  VALUE "00".
001040
001050 01  WS-SWITCHES.
001060     05  WS-RLM-EOF-SW              PIC X(01) VALUE "N".
001150         88  WS-LOOSENING                  VALUE "Y".
001160     05  WS-TIER-SCAN-DONE-SW       PIC X(01) VALUE "N".
001170         88  WS-TIER-SCAN-DONE             VALUE "Y".
001220
001230 01  WS-COUNTERS.
001240     05  WS-TXNS-READ               PIC 9(5) COMP VALUE 0.
001350
001360 01  WS-SCAN-SUB            PIC 9(03) COMP VALUE 0.
001370
001375 COPY JRNLPARM.
001380 PROCEDURE DIVISION.
001390 MAIN-PROGRAM.
001400     PERFORM 1000-INITIALIZE
001640 1000-INITIALIZE.
001650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001660     ACCEPT WS-CURRENT-TIME FROM TIME
001665     PERFORM 1100-RESOLVE-WINDOW-DATE
001670     OPEN INPUT RISK-LIMIT-TXNS
001680     OPEN I-O RISK-LIMITS
001690     DISPLAY "========================================="
001700     DISPLAY "  LAVARAGE RISK LIMITS MAINTENANCE"
001710     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001720         "  HOUSE CEILING " WS-HOUSE-MAX-LEVERAGE "X"
001721     DISPLAY "========================================="
001722     .
001723
001724*****************************************************************
001725* 1100-RESOLVE-WINDOW-DATE -- THE DATE OF THE CURRENT RUN-CONTROL
001726* WINDOW, WHICH IS THE DATE LAVARAGE-COLL-SUM STAMPS ITS BUILD
001727* WITH.  WITH NO WINDOW ON FILE IT IS TODAY.
001728*****************************************************************
001729 1100-RESOLVE-WINDOW-DATE.
001730     MOVE WS-CURRENT-DATE TO WS-WINDOW-DATE
001731     OPEN INPUT RUN-WINDOW
001732     IF WS-RUNWIN-OK
001733         READ RUN-WINDOW
001734             NOT AT END
001735                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
001736         END-READ
001737         CLOSE RUN-WINDOW
001738     END-IF
001740     .
001750
001760 1800-READ-TXN.
004610     MOVE RLM-USER-ID         TO RLJ-USER-ID
004620     MOVE RLM-APPROVER-ID     TO RLJ-APPROVER-ID
004630     WRITE RLJ-RECORD
004631     MOVE "RLCHGJRN"            TO JCP-JOURNAL-NAME
004632     MOVE RLJ-CHANGE-DATE       TO JCP-RECORD-DATE
004633     MOVE RLJ-RECORD            TO JCP-RECORD-DATA
004635     MOVE RLJ-NEW-MIN-COLLATERAL TO JCP-HASH-COLLATERAL
004636     MOVE RLJ-NEW-MAX-LEVERAGE  TO JCP-HASH-LEVERAGE
004637     MOVE ZERO                  TO JCP-HASH-FEE
004638     PERFORM 3550-POST-JOURNAL-CONTROL
004640     CLOSE RISK-LIMIT-JOURNAL
004650     .
004660
004670*****************************************************************
004672* 3550-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED ONTO
004675* THE JOURNAL'S CONTROL TOTALS FOR THE DAY.
004678*****************************************************************
004681 3550-POST-JOURNAL-CONTROL.
004684     MOVE "P"         TO JCP-FUNCTION
004687     MOVE RETURN-CODE TO JCP-CALLER-RC
004690     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
004692     IF JCP-RETURN-CODE > RETURN-CODE
004695         MOVE JCP-RETURN-CODE TO RETURN-CODE
004698     END-IF
004701     .
004704
004707*****************************************************************
004710* 4000-SUM-PROTOCOL-COLLATERAL -- THE PROTOCOL'S POSTED
004712* COLLATERAL IN SOL-EQUIVALENT, OFF THE SUMMARY LAVARAGE-COLL-SUM
004715* BUILT FOR THE WINDOW (THE SAME FIGURE THE GM RUN USES), SO THE
004718* DELETE EDIT KNOWS WHICH TIERS THE PROTOCOL CURRENTLY QUALIFIES
004721* UNDER.  NO SUMMARY COUNTS AS ZERO, WHICH ERRS ON THE SIDE OF
004724* ALLOWING THE DELETE.  A SUMMARY BUILT FOR AN EARLIER WINDOW IS
004727* STALE AND COUNTS AS NONE, AS IN THE GM RUN.
004730*****************************************************************
004740 4000-SUM-PROTOCOL-COLLATERAL.
004750     MOVE ZERO TO WS-PROTOCOL-COLLATERAL
004775     OPEN INPUT PROTOCOL-COLL-SUMMARY
004800     IF NOT WS-COLLSUM-OK
004825         DISPLAY "COLLSUM: COLLATERAL SUMMARY NOT AVAILABLE, "
004850             "COLLATERAL FOR " RLM-PROTOCOL-NAME
004860             " ASSUMED ZERO"
004870     ELSE
004872         MOVE RLM-PROTOCOL-NAME TO CS-PROTOCOL-NAME
004874         READ PROTOCOL-COLL-SUMMARY
004876             KEY IS CS-PROTOCOL-NAME
004878             INVALID KEY
004881                 DISPLAY "COLLSUM: NO SUMMARY RECORD FOR "
004883                     RLM-PROTOCOL-NAME ", COLLATERAL ASSUMED ZERO"
004885             NOT INVALID KEY
004887                 IF CS-BUILD-DATE NOT = WS-WINDOW-DATE
004890                     DISPLAY "COLLSUM: SUMMARY FOR "
004892                         RLM-PROTOCOL-NAME " WAS BUILT "
004894                         CS-BUILD-DATE ", COLLATERAL ASSUMED ZERO"
004896                 ELSE
004898                     MOVE CS-COLLATERAL-SOL
004901                         TO WS-PROTOCOL-COLLATERAL
004903                 END-IF
004905         END-READ
004907         CLOSE PROTOCOL-COLL-SUMMARY
004910     END-IF
005290     .
005300
005310*****************************************************************

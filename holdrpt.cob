000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-HOLD-RPT.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE MOVEMENT HOLD AGING REPORT
000180* LISTS EVERY MOVEMENT STILL OPEN ON THE HOLD QUEUE (COLLHOLD):
000190* HOLDS PENDING A RELEASE OR DENY DECISION, AGED IN DAYS FROM
000200* THE DATE COLL-UPD HELD THEM; HOLDS RELEASED BUT NOT YET POSTED
000210* BY COLL-UPD; AND RELEASED HOLDS THAT FAILED COLL-UPD'S EDITS
000220* WHEN POSTED.  PENDING HOLDS ARE TOTALLED IN 0-1, 2-3, 4-7 AND
000230* OVER 7 DAY BUCKETS BY COUNT AND SOL-EQUIVALENT VALUE, SO A
000240* WHALE EXIT NOBODY HAS SIGNED OFF ON CANNOT SIT UNNOTICED.
000250*
000260* SYSIN: LINE 1 THE AGING DATE AS YYYYMMDD (EMPTY OR NON-NUMERIC
000270* DEFAULTS TO TODAY); LINE 2 THE ESCALATION AGE IN DAYS AS 2
000280* DIGITS (DEFAULT 03).
000290*
000300* RETURN CODES: 0 NOTHING OVERDUE; 4 A PENDING HOLD IS OLDER
000310* THAN THE ESCALATION AGE, OR A RELEASED HOLD FAILED TO POST;
000320* 12 HOLD QUEUE NOT AVAILABLE.
000330*
000340* MODIFICATION HISTORY
000350* 2026-10-15 AJP  INITIAL VERSION.
000351* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000352*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000354*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000355*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000357*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000358*                 WHEN ITS PREDECESSOR IS NOT.
000361* 2026-10-15 AJP  WITH NO SYSIN DATE HOLDS ARE AGED TO THE RUN-
000364*                 CONTROL WINDOW'S DATE.
000367*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 REPOSITORY.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MOVEMENT-HOLDS
000450         ASSIGN TO "COLLHOLD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS HD-KEY
000490         FILE STATUS IS WS-HOLD-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 COPY COLLHOLD.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-AGE-DATE-PARM       PIC X(08) VALUE SPACES.
000570 01  WS-AGE-DATE            PIC 9(08).
000580 01  WS-ESCALATE-PARM       PIC X(02) VALUE SPACES.
000590 01  WS-ESCALATE-DAYS       PIC 9(02) VALUE 3.
000600 01  WS-DAYS-HELD           PIC S9(05).
000610 01  WS-DAYS-DISPLAY        PIC ZZZZ9.
000620 01  WS-VALUE-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
000630 01  WS-AFTER-DISPLAY       PIC X(04).
000640 01  WS-OVERDUE-FLAG        PIC X(09).
000650
000660 01  WS-FILE-STATUSES.
000670     05  WS-HOLD-STATUS             PIC X(02).
000680         88  WS-HOLD-OK                    VALUE "00".
000690
000700 01  WS-SWITCHES.
000710     05  WS-HOLD-EOF-SW             PIC X(01) VALUE "N".
000720         88  WS-HOLDS-DONE                 VALUE "Y".
000730
000740 01  WS-COUNTERS.
000750     05  WS-HOLDS-READ              PIC 9(5) COMP VALUE 0.
000760     05  WS-PENDING-COUNT           PIC 9(5) COMP VALUE 0.
000770     05  WS-RELEASED-COUNT          PIC 9(5) COMP VALUE 0.
000780     05  WS-FAILED-COUNT            PIC 9(5) COMP VALUE 0.
000790     05  WS-OVERDUE-COUNT           PIC 9(5) COMP VALUE 0.
000800
000810 01  WS-AGING-BUCKETS.
000820     05  WS-BUCKET OCCURS 4 TIMES
000830             INDEXED BY WS-BK-IDX.
000840         10  WS-BK-COUNT            PIC 9(05).
000850         10  WS-BK-VALUE            PIC 9(11)V99.
000860
000865 COPY RUNPARM.
000870 PROCEDURE DIVISION.
000880 MAIN-PROGRAM.
000883     PERFORM 0100-START-RUN-STEP
000886     IF RCP-STEP-CLEARED
000890         PERFORM 1000-INITIALIZE
000900         IF NOT WS-HOLD-OK
000910             DISPLAY "COLLHOLD: HOLD QUEUE NOT AVAILABLE, STATUS "
000920                 WS-HOLD-STATUS " -- NO REPORT"
000930             MOVE 12 TO RETURN-CODE
000940         ELSE
000950             PERFORM 1800-READ-HOLD
000960             PERFORM 2000-REPORT-ONE-HOLD UNTIL WS-HOLDS-DONE
000970             CLOSE MOVEMENT-HOLDS
000980             PERFORM 8000-PRINT-TOTALS
000990         END-IF
000993         PERFORM 9900-END-RUN-STEP
000996     END-IF
001000     PERFORM 9999-EXIT
001010     STOP RUN.
001020
001021*****************************************************************
001022* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001024* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001025* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001026* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001028*****************************************************************
001029 0100-START-RUN-STEP.
001030     MOVE "S"        TO RCP-FUNCTION
001032     MOVE "HOLD-RPT" TO RCP-STEP-NAME
001033     MOVE ZERO       TO RCP-CALLER-RC
001034     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001036     .
001037
001038*****************************************************************
001040* 1000-INITIALIZE -- PARMS, FILE, REPORT HEADER.
001043* WITH NO DATE ON SYSIN THE AGING DATE IS THE RUN-CONTROL
001046* WINDOW'S, SO A RESTART AFTER MIDNIGHT STAYS ON ITS DATE.
001050*****************************************************************
001060 1000-INITIALIZE.
001070     ACCEPT WS-AGE-DATE-PARM
001080     IF WS-AGE-DATE-PARM IS NUMERIC
001090        AND WS-AGE-DATE-PARM NOT = "00000000"
001100         MOVE WS-AGE-DATE-PARM TO WS-AGE-DATE
001110     ELSE
001120         ACCEPT WS-AGE-DATE FROM DATE YYYYMMDD
001122         IF RCP-STEP-CLEARED
001125             MOVE RCP-RUN-DATE TO WS-AGE-DATE
001127         END-IF
001130     END-IF
001140     ACCEPT WS-ESCALATE-PARM
001150     IF WS-ESCALATE-PARM IS NUMERIC
001160         MOVE WS-ESCALATE-PARM TO WS-ESCALATE-DAYS
001170     END-IF
001180     MOVE ZERO TO WS-BK-COUNT(1) WS-BK-VALUE(1)
001190                  WS-BK-COUNT(2) WS-BK-VALUE(2)
001200                  WS-BK-COUNT(3) WS-BK-VALUE(3)
001210                  WS-BK-COUNT(4) WS-BK-VALUE(4)
001220     OPEN INPUT MOVEMENT-HOLDS
001230     DISPLAY "========================================="
001240     DISPLAY "  LAVARAGE MOVEMENT HOLD AGING -- " WS-AGE-DATE
001250     DISPLAY "  ESCALATION AGE " WS-ESCALATE-DAYS " DAYS"
001260     DISPLAY "========================================="
001270     DISPLAY "  HOLD           ST A WALLET               "
001280         "PROTOCOL       SOL VALUE TIER->   DAYS"
001290     .
001300
001310 1800-READ-HOLD.
001320     READ MOVEMENT-HOLDS NEXT RECORD
001330         AT END
001340             MOVE "Y" TO WS-HOLD-EOF-SW
001350     END-READ
001360     .
001370
001380*****************************************************************
001390* 2000-REPORT-ONE-HOLD -- ONE LINE PER HOLD STILL OPEN.  DENIED
001400* HOLDS AND HOLDS ALREADY POSTED ARE CLOSED AND NOT LISTED.
001410*****************************************************************
001420 2000-REPORT-ONE-HOLD.
001430     ADD 1 TO WS-HOLDS-READ
001440     IF HD-PENDING OR HD-RELEASED OR HD-POST-FAILED
001450         PERFORM 2100-AGE-ONE-HOLD
001460         PERFORM 2900-PRINT-HOLD-LINE
001470     END-IF
001480     PERFORM 1800-READ-HOLD
001490     .
001500
001510*****************************************************************
001520* 2100-AGE-ONE-HOLD -- DAYS SINCE THE MOVEMENT WAS HELD.  ONLY A
001530* PENDING HOLD IS BUCKETED AND ESCALATED; A RELEASED ONE IS
001540* WAITING ON THE NEXT COLL-UPD, AND A FAILED ONE ALWAYS NEEDS A
001550* LOOK.
001560*****************************************************************
001570 2100-AGE-ONE-HOLD.
001580     MOVE SPACES TO WS-OVERDUE-FLAG
001590     COMPUTE WS-DAYS-HELD =
001600         FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
001610         - FUNCTION INTEGER-OF-DATE(HD-HOLD-DATE)
001620     IF WS-DAYS-HELD < 0
001630         MOVE 0 TO WS-DAYS-HELD
001640     END-IF
001650     EVALUATE TRUE
001660         WHEN HD-PENDING
001670             ADD 1 TO WS-PENDING-COUNT
001680             EVALUATE TRUE
001690                 WHEN WS-DAYS-HELD NOT > 1
001700                     SET WS-BK-IDX TO 1
001710                 WHEN WS-DAYS-HELD NOT > 3
001720                     SET WS-BK-IDX TO 2
001730                 WHEN WS-DAYS-HELD NOT > 7
001740                     SET WS-BK-IDX TO 3
001750                 WHEN OTHER
001760                     SET WS-BK-IDX TO 4
001770             END-EVALUATE
001780             ADD 1 TO WS-BK-COUNT(WS-BK-IDX)
001790             ADD HD-MOVE-VALUE-SOL TO WS-BK-VALUE(WS-BK-IDX)
001800             IF WS-DAYS-HELD > WS-ESCALATE-DAYS
001810                 ADD 1 TO WS-OVERDUE-COUNT
001820                 MOVE " OVERDUE" TO WS-OVERDUE-FLAG
001830             END-IF
001840         WHEN HD-RELEASED
001850             ADD 1 TO WS-RELEASED-COUNT
001860         WHEN OTHER
001870             ADD 1 TO WS-FAILED-COUNT
001880             MOVE " FAILED" TO WS-OVERDUE-FLAG
001890     END-EVALUATE
001900     .
001910
001920*****************************************************************
001930* 2900-PRINT-HOLD-LINE -- THE HOLD, ITS STATUS, THE MOVEMENT,
001940* THE TIER IT WOULD DROP FROM AND TO, AND ITS AGE.  A FAILED
001950* POST ALSO PRINTS THE REASON COLL-UPD GAVE.
001960*****************************************************************
001970 2900-PRINT-HOLD-LINE.
001980     MOVE HD-MOVE-VALUE-SOL TO WS-VALUE-DISPLAY
001990     MOVE WS-DAYS-HELD      TO WS-DAYS-DISPLAY
002000     IF HD-BELOW-ALL-TIERS
002010         MOVE "NONE" TO WS-AFTER-DISPLAY
002020     ELSE
002030         MOVE SPACES TO WS-AFTER-DISPLAY
002040         MOVE HD-TIER-AFTER TO WS-AFTER-DISPLAY(1:2)
002050     END-IF
002060     DISPLAY "  " HD-HOLD-DATE "-" HD-HOLD-SEQ " " HD-STATUS
002070         "  " HD-ACTION " " HD-WALLET-ID " " HD-PROTOCOL-NAME
002080         " " WS-VALUE-DISPLAY " " HD-TIER-BEFORE "->"
002090         WS-AFTER-DISPLAY " " WS-DAYS-DISPLAY WS-OVERDUE-FLAG
002100     IF HD-POST-FAILED
002110         DISPLAY "      POST FAILED " HD-POSTED-DATE " -- "
002120             HD-POST-REASON
002130     END-IF
002140     .
002150
002160*****************************************************************
002170* 8000-PRINT-TOTALS -- PENDING AGING BUCKETS AND QUEUE COUNTS.
002180*****************************************************************
002190 8000-PRINT-TOTALS.
002200     DISPLAY " "
002210     DISPLAY "  PENDING AGING           COUNT       SOL VALUE"
002220     MOVE WS-BK-VALUE(1) TO WS-VALUE-DISPLAY
002230     DISPLAY "    0-1 DAYS:            " WS-BK-COUNT(1)
002240         " " WS-VALUE-DISPLAY
002250     MOVE WS-BK-VALUE(2) TO WS-VALUE-DISPLAY
002260     DISPLAY "    2-3 DAYS:            " WS-BK-COUNT(2)
002270         " " WS-VALUE-DISPLAY
002280     MOVE WS-BK-VALUE(3) TO WS-VALUE-DISPLAY
002290     DISPLAY "    4-7 DAYS:            " WS-BK-COUNT(3)
002300         " " WS-VALUE-DISPLAY
002310     MOVE WS-BK-VALUE(4) TO WS-VALUE-DISPLAY
002320     DISPLAY "    OVER 7 DAYS:         " WS-BK-COUNT(4)
002330         " " WS-VALUE-DISPLAY
002340     DISPLAY " "
002350     DISPLAY "  HOLDS READ:            " WS-HOLDS-READ
002360     DISPLAY "  PENDING DECISION:      " WS-PENDING-COUNT
002370     DISPLAY "  RELEASED, NOT POSTED:  " WS-RELEASED-COUNT
002380     DISPLAY "  RELEASED, POST FAILED: " WS-FAILED-COUNT
002390     DISPLAY "  PENDING PAST ESCALATION:" WS-OVERDUE-COUNT
002400     DISPLAY "========================================="
002410     IF WS-OVERDUE-COUNT > 0 OR WS-FAILED-COUNT > 0
002420         MOVE 4 TO RETURN-CODE
002430     END-IF
002440     .
002450
002451*****************************************************************
002452* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
002453* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
002454*****************************************************************
002455 9900-END-RUN-STEP.
002456     MOVE "E"         TO RCP-FUNCTION
002457     MOVE RETURN-CODE TO RCP-CALLER-RC
002458     MOVE "COLLHOLD"  TO RCP-INPUT-NAME-1
002459     MOVE WS-HOLDS-READ TO RCP-INPUT-COUNT-1
002460     MOVE SPACES      TO RCP-INPUT-NAME-2
002461     MOVE ZERO        TO RCP-INPUT-COUNT-2
002462     MOVE SPACES      TO RCP-PARMS-TEXT
002463     STRING WS-AGE-DATE-PARM " " WS-ESCALATE-PARM
002464         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
002465     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
002466     .
002467
002468 9999-EXIT.
002470     EXIT.

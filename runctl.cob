000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-RUN-CTL.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE JOB-STREAM DRIVER AND CHAIN STATUS
000180* READS THE RUN-CONTROL FILE (RUNCTL) THAT EVERY CHAIN STEP LOGS
000190* TO THROUGH LAVARAGE-RUN-LOG AND PRINTS THE WHOLE CHAIN FOR ONE
000200* BATCH WINDOW: EACH STEP'S STATE, ATTEMPTS, START AND END, RETURN
000210* CODE AGAINST ITS LIMIT, INPUT COUNTS AND SYSIN.  IT THEN NAMES
000220* THE STEP TO SUBMIT NEXT -- THE FIRST ONE NOT YET COMPLETE.  A
000230* STEP THAT FAILED OR NEVER REACHED ITS END IS THE RESTART POINT;
000240* THE STEPS BEFORE IT ARE BYPASSED IF THE STREAM IS RESUBMITTED
000250* WHOLE, SO NOTHING THAT COMPLETED IS RUN TWICE.
000260*
000270* THE OPEN FUNCTION MAKES A GIVEN DATE AND CYCLE THE CURRENT
000280* WINDOW BY HAND (NORMALLY STG-RDY OPENS EACH WINDOW ITSELF).  IT
000290* REFUSES WHILE THE CURRENT WINDOW IS INCOMPLETE UNLESS FORCED,
000300* WHICH ABANDONS THE REST OF THAT WINDOW.
000310*
000320* SYSIN: LINE 1 FUNCTION -- STATUS (THE DEFAULT) OR OPEN.
000330*        LINE 2 RUN DATE YYYYMMDD; LINE 3 CYCLE AM OR PM.  FOR
000340*        STATUS BOTH DEFAULT TO THE CURRENT WINDOW; FOR OPEN TO
000350*        TODAY AND THE CLOCK'S CYCLE.
000360*        LINE 4 FORCE -- OPEN EVEN OVER AN INCOMPLETE WINDOW.
000370*
000380* RETURN CODES: 0 CHAIN COMPLETE OR WAITING ON ITS NEXT STEP;
000390* 4 THE NEXT STEP STARTED AND HAS NOT ENDED (RUNNING OR ABENDED
000400* -- CHECK BEFORE RESUBMITTING); 8 THE NEXT STEP ENDED ABOVE ITS
000410* LIMIT, OR OPEN REFUSED; 12 RUN CONTROL NOT AVAILABLE.
000420*
000430* MODIFICATION HISTORY
000440* 2026-10-15 AJP  INITIAL VERSION.
000450*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 REPOSITORY.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT RUN-CONTROL
000540         ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RCT-KEY
000580         FILE STATUS IS WS-RUNCTL-STATUS.
000590     SELECT RUN-WINDOW
000600         ASSIGN TO "RUNWIN"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RUNWIN-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 COPY RUNCTL.
000670 COPY RUNWIN.
000680
000690 WORKING-STORAGE SECTION.
000700 COPY RUNCHAIN.
000710
000720 01  WS-FUNCTION-PARM       PIC X(08) VALUE SPACES.
000730     88  WS-STATUS-FUNCTION            VALUE SPACES "STATUS".
000740     88  WS-OPEN-FUNCTION              VALUE "OPEN".
000750 01  WS-RUN-DATE-PARM       PIC X(08) VALUE SPACES.
000760 01  WS-CYCLE-PARM          PIC X(02) VALUE SPACES.
000770 01  WS-FORCE-PARM          PIC X(08) VALUE SPACES.
000780     88  WS-FORCE-OPEN                 VALUE "FORCE".
000790 01  WS-CURRENT-DATE        PIC 9(08).
000800 01  WS-CURRENT-TIME        PIC 9(08).
000810 01  WS-CURRENT-HOUR        PIC 9(02).
000820 01  WS-WINDOW-DATE         PIC 9(08) VALUE 0.
000830 01  WS-WINDOW-CYCLE        PIC X(02) VALUE SPACES.
000840 01  WS-OPEN-DATE           PIC 9(08) VALUE 0.
000850 01  WS-OPEN-CYCLE          PIC X(02) VALUE SPACES.
000860 01  WS-CHAIN-SUB           PIC 9(02) VALUE 0.
000870 01  WS-NEXT-SEQ            PIC 9(02) VALUE 0.
000880 01  WS-NEXT-STATE          PIC X(01) VALUE SPACE.
000890     88  WS-NEXT-NOT-RUN               VALUE "N".
000900     88  WS-NEXT-NOT-ENDED             VALUE "S".
000910     88  WS-NEXT-FAILED                VALUE "F".
000920 01  WS-STATE-TEXT          PIC X(10).
000930 01  WS-STEPS-COMPLETE      PIC 9(02) VALUE 0.
000940
000950 01  WS-FILE-STATUSES.
000960     05  WS-RUNCTL-STATUS           PIC X(02).
000970         88  WS-RUNCTL-OK                  VALUE "00".
000980     05  WS-RUNWIN-STATUS           PIC X(02).
000990         88  WS-RUNWIN-OK                  VALUE "00".
001000
001010 01  WS-SWITCHES.
001020     05  WS-RUNCTL-OPEN-SW          PIC X(01) VALUE "N".
001030         88  WS-RUNCTL-OPEN                VALUE "Y".
001040     05  WS-WINDOW-SW               PIC X(01) VALUE "N".
001050         88  WS-WINDOW-FOUND               VALUE "Y".
001060     05  WS-RECORD-FOUND-SW         PIC X(01) VALUE "N".
001070         88  WS-RECORD-FOUND               VALUE "Y".
001080
001090 PROCEDURE DIVISION.
001100 MAIN-PROGRAM.
001110     PERFORM 1000-INITIALIZE
001120     OPEN INPUT RUN-CONTROL
001130     IF WS-RUNCTL-OK
001140         MOVE "Y" TO WS-RUNCTL-OPEN-SW
001150     ELSE
001160         DISPLAY "RUNCTL: RUN CONTROL NOT AVAILABLE, STATUS "
001170             WS-RUNCTL-STATUS " -- NO STEP HAS LOGGED YET"
001180     END-IF
001190     PERFORM 1100-READ-WINDOW
001200     IF WS-OPEN-FUNCTION
001210         PERFORM 2000-OPEN-WINDOW
001220     ELSE
001230         PERFORM 1200-SELECT-WINDOW
001240     END-IF
001250     IF WS-RUNCTL-OPEN
001260         IF WS-WINDOW-FOUND
001270             PERFORM 3000-REPORT-CHAIN
001280         ELSE
001290             DISPLAY "  NO BATCH WINDOW OPEN -- THE CHAIN "
001300                 "STARTS AT " WS-CHAIN-STEP-NAME(1)
001310         END-IF
001320         CLOSE RUN-CONTROL
001330     ELSE
001340         IF WS-STATUS-FUNCTION
001350            AND RETURN-CODE < 12
001360             MOVE 12 TO RETURN-CODE
001370         END-IF
001380     END-IF
001390     PERFORM 9999-EXIT
001400     STOP RUN.
001410
001420*****************************************************************
001430* 1000-INITIALIZE -- SYSIN AND THE CLOCK.
001440*****************************************************************
001450 1000-INITIALIZE.
001460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001470     ACCEPT WS-CURRENT-TIME FROM TIME
001480     ACCEPT WS-FUNCTION-PARM
001490     ACCEPT WS-RUN-DATE-PARM
001500     ACCEPT WS-CYCLE-PARM
001510     ACCEPT WS-FORCE-PARM
001520     IF NOT WS-STATUS-FUNCTION
001530        AND NOT WS-OPEN-FUNCTION
001540         DISPLAY "SYSIN: FUNCTION " WS-FUNCTION-PARM
001550             " NOT RECOGNIZED, STATUS ASSUMED"
001560         MOVE SPACES TO WS-FUNCTION-PARM
001570     END-IF
001580     IF WS-CYCLE-PARM NOT = "AM"
001590        AND WS-CYCLE-PARM NOT = "PM"
001600         MOVE SPACES TO WS-CYCLE-PARM
001610     END-IF
001620     IF WS-RUN-DATE-PARM NOT NUMERIC
001630         MOVE SPACES TO WS-RUN-DATE-PARM
001640     END-IF
001650     DISPLAY "========================================="
001660     DISPLAY "  LAVARAGE JOB-STREAM RUN CONTROL"
001670     DISPLAY "========================================="
001680     .
001690
001700 1100-READ-WINDOW.
001710     MOVE "N" TO WS-WINDOW-SW
001720     OPEN INPUT RUN-WINDOW
001730     IF WS-RUNWIN-OK
001740         READ RUN-WINDOW
001750             AT END
001760                 MOVE "N" TO WS-WINDOW-SW
001770             NOT AT END
001780                 MOVE "Y" TO WS-WINDOW-SW
001790                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
001800                 MOVE RW-CYCLE    TO WS-WINDOW-CYCLE
001810         END-READ
001820         CLOSE RUN-WINDOW
001830     END-IF
001840     .
001850
001860*****************************************************************
001870* 1200-SELECT-WINDOW -- STATUS REPORTS THE DATE AND CYCLE ON
001880* SYSIN WHEN BOTH ARE GIVEN, OTHERWISE THE CURRENT WINDOW.
001890*****************************************************************
001900 1200-SELECT-WINDOW.
001910     IF WS-RUN-DATE-PARM NOT = SPACES
001920        AND WS-CYCLE-PARM NOT = SPACES
001930         MOVE WS-RUN-DATE-PARM TO WS-WINDOW-DATE
001940         MOVE WS-CYCLE-PARM    TO WS-WINDOW-CYCLE
001950         MOVE "Y" TO WS-WINDOW-SW
001960     END-IF
001970     .
001980
001990*****************************************************************
002000* 2000-OPEN-WINDOW -- MAKE THE NAMED WINDOW CURRENT, UNLESS
002010* THE CURRENT ONE IS STILL PART-RUN AND FORCE WAS NOT GIVEN.
002020*****************************************************************
002030 2000-OPEN-WINDOW.
002040     MOVE WS-CURRENT-DATE TO WS-OPEN-DATE
002050     IF WS-RUN-DATE-PARM NOT = SPACES
002060         MOVE WS-RUN-DATE-PARM TO WS-OPEN-DATE
002070     END-IF
002080     MOVE WS-CYCLE-PARM TO WS-OPEN-CYCLE
002090     IF WS-OPEN-CYCLE = SPACES
002100         MOVE WS-CURRENT-TIME(1:2) TO WS-CURRENT-HOUR
002110         IF WS-CURRENT-HOUR < 12
002120             MOVE "AM" TO WS-OPEN-CYCLE
002130         ELSE
002140             MOVE "PM" TO WS-OPEN-CYCLE
002150         END-IF
002160     END-IF
002170     MOVE ZERO TO WS-NEXT-SEQ
002180     IF WS-WINDOW-FOUND
002190        AND WS-RUNCTL-OPEN
002200         PERFORM 4000-FIND-NEXT-STEP
002210     END-IF
002220     IF WS-NEXT-SEQ NOT = ZERO
002230        AND NOT WS-FORCE-OPEN
002240        AND (WS-WINDOW-DATE NOT = WS-OPEN-DATE
002250             OR WS-WINDOW-CYCLE NOT = WS-OPEN-CYCLE)
002260         DISPLAY "  **** WINDOW " WS-WINDOW-DATE " "
002270             WS-WINDOW-CYCLE " STILL OPEN AT "
002280             WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
002290             " -- NOT REPLACED ****"
002300         DISPLAY "  FINISH IT, OR OPEN WITH FORCE TO ABANDON IT"
002310         MOVE 8 TO RETURN-CODE
002320     ELSE
002330         IF WS-NEXT-SEQ NOT = ZERO
002340            AND (WS-WINDOW-DATE NOT = WS-OPEN-DATE
002350                 OR WS-WINDOW-CYCLE NOT = WS-OPEN-CYCLE)
002360             DISPLAY "  WINDOW " WS-WINDOW-DATE " "
002370                 WS-WINDOW-CYCLE " ABANDONED AT "
002380                 WS-CHAIN-STEP-NAME(WS-NEXT-SEQ) " BY FORCE"
002390         END-IF
002400         PERFORM 2100-WRITE-WINDOW
002410     END-IF
002420     .
002430
002440 2100-WRITE-WINDOW.
002450     OPEN OUTPUT RUN-WINDOW
002460     IF WS-RUNWIN-OK
002470         MOVE SPACES          TO RW-RECORD
002480         MOVE WS-OPEN-DATE    TO RW-RUN-DATE
002490         MOVE WS-OPEN-CYCLE   TO RW-CYCLE
002500         MOVE WS-CURRENT-DATE TO RW-OPENED-DATE
002510         MOVE WS-CURRENT-TIME TO RW-OPENED-TIME
002520         MOVE "RUN-CTL"       TO RW-OPENED-BY
002530         WRITE RW-RECORD
002540         CLOSE RUN-WINDOW
002550     END-IF
002560     IF WS-RUNWIN-OK
002570         MOVE WS-OPEN-DATE  TO WS-WINDOW-DATE
002580         MOVE WS-OPEN-CYCLE TO WS-WINDOW-CYCLE
002590         MOVE "Y" TO WS-WINDOW-SW
002600         DISPLAY "  WINDOW " WS-WINDOW-DATE " " WS-WINDOW-CYCLE
002610             " OPENED"
002620     ELSE
002630         DISPLAY "RUNWIN: **** WINDOW FILE NOT WRITABLE, STATUS "
002640             WS-RUNWIN-STATUS " ****"
002650         MOVE 12 TO RETURN-CODE
002660     END-IF
002670     .
002680
002690*****************************************************************
002700* 3000-REPORT-CHAIN -- ONE BLOCK PER STEP IN CHAIN ORDER, THEN
002710* THE STEP TO SUBMIT NEXT.
002720*****************************************************************
002730 3000-REPORT-CHAIN.
002740     DISPLAY " "
002750     DISPLAY "  CHAIN STATUS FOR WINDOW " WS-WINDOW-DATE " "
002760         WS-WINDOW-CYCLE
002770     DISPLAY "  SEQ STEP      STATE      RC   LIM TRIES  STARTED"
002780         "            ENDED"
002790     MOVE ZERO TO WS-STEPS-COMPLETE
002800     PERFORM 3100-REPORT-ONE-STEP
002810         VARYING WS-CHAIN-SUB FROM 1 BY 1
002820         UNTIL WS-CHAIN-SUB > WS-CHAIN-LENGTH
002830     PERFORM 4000-FIND-NEXT-STEP
002840     DISPLAY " "
002850     DISPLAY "  STEPS COMPLETE:   " WS-STEPS-COMPLETE " OF "
002860         WS-CHAIN-LENGTH
002870     EVALUATE TRUE
002880         WHEN WS-NEXT-SEQ = ZERO
002890             DISPLAY "  CHAIN COMPLETE FOR THE WINDOW"
002900         WHEN WS-NEXT-NOT-RUN
002910             DISPLAY "  NEXT STEP TO SUBMIT: "
002920                 WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
002930         WHEN WS-NEXT-NOT-ENDED
002940             DISPLAY "  **** " WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
002950                 " STARTED AND HAS NOT ENDED ****"
002960             DISPLAY "  IF IT IS NOT STILL RUNNING, RESUBMIT "
002970                 WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
002980             IF RETURN-CODE < 4
002990                 MOVE 4 TO RETURN-CODE
003000             END-IF
003010         WHEN WS-NEXT-FAILED
003020             DISPLAY "  **** " WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
003030                 " ENDED ABOVE ITS LIMIT -- CHAIN HELD ****"
003040             DISPLAY "  AFTER THE FIX, RESUBMIT "
003050                 WS-CHAIN-STEP-NAME(WS-NEXT-SEQ)
003060                 "; COMPLETED STEPS ARE BYPASSED"
003070             IF RETURN-CODE < 8
003080                 MOVE 8 TO RETURN-CODE
003090             END-IF
003100     END-EVALUATE
003110     DISPLAY "========================================="
003120     .
003130
003140 3100-REPORT-ONE-STEP.
003150     PERFORM 3900-READ-STEP-RECORD
003160     IF NOT WS-RECORD-FOUND
003170         DISPLAY "  " WS-CHAIN-SUB "  "
003180             WS-CHAIN-STEP-NAME(WS-CHAIN-SUB)
003190             "  NOT RUN         "
003200             WS-CHAIN-RC-LIMIT(WS-CHAIN-SUB)
003210     ELSE
003220         EVALUATE TRUE
003230             WHEN NOT RCT-STEP-ENDED
003240                 MOVE "NOT ENDED " TO WS-STATE-TEXT
003250             WHEN RCT-STEP-RC > WS-CHAIN-RC-LIMIT(WS-CHAIN-SUB)
003260                 MOVE "FAILED    " TO WS-STATE-TEXT
003270             WHEN OTHER
003280                 MOVE "COMPLETE  " TO WS-STATE-TEXT
003290                 ADD 1 TO WS-STEPS-COMPLETE
003300         END-EVALUATE
003310         DISPLAY "  " WS-CHAIN-SUB "  " RCT-STEP-NAME
003320             "  " WS-STATE-TEXT " " RCT-STEP-RC
003330             " " WS-CHAIN-RC-LIMIT(WS-CHAIN-SUB)
003340             "  " RCT-ATTEMPTS
003350             "    " RCT-START-DATE " " RCT-START-TIME
003360             " " RCT-END-DATE " " RCT-END-TIME
003370         IF RCT-INPUT-NAME-2 NOT = SPACES
003380             DISPLAY "        INPUT  " RCT-INPUT-NAME-1 " "
003390                 RCT-INPUT-COUNT-1 "   " RCT-INPUT-NAME-2 " "
003400                 RCT-INPUT-COUNT-2
003410         ELSE
003420             IF RCT-INPUT-NAME-1 NOT = SPACES
003430                 DISPLAY "        INPUT  " RCT-INPUT-NAME-1 " "
003440                     RCT-INPUT-COUNT-1
003450             END-IF
003460         END-IF
003470         IF RCT-PARMS NOT = SPACES
003480             DISPLAY "        SYSIN  " RCT-PARMS
003490         END-IF
003500     END-IF
003510     .
003520
003530 3900-READ-STEP-RECORD.
003540     MOVE WS-WINDOW-DATE  TO RCT-RUN-DATE
003550     MOVE WS-WINDOW-CYCLE TO RCT-CYCLE
003560     MOVE WS-CHAIN-STEP-NAME(WS-CHAIN-SUB) TO RCT-STEP-NAME
003570     READ RUN-CONTROL
003580         INVALID KEY
003590             MOVE "N" TO WS-RECORD-FOUND-SW
003600         NOT INVALID KEY
003610             MOVE "Y" TO WS-RECORD-FOUND-SW
003620     END-READ
003630     .
003640
003650*****************************************************************
003660* 4000-FIND-NEXT-STEP -- THE FIRST STEP, IN CHAIN ORDER, THAT HAS
003670* NOT ENDED WITHIN ITS LIMIT IN THE WINDOW; ZERO WHEN THE CHAIN IS
003680* COMPLETE.
003690*****************************************************************
003700 4000-FIND-NEXT-STEP.
003710     MOVE ZERO TO WS-NEXT-SEQ
003720     PERFORM 4100-CHECK-ONE-STEP
003730         VARYING WS-CHAIN-SUB FROM 1 BY 1
003740         UNTIL WS-CHAIN-SUB > WS-CHAIN-LENGTH
003750            OR WS-NEXT-SEQ NOT = ZERO
003760     .
003770
003780 4100-CHECK-ONE-STEP.
003790     PERFORM 3900-READ-STEP-RECORD
003800     EVALUATE TRUE
003810         WHEN NOT WS-RECORD-FOUND
003820             MOVE "N" TO WS-NEXT-STATE
003830             MOVE WS-CHAIN-SUB TO WS-NEXT-SEQ
003840         WHEN NOT RCT-STEP-ENDED
003850             MOVE "S" TO WS-NEXT-STATE
003860             MOVE WS-CHAIN-SUB TO WS-NEXT-SEQ
003870         WHEN RCT-STEP-RC > WS-CHAIN-RC-LIMIT(WS-CHAIN-SUB)
003880             MOVE "F" TO WS-NEXT-STATE
003890             MOVE WS-CHAIN-SUB TO WS-NEXT-SEQ
003900         WHEN OTHER
003910             CONTINUE
003920     END-EVALUATE
003930     .
003940
003950 9999-EXIT.
003960     EXIT.

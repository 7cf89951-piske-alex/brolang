000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-RUN-LOG.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE JOB-STREAM STEP LOGGING AND GATE
000180* CALLED BY EVERY STEP OF THE NIGHTLY CHAIN (RUNCHAIN.CPY) WHEN IT
000190* STARTS AND AGAIN WHEN IT ENDS, SO THE RUN-CONTROL FILE (RUNCTL)
000200* HOLDS, PER BATCH WINDOW, WHICH STEPS RAN, WHEN, HOW OFTEN, WITH
000210* WHAT SYSIN, HOW MANY INPUT RECORDS AND WHAT RETURN CODE.
000220*
000230* THE START CALL IS ALSO THE GATE.  A STEP IS:
000240*   BYPASSED -- WHEN IT HAS ALREADY ENDED IN THIS WINDOW WITHIN
000250*               ITS OWN RC LIMIT.  RESUBMITTING THE WHOLE STREAM
000260*               AFTER A FAILURE THEREFORE RESTARTS AT THE FAILED
000270*               STEP WITHOUT RE-RUNNING THE STEPS BEFORE IT.
000280*   REFUSED  -- WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT RUN,
000290*               HAS NOT ENDED, OR ENDED ABOVE ITS RC LIMIT.
000300*   CLEARED  -- OTHERWISE, INCLUDING A RE-RUN OF A STEP THAT
000310*               FAILED OR NEVER REACHED ITS END.
000312* A STEP MARKED ONCE A DATE ON THE CHAIN (COLL-UPD, POS-SNAP,
000314* FEE-ACCR) THAT HAS ALREADY ENDED WITHIN ITS LIMIT IN THE DATE'S
000316* OTHER WINDOW IS ALSO BYPASSED ONCE ITS PREDECESSOR IS COMPLETE,
000318* AND IS LOGGED AS ENDED RC 0 IN THIS WINDOW SO THE STEP AFTER IT
000319* MAY START.
000320*
000330* THE WINDOW IS THE ONE NAMED ON RUNWIN.  THE FIRST STEP OF THE
000340* CHAIN OPENS A NEW ONE -- TODAY'S DATE, AM BEFORE NOON AND PM
000350* AFTER, AS LAVARAGE-GM RESOLVES ITS CYCLE -- BUT ONLY ONCE THE
000360* CURRENT WINDOW HAS COMPLETED, SO A RESTART AFTER MIDNIGHT STILL
000370* FINISHES THE WINDOW THAT FAILED.
000380*
000390* RCP-RETURN-CODE: START -- 00 CLEARED OR BYPASSED, 08 REFUSED,
000400* 12 RUN-CONTROL FILES UNUSABLE OR STEP NOT ON THE CHAIN.  END --
000410* THE CALLER'S CODE, RAISED TO 12 IF THE END COULD NOT BE LOGGED.
000420* THE SAME CODE IS HANDED BACK IN RETURN-CODE.
000430*
000440* MODIFICATION HISTORY
000450* 2026-10-15 AJP  INITIAL VERSION.
000452* 2026-10-15 AJP  ONCE-A-DATE STEPS ARE BYPASSED IN THE SECOND
000455*                 WINDOW OF A DATE AND LOGGED DONE THERE, SO THE
000457*                 PM CHAIN NO LONGER STOPS AT POS-SNAP.
000460*
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 REPOSITORY.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RUN-CONTROL
000550         ASSIGN TO "RUNCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RCT-KEY
000590         FILE STATUS IS WS-RUNCTL-STATUS.
000600     SELECT RUN-WINDOW
000610         ASSIGN TO "RUNWIN"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RUNWIN-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 COPY RUNCTL.
000680 COPY RUNWIN.
000690
000700 WORKING-STORAGE SECTION.
000710 COPY RUNCHAIN.
000720
000730 01  WS-CURRENT-DATE        PIC 9(08).
000740 01  WS-CURRENT-TIME        PIC 9(08).
000750 01  WS-CURRENT-HOUR        PIC 9(02).
000760 01  WS-NEW-CYCLE           PIC X(02).
000770 01  WS-WINDOW-DATE         PIC 9(08) VALUE 0.
000780 01  WS-WINDOW-CYCLE        PIC X(02) VALUE SPACES.
000790 01  WS-STEP-SEQ            PIC 9(02) VALUE 0.
000800 01  WS-PRED-SEQ            PIC 9(02) VALUE 0.
000810 01  WS-CHAIN-SUB           PIC 9(02) VALUE 0.
000820 01  WS-PRIOR-ATTEMPTS      PIC 9(03) VALUE 0.
000830 01  WS-STEP-RC             PIC 9(04) VALUE 0.
000831 01  WS-OTHER-CYCLE         PIC X(02) VALUE SPACES.
000832 01  WS-DATE-DONE-NOTE.
000833     05  FILLER                     PIC X(20)
000835                                    VALUE "DATE DONE IN WINDOW ".
000836     05  WS-DONE-RUN-DATE           PIC 9(08).
000837     05  FILLER                     PIC X(01) VALUE SPACE.
000838     05  WS-DONE-CYCLE              PIC X(02).
000840
000850 01  WS-FILE-STATUSES.
000860     05  WS-RUNCTL-STATUS           PIC X(02).
000870         88  WS-RUNCTL-OK                  VALUE "00".
000880         88  WS-RUNCTL-MISSING             VALUE "35".
000890     05  WS-RUNWIN-STATUS           PIC X(02).
000900         88  WS-RUNWIN-OK                  VALUE "00".
000910
000920 01  WS-SWITCHES.
000930     05  WS-RUNCTL-OPEN-SW          PIC X(01) VALUE "N".
000940         88  WS-RUNCTL-OPEN                VALUE "Y".
000950     05  WS-WINDOW-SW               PIC X(01) VALUE "N".
000960         88  WS-WINDOW-FOUND               VALUE "Y".
000970     05  WS-WINDOW-COMPLETE-SW      PIC X(01) VALUE "N".
000980         88  WS-WINDOW-COMPLETE            VALUE "Y".
000990     05  WS-RECORD-FOUND-SW         PIC X(01) VALUE "N".
001000         88  WS-RECORD-FOUND               VALUE "Y".
001010     05  WS-STEP-FOUND-SW           PIC X(01) VALUE "N".
001020         88  WS-STEP-FOUND                 VALUE "Y".
001030
001040 LINKAGE SECTION.
001050 COPY RUNPARM.
001060
001070 PROCEDURE DIVISION USING RCP-PARMS.
001080 MAIN-PROGRAM.
001090     MOVE ZERO TO RCP-RETURN-CODE
001100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001110     ACCEPT WS-CURRENT-TIME FROM TIME
001120     PERFORM 1100-FIND-CHAIN-STEP
001130     IF RCP-START-STEP
001140         PERFORM 1000-START-STEP
001150     ELSE
001160         PERFORM 5000-END-STEP
001170     END-IF
001180     IF WS-RUNCTL-OPEN
001190         CLOSE RUN-CONTROL
001200     END-IF
001210     PERFORM 9999-EXIT
001220     MOVE RCP-RETURN-CODE TO RETURN-CODE
001230     GOBACK.
001240
001250*****************************************************************
001260* 1000-START-STEP -- WORK OUT THE WINDOW, THEN DECIDE WHETHER THE
001270* STEP MAY RUN IN IT.
001280*****************************************************************
001290 1000-START-STEP.
001300     MOVE "R" TO RCP-RESULT
001310     IF WS-STEP-SEQ = 0
001320         DISPLAY "RUNCTL: **** STEP " RCP-STEP-NAME
001330             " IS NOT ON THE CHAIN -- REFUSED ****"
001340         MOVE 12 TO RCP-RETURN-CODE
001350     ELSE
001360         PERFORM 1200-OPEN-RUN-CONTROL
001370         IF WS-RUNCTL-OPEN
001380             PERFORM 2000-RESOLVE-WINDOW
001390             IF WS-WINDOW-FOUND
001400                 PERFORM 3000-GATE-STEP
001410             END-IF
001420         END-IF
001430     END-IF
001440     .
001450
001460*****************************************************************
001470* 1100-FIND-CHAIN-STEP -- THE STEP'S PLACE ON THE CHAIN, OR ZERO.
001480*****************************************************************
001490 1100-FIND-CHAIN-STEP.
001500     MOVE ZERO TO WS-STEP-SEQ
001510     PERFORM 1110-MATCH-ONE-STEP
001520         VARYING WS-CHAIN-SUB FROM 1 BY 1
001530         UNTIL WS-CHAIN-SUB > WS-CHAIN-LENGTH
001540            OR WS-STEP-SEQ NOT = ZERO
001550     .
001560
001570 1110-MATCH-ONE-STEP.
001580     IF WS-CHAIN-STEP-NAME(WS-CHAIN-SUB) = RCP-STEP-NAME
001590         MOVE WS-CHAIN-SUB TO WS-STEP-SEQ
001600     END-IF
001610     .
001620
001630*****************************************************************
001640* 1200-OPEN-RUN-CONTROL -- THE FILE IS CREATED EMPTY THE FIRST
001650* TIME ANY STEP LOGS TO IT.
001660*****************************************************************
001670 1200-OPEN-RUN-CONTROL.
001680     OPEN I-O RUN-CONTROL
001690     IF WS-RUNCTL-MISSING
001700         OPEN OUTPUT RUN-CONTROL
001710         CLOSE RUN-CONTROL
001720         OPEN I-O RUN-CONTROL
001730     END-IF
001740     IF WS-RUNCTL-OK
001750         MOVE "Y" TO WS-RUNCTL-OPEN-SW
001760     ELSE
001770         DISPLAY "RUNCTL: **** RUN CONTROL NOT AVAILABLE, STATUS "
001780             WS-RUNCTL-STATUS " -- STEP " RCP-STEP-NAME
001790             " NOT LOGGED ****"
001800         MOVE 12 TO RCP-RETURN-CODE
001810     END-IF
001820     .
001830
001840*****************************************************************
001850* 2000-RESOLVE-WINDOW -- PICK UP THE CURRENT WINDOW.  THE FIRST
001860* STEP OF THE CHAIN OPENS THE NEXT ONE WHEN THERE IS NONE YET OR
001870* THE CURRENT ONE HAS COMPLETED; NO OTHER STEP MAY START A WINDOW.
001880*****************************************************************
001890 2000-RESOLVE-WINDOW.
001900     PERFORM 2100-READ-WINDOW
001910     IF WS-WINDOW-FOUND
001920         PERFORM 2200-CHECK-WINDOW-COMPLETE
001930     END-IF
001940     IF WS-STEP-SEQ = 1
001950         IF NOT WS-WINDOW-FOUND
001960            OR WS-WINDOW-COMPLETE
001970             PERFORM 2300-OPEN-NEW-WINDOW
001980         END-IF
001990     END-IF
002000     IF WS-WINDOW-FOUND
002010         MOVE WS-WINDOW-DATE  TO RCP-RUN-DATE
002020         MOVE WS-WINDOW-CYCLE TO RCP-CYCLE
002030     ELSE
002040         IF RCP-RETURN-CODE = ZERO
002050             DISPLAY "RUNCTL: **** NO BATCH WINDOW OPEN -- THE "
002060                 "CHAIN STARTS AT " WS-CHAIN-STEP-NAME(1)
002070                 ", STEP " RCP-STEP-NAME " REFUSED ****"
002080             MOVE 8 TO RCP-RETURN-CODE
002090         END-IF
002100     END-IF
002110     .
002120
002130 2100-READ-WINDOW.
002140     MOVE "N" TO WS-WINDOW-SW
002150     OPEN INPUT RUN-WINDOW
002160     IF WS-RUNWIN-OK
002170         READ RUN-WINDOW
002180             AT END
002190                 MOVE "N" TO WS-WINDOW-SW
002200             NOT AT END
002210                 MOVE "Y" TO WS-WINDOW-SW
002220                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
002230                 MOVE RW-CYCLE    TO WS-WINDOW-CYCLE
002240         END-READ
002250         CLOSE RUN-WINDOW
002260     END-IF
002270     .
002280
002290*****************************************************************
002300* 2200-CHECK-WINDOW-COMPLETE -- A WINDOW IS COMPLETE WHEN THE
002310* LAST STEP OF THE CHAIN HAS ENDED WITHIN ITS LIMIT; THE GATE
002320* GUARANTEES EVERY STEP BEFORE IT DID TOO.
002330*****************************************************************
002340 2200-CHECK-WINDOW-COMPLETE.
002350     MOVE "N" TO WS-WINDOW-COMPLETE-SW
002360     MOVE WS-WINDOW-DATE  TO RCT-RUN-DATE
002370     MOVE WS-WINDOW-CYCLE TO RCT-CYCLE
002380     MOVE WS-CHAIN-STEP-NAME(WS-CHAIN-LENGTH) TO RCT-STEP-NAME
002390     PERFORM 2900-READ-STEP-RECORD
002400     IF WS-RECORD-FOUND
002410         IF RCT-STEP-ENDED
002420            AND RCT-STEP-RC NOT >
002430                WS-CHAIN-RC-LIMIT(WS-CHAIN-LENGTH)
002440             MOVE "Y" TO WS-WINDOW-COMPLETE-SW
002450         END-IF
002460     END-IF
002470     .
002480
002490*****************************************************************
002500* 2300-OPEN-NEW-WINDOW -- TODAY'S DATE AND CYCLE.  IF THAT IS THE
002510* WINDOW JUST COMPLETED IT STAYS CURRENT, AND THE STEPS BYPASS.
002520*****************************************************************
002530 2300-OPEN-NEW-WINDOW.
002540     MOVE WS-CURRENT-TIME(1:2) TO WS-CURRENT-HOUR
002550     IF WS-CURRENT-HOUR < 12
002560         MOVE "AM" TO WS-NEW-CYCLE
002570     ELSE
002580         MOVE "PM" TO WS-NEW-CYCLE
002590     END-IF
002600     IF WS-WINDOW-FOUND
002610        AND WS-WINDOW-DATE = WS-CURRENT-DATE
002620        AND WS-WINDOW-CYCLE = WS-NEW-CYCLE
002630         CONTINUE
002640     ELSE
002650         MOVE "N" TO WS-WINDOW-SW
002660         OPEN OUTPUT RUN-WINDOW
002670         IF WS-RUNWIN-OK
002680             MOVE SPACES          TO RW-RECORD
002690             MOVE WS-CURRENT-DATE TO RW-RUN-DATE
002700             MOVE WS-NEW-CYCLE    TO RW-CYCLE
002710             MOVE WS-CURRENT-DATE TO RW-OPENED-DATE
002720             MOVE WS-CURRENT-TIME TO RW-OPENED-TIME
002730             MOVE RCP-STEP-NAME   TO RW-OPENED-BY
002740             WRITE RW-RECORD
002750             IF WS-RUNWIN-OK
002760                 MOVE "Y" TO WS-WINDOW-SW
002770                 MOVE WS-CURRENT-DATE TO WS-WINDOW-DATE
002780                 MOVE WS-NEW-CYCLE    TO WS-WINDOW-CYCLE
002790                 DISPLAY "RUNCTL: WINDOW " WS-WINDOW-DATE " "
002800                     WS-WINDOW-CYCLE " OPENED BY " RCP-STEP-NAME
002810             END-IF
002820             CLOSE RUN-WINDOW
002830         END-IF
002840         IF NOT WS-WINDOW-FOUND
002850             DISPLAY "RUNWIN: **** WINDOW FILE NOT WRITABLE, "
002860                 "STATUS " WS-RUNWIN-STATUS " -- STEP "
002870                 RCP-STEP-NAME
002880                 " REFUSED ****"
002890             MOVE 12 TO RCP-RETURN-CODE
002900         END-IF
002910     END-IF
002920     .
002930
002940 2900-READ-STEP-RECORD.
002950     READ RUN-CONTROL
002960         INVALID KEY
002970             MOVE "N" TO WS-RECORD-FOUND-SW
002980         NOT INVALID KEY
002990             MOVE "Y" TO WS-RECORD-FOUND-SW
003000     END-READ
003010     .
003020
003030*****************************************************************
003040* 3000-GATE-STEP -- BYPASS, REFUSE OR CLEAR THE STEP (SEE ABOVE),
003050* AND ON CLEARING LOG ITS START.
003060*****************************************************************
003070 3000-GATE-STEP.
003080     MOVE ZERO TO WS-PRIOR-ATTEMPTS
003090     MOVE RCP-RUN-DATE  TO RCT-RUN-DATE
003100     MOVE RCP-CYCLE     TO RCT-CYCLE
003110     MOVE RCP-STEP-NAME TO RCT-STEP-NAME
003120     PERFORM 2900-READ-STEP-RECORD
003130     MOVE WS-RECORD-FOUND-SW TO WS-STEP-FOUND-SW
003140     IF WS-STEP-FOUND
003150         MOVE RCT-ATTEMPTS TO WS-PRIOR-ATTEMPTS
003160     END-IF
003170     IF WS-STEP-FOUND
003180        AND RCT-STEP-ENDED
003190        AND RCT-STEP-RC NOT > WS-CHAIN-RC-LIMIT(WS-STEP-SEQ)
003200         MOVE "B" TO RCP-RESULT
003210         DISPLAY "RUNCTL: STEP " RCP-STEP-NAME
003220             " ALREADY ENDED RC " RCT-STEP-RC
003230             " IN WINDOW " RCP-RUN-DATE " " RCP-CYCLE
003240             " -- BYPASSED, NOT RE-RUN"
003250     ELSE
003260         MOVE "C" TO RCP-RESULT
003270         IF WS-STEP-SEQ > 1
003280             PERFORM 3100-CHECK-PREDECESSOR
003290         END-IF
003292         IF RCP-STEP-CLEARED
003294            AND WS-CHAIN-ONCE-A-DATE(WS-STEP-SEQ)
003296             PERFORM 3300-CHECK-DATE-DONE
003298         END-IF
003300         IF RCP-STEP-CLEARED
003310             PERFORM 3200-LOG-STEP-START
003320         END-IF
003330     END-IF
003340     .
003350
003360 3100-CHECK-PREDECESSOR.
003370     COMPUTE WS-PRED-SEQ = WS-STEP-SEQ - 1
003380     MOVE RCP-RUN-DATE TO RCT-RUN-DATE
003390     MOVE RCP-CYCLE    TO RCT-CYCLE
003400     MOVE WS-CHAIN-STEP-NAME(WS-PRED-SEQ) TO RCT-STEP-NAME
003410     PERFORM 2900-READ-STEP-RECORD
003420     IF NOT WS-RECORD-FOUND
003430         DISPLAY "RUNCTL: **** STEP " RCP-STEP-NAME " REFUSED -- "
003440             WS-CHAIN-STEP-NAME(WS-PRED-SEQ)
003450             " HAS NOT RUN IN WINDOW " RCP-RUN-DATE " " RCP-CYCLE
003460             " ****"
003470         MOVE "R" TO RCP-RESULT
003480     ELSE
003490         IF NOT RCT-STEP-ENDED
003500             DISPLAY "RUNCTL: **** STEP " RCP-STEP-NAME
003510                 " REFUSED -- " RCT-STEP-NAME " STARTED "
003520                 RCT-START-DATE " " RCT-START-TIME
003530                 " AND HAS NOT ENDED ****"
003540             MOVE "R" TO RCP-RESULT
003550         ELSE
003560             IF RCT-STEP-RC > WS-CHAIN-RC-LIMIT(WS-PRED-SEQ)
003570                 DISPLAY "RUNCTL: **** STEP " RCP-STEP-NAME
003580                     " REFUSED -- " RCT-STEP-NAME " ENDED RC "
003590                     RCT-STEP-RC ", ABOVE ITS LIMIT "
003600                     WS-CHAIN-RC-LIMIT(WS-PRED-SEQ) " ****"
003610                 MOVE "R" TO RCP-RESULT
003620             END-IF
003630         END-IF
003640     END-IF
003650     IF RCP-STEP-REFUSED
003660         MOVE 8 TO RCP-RETURN-CODE
003670     END-IF
003680     .
003690
003700 3200-LOG-STEP-START.
003710     MOVE SPACES          TO RCT-RECORD
003720     MOVE RCP-RUN-DATE    TO RCT-RUN-DATE
003730     MOVE RCP-CYCLE       TO RCT-CYCLE
003740     MOVE RCP-STEP-NAME   TO RCT-STEP-NAME
003750     MOVE WS-STEP-SEQ     TO RCT-STEP-SEQ
003760     MOVE "S"             TO RCT-STEP-STATE
003770     COMPUTE RCT-ATTEMPTS = WS-PRIOR-ATTEMPTS + 1
003780     MOVE WS-CURRENT-DATE TO RCT-START-DATE
003790     MOVE WS-CURRENT-TIME TO RCT-START-TIME
003800     MOVE ZERO            TO RCT-END-DATE
003810     MOVE ZERO            TO RCT-END-TIME
003820     MOVE ZERO            TO RCT-STEP-RC
003830     MOVE ZERO            TO RCT-INPUT-COUNT-1
003840     MOVE ZERO            TO RCT-INPUT-COUNT-2
003850     PERFORM 4000-PUT-STEP-RECORD
003860     IF RCP-RETURN-CODE = ZERO
003870         DISPLAY "RUNCTL: STEP " RCP-STEP-NAME
003880             " STARTED IN WINDOW " RCP-RUN-DATE " " RCP-CYCLE
003890             ", ATTEMPT " RCT-ATTEMPTS
003891     ELSE
003892         MOVE "R" TO RCP-RESULT
003893     END-IF
003894     .
003895
003896*****************************************************************
003897* 3300-CHECK-DATE-DONE -- A ONCE-A-DATE STEP THAT ENDED WITHIN ITS
003898* LIMIT IN THE DATE'S OTHER WINDOW IS NOT RUN AGAIN.  IT IS LOGGED
003899* ENDED HERE, RC 0, NOTING THE WINDOW THAT DID THE WORK.
003900*****************************************************************
003901 3300-CHECK-DATE-DONE.
003902     IF RCP-CYCLE = "AM"
003903         MOVE "PM" TO WS-OTHER-CYCLE
003904     ELSE
003905         MOVE "AM" TO WS-OTHER-CYCLE
003906     END-IF
003907     MOVE RCP-RUN-DATE   TO RCT-RUN-DATE
003908     MOVE WS-OTHER-CYCLE TO RCT-CYCLE
003910     MOVE RCP-STEP-NAME  TO RCT-STEP-NAME
003911     PERFORM 2900-READ-STEP-RECORD
003912     IF WS-RECORD-FOUND
003913        AND RCT-STEP-ENDED
003914        AND RCT-STEP-RC NOT > WS-CHAIN-RC-LIMIT(WS-STEP-SEQ)
003915         MOVE "B" TO RCP-RESULT
003916         DISPLAY "RUNCTL: STEP " RCP-STEP-NAME
003917             " RUNS ONCE A DATE AND ENDED RC " RCT-STEP-RC
003918             " IN WINDOW " RCP-RUN-DATE " " WS-OTHER-CYCLE
003919             " -- BYPASSED, LOGGED DONE"
003920         PERFORM 3400-LOG-DATE-DONE
003921     END-IF
003922     .
003923
003924 3400-LOG-DATE-DONE.
003925     MOVE RCP-RUN-DATE    TO WS-DONE-RUN-DATE
003926     MOVE WS-OTHER-CYCLE  TO WS-DONE-CYCLE
003927     MOVE SPACES          TO RCT-RECORD
003928     MOVE RCP-RUN-DATE    TO RCT-RUN-DATE
003930     MOVE RCP-CYCLE       TO RCT-CYCLE
003931     MOVE RCP-STEP-NAME   TO RCT-STEP-NAME
003932     MOVE WS-STEP-SEQ     TO RCT-STEP-SEQ
003933     MOVE "E"             TO RCT-STEP-STATE
003934     MOVE WS-PRIOR-ATTEMPTS TO RCT-ATTEMPTS
003935     MOVE WS-CURRENT-DATE TO RCT-START-DATE
003936     MOVE WS-CURRENT-TIME TO RCT-START-TIME
003937     MOVE WS-CURRENT-DATE TO RCT-END-DATE
003938     MOVE WS-CURRENT-TIME TO RCT-END-TIME
003939     MOVE ZERO            TO RCT-STEP-RC
003940     MOVE ZERO            TO RCT-INPUT-COUNT-1
003941     MOVE ZERO            TO RCT-INPUT-COUNT-2
003942     MOVE WS-DATE-DONE-NOTE TO RCT-PARMS
003943     PERFORM 4000-PUT-STEP-RECORD
003944     IF RCP-RETURN-CODE NOT = ZERO
003945         MOVE "R" TO RCP-RESULT
003946     END-IF
003947     .
003948
003950*****************************************************************
003960* 4000-PUT-STEP-RECORD -- WRITE OR REWRITE DEPENDING ON WHETHER
003970* THE STEP ALREADY HAD A RECORD IN THE WINDOW.
003980*****************************************************************
003990 4000-PUT-STEP-RECORD.
004000     IF WS-STEP-FOUND
004010         REWRITE RCT-RECORD
004020             INVALID KEY
004030                 MOVE 12 TO RCP-RETURN-CODE
004040         END-REWRITE
004050     ELSE
004060         WRITE RCT-RECORD
004070             INVALID KEY
004080                 MOVE 12 TO RCP-RETURN-CODE
004090         END-WRITE
004100     END-IF
004110     IF NOT WS-RUNCTL-OK
004120         MOVE 12 TO RCP-RETURN-CODE
004130     END-IF
004140     IF RCP-RETURN-CODE = 12
004150         DISPLAY "RUNCTL: **** STEP RECORD NOT WRITTEN FOR "
004160             RCP-STEP-NAME " " RCP-RUN-DATE " " RCP-CYCLE
004170             ", STATUS " WS-RUNCTL-STATUS " ****"
004180     END-IF
004190     .
004200
004210*****************************************************************
004220* 5000-END-STEP -- COMPLETE THE STEP'S RECORD WITH ITS RETURN
004230* CODE, INPUT COUNTS AND SYSIN.  A STEP WITH NO START RECORD (THE
004240* FILE WAS REBUILT UNDER IT) IS STILL LOGGED, WITH NO START TIME.
004250*****************************************************************
004260 5000-END-STEP.
004270     MOVE RCP-CALLER-RC TO RCP-RETURN-CODE
004280     MOVE RCP-CALLER-RC TO WS-STEP-RC
004290     PERFORM 1200-OPEN-RUN-CONTROL
004300     IF WS-RUNCTL-OPEN
004310         MOVE RCP-RUN-DATE  TO RCT-RUN-DATE
004320         MOVE RCP-CYCLE     TO RCT-CYCLE
004330         MOVE RCP-STEP-NAME TO RCT-STEP-NAME
004340         PERFORM 2900-READ-STEP-RECORD
004350         MOVE WS-RECORD-FOUND-SW TO WS-STEP-FOUND-SW
004360         IF NOT WS-STEP-FOUND
004370             MOVE SPACES        TO RCT-RECORD
004380             MOVE RCP-RUN-DATE  TO RCT-RUN-DATE
004390             MOVE RCP-CYCLE     TO RCT-CYCLE
004400             MOVE RCP-STEP-NAME TO RCT-STEP-NAME
004410             MOVE WS-STEP-SEQ   TO RCT-STEP-SEQ
004420             MOVE 1             TO RCT-ATTEMPTS
004430             MOVE ZERO          TO RCT-START-DATE
004440             MOVE ZERO          TO RCT-START-TIME
004450         END-IF
004460         MOVE "E"               TO RCT-STEP-STATE
004470         MOVE WS-CURRENT-DATE   TO RCT-END-DATE
004480         MOVE WS-CURRENT-TIME   TO RCT-END-TIME
004490         MOVE WS-STEP-RC        TO RCT-STEP-RC
004500         MOVE RCP-INPUT-NAME-1  TO RCT-INPUT-NAME-1
004510         MOVE RCP-INPUT-COUNT-1 TO RCT-INPUT-COUNT-1
004520         MOVE RCP-INPUT-NAME-2  TO RCT-INPUT-NAME-2
004530         MOVE RCP-INPUT-COUNT-2 TO RCT-INPUT-COUNT-2
004540         MOVE RCP-PARMS-TEXT    TO RCT-PARMS
004550         MOVE ZERO TO RCP-RETURN-CODE
004560         PERFORM 4000-PUT-STEP-RECORD
004570         IF RCP-RETURN-CODE = ZERO
004580             PERFORM 5100-REPORT-STEP-END
004590         END-IF
004600     END-IF
004610     IF RCP-RETURN-CODE = ZERO
004620        OR WS-STEP-RC > 12
004630         MOVE WS-STEP-RC TO RCP-RETURN-CODE
004640     END-IF
004650     .
004660
004670 5100-REPORT-STEP-END.
004680     IF WS-STEP-SEQ NOT = ZERO
004690        AND WS-STEP-RC > WS-CHAIN-RC-LIMIT(WS-STEP-SEQ)
004700         DISPLAY "RUNCTL: **** STEP " RCP-STEP-NAME " ENDED RC "
004710             WS-STEP-RC ", ABOVE ITS LIMIT "
004720             WS-CHAIN-RC-LIMIT(WS-STEP-SEQ) " -- CHAIN HELD; "
004730             "RESUBMIT " RCP-STEP-NAME " AFTER THE FIX ****"
004740     ELSE
004750         DISPLAY "RUNCTL: STEP " RCP-STEP-NAME " ENDED RC "
004760             WS-STEP-RC " IN WINDOW " RCP-RUN-DATE " " RCP-CYCLE
004770     END-IF
004780     .
004790
004800 9999-EXIT.
004810     EXIT.

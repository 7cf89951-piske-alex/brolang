000617*                 A ONE-PROTOCOL FIX IS A CLEAN THIRTY-SECOND
000618*                 RERUN.  A BLANK OR FULL CARD IS THE NORMAL
000619*                 FULL-LINEUP RUN, UNCHANGED.
000620* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000621*                 PROTOCOL AND TOKEN (CP-KEY).  THE PROTOCOL SUM
000622*                 IS UNCHANGED -- IT STILL SWEEPS EVERY POSITION
000623*                 AND KEEPS THOSE POSTED TO THE CURRENT
000624*                 PROTOCOL.
000626* 2026-10-15 AJP  COLLATERAL IS NOW TAKEN FROM THE PROTOCOL
000627*                 COLLATERAL SUMMARY (COLLSUM) BUILT ONCE PER
000628*                 WINDOW BY LAVARAGE-COLL-SUM, INSTEAD OF
000629*                 RESCANNING COLLPOS AND TOKPRICE FOR EVERY
000630*                 PROTOCOL.  A MISSING OR STALE SUMMARY LEAVES
000632*                 THE SUM AT ZERO WITH A COLLMISS EXCEPTION;
000633*                 UNPRICED POSITIONS NOW RAISE ONE TOKPRC
000634*                 EXCEPTION PER PROTOCOL.
000635* 2026-10-15 AJP  EVERY LAVGMOUT, LAVAUDIT AND LAVEXCPT RECORD
000636*                 WRITTEN IS NOW POSTED TO THE DAY'S JOURNAL
000637*                 CONTROL TOTALS THROUGH LAVARAGE-JRNL-CTL.
000639* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000640*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000641*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000642*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000643*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000645*                 WHEN ITS PREDECESSOR IS NOT.
000646* 2026-10-15 AJP  UNDER THE RUN CONTROL THE RUN DATE AND CYCLE
000647*                 ARE THE WINDOW'S, SO A RESTART AFTER MIDNIGHT
000648*                 OR NOON STAYS IN ITS WINDOW.  A FAILED
000649*                 JOURNAL-CONTROL POSTING RAISES THE RETURN
000651*                 CODE.
000652* 2026-10-15 AJP  PROTMSTR NOT STAGED NOW ENDS RC 12 SO THE
000653*                 CHAIN HOLDS.  THE CONTROL CARD IS READ FIRST,
000654*                 AND A CATCHUP OR UNCOMMIT RERUN GOES AROUND
000655*                 THE RUN-CONTROL GATE, TAKING THE CURRENT
000656*                 WINDOW'S DATE AND CYCLE.
000658*
000659
000660 ENVIRONMENT DIVISION.
000661 CONFIGURATION SECTION.
000662 REPOSITORY.
000664
000665 INPUT-OUTPUT SECTION.
000666 FILE-CONTROL.
000667     SELECT LAVARAGE-CONFIG
000668         ASSIGN TO "LAVCFG"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CFG-PROTOCOL-NAME
000700         FILE STATUS IS WS-CFG-STATUS.
000710     SELECT PROTOCOL-COLL-SUMMARY
000720         ASSIGN TO "COLLSUM"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CS-PROTOCOL-NAME
000760         FILE STATUS IS WS-COLLSUM-STATUS.
000770     SELECT LAVARAGE-AUDIT
000780         ASSIGN TO "LAVAUDIT"
000790         ORGANIZATION IS SEQUENTIAL
001040         ASSIGN TO "LAVGMOUT"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-GM-OUT-STATUS.
001067     SELECT LAVARAGE-EXCPT
001068         ASSIGN TO "LAVEXCPT"
001069         ORGANIZATION IS SEQUENTIAL
001075         ACCESS MODE IS DYNAMIC
001076         RECORD KEY IS CAL-KEY
001077         FILE STATUS IS WS-PROCCAL-STATUS.
001078     SELECT RUN-WINDOW
001080         ASSIGN TO "RUNWIN"
001082         ORGANIZATION IS SEQUENTIAL
001084         FILE STATUS IS WS-RUNWIN-STATUS.
001086
001088 DATA DIVISION.
001090 FILE SECTION.
001100 COPY LAVCFG.
001110 COPY COLLSUM.
001120 COPY AUDITREC.
001130 COPY CKPTREC.
001140 COPY VIBEFEED.
001150 COPY PROTMSTR.
001160 COPY RISKLIM.
001170 COPY GMOUT.
001175 COPY EXCPTREC.
001177 COPY PROCCAL.
001178 COPY RUNWIN.
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-CURRENT-HOUR       PIC 99.
001320     05  WS-CFG-STATUS              PIC X(02).
001330         88  WS-CFG-OK                     VALUE "00".
001340         88  WS-CFG-FILE-MISSING           VALUE "35".
001353     05  WS-COLLSUM-STATUS          PIC X(02).
001366         88  WS-COLLSUM-OK                 VALUE "00".
001380     05  WS-AUDIT-STATUS            PIC X(02).
001390         88  WS-AUDIT-FILE-MISSING         VALUE "35" "05".
001400     05  WS-CKPT-STATUS             PIC X(02).
001490         88  WS-RISK-LIMITS-FILE-MISSING   VALUE "35".
001500     05  WS-GM-OUT-STATUS           PIC X(02).
001510         88  WS-GM-OUT-FILE-MISSING        VALUE "35" "05".
001513     05  WS-EXCPT-STATUS            PIC X(02).
001514         88  WS-EXCPT-FILE-MISSING         VALUE "35" "05".
001516     05  WS-PROCCAL-STATUS          PIC X(02).
001517         88  WS-PROCCAL-OK                 VALUE "00".
001518     05  WS-RUNWIN-STATUS           PIC X(02).
001519         88  WS-RUNWIN-OK                  VALUE "00".
001520
001530 01  WS-SWITCHES.
001560     05  WS-DUPLICATE-RUN-SW        PIC X(01) VALUE "N".
001570         88  WS-DUPLICATE-RUN              VALUE "Y".
001580     05  WS-PM-EOF-SW               PIC X(01) VALUE "N".
001636         88  WS-RISK-RECORD-SEEN           VALUE "Y".
001640     05  WS-LEVERAGE-REJECTED-SW    PIC X(01) VALUE "N".
001650         88  WS-LEVERAGE-REJECTED          VALUE "Y".
001656     05  WS-PLANNED-SKIP-SW         PIC X(01) VALUE "N".
001658         88  WS-PLANNED-SKIP               VALUE "Y".
001661     05  WS-CATCHUP-SW              PIC X(01) VALUE "N".
001669
001670 01  WS-SKIP-REASON         PIC X(30).
001671 01  WS-ALLOWED-LEVERAGE    PIC 9(3) VALUE 0.
001680 01  WS-REGION-HOUR         PIC S99.
001690 01  WS-REGION-GREETING     PIC X(30).
001700
001720
001730 01  WS-PRIOR-DATE          PIC 9(08).
001740 01  WS-PRIOR-DATE-INTEGER  PIC S9(09) COMP.
001741 01  WS-PROTOCOLS-READ      PIC 9(5) COMP VALUE 0.
001742
001743*    THE SYSIN CONTROL CARD.  COLS 1-8 NAME THE RUN MODE; IN
001744*    CATCHUP MODE COLS 9 ONWARD CARRY UP TO EIGHT PROTOCOL
001753     05  WS-PARM-PROTOCOL OCCURS 8 TIMES
001754             INDEXED BY WS-PP-IDX  PIC X(08).
001756     05  FILLER                 PIC X(08).
001757
001758 COPY JRNLPARM.
001759 COPY RUNPARM.
001760 PROCEDURE DIVISION.
001770 MAIN-PROGRAM.
001774     ACCEPT WS-PARM-LINE
001779     IF WS-CATCHUP-LIST-MODE
001784        OR WS-UNCOMMITTED-MODE
001788         MOVE "Y"   TO WS-CATCHUP-SW
001793         MOVE SPACE TO RCP-RESULT
001798     ELSE
001799         PERFORM 0100-START-RUN-STEP
001801     END-IF
001803     IF RCP-STEP-CLEARED
001804        OR WS-CATCHUP-RUN
001806         PERFORM 1000-INITIALIZE
001808         OPEN INPUT PROTOCOL-MASTER
001809         IF WS-PM-FILE-MISSING
001811             DISPLAY "PROTMSTR: PROTOCOL MASTER NOT STAGED FOR "
001813                 "TODAY'S RUN -- NO PROTOCOLS PROCESSED"
001815             MOVE 12 TO RETURN-CODE
001816         ELSE
001818             PERFORM 1800-READ-PROTOCOL-MASTER
001820             PERFORM 1900-PROCESS-ONE-PROTOCOL
001821                 UNTIL WS-PROTOCOL-MASTER-DONE
001823             CLOSE PROTOCOL-MASTER
001825         END-IF
001826         IF NOT WS-CATCHUP-RUN
001828             PERFORM 9900-END-RUN-STEP
001830         END-IF
001832     END-IF
001840     PERFORM 9999-EXIT
001850     STOP RUN.
001860
001861*****************************************************************
001862* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001864* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001865* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001866* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001868*****************************************************************
001869 0100-START-RUN-STEP.
001870     MOVE "S"        TO RCP-FUNCTION
001872     MOVE "GM"       TO RCP-STEP-NAME
001873     MOVE ZERO       TO RCP-CALLER-RC
001874     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001876     .
001877
001878*****************************************************************
001880* 1000-INITIALIZE -- CAPTURE THE CLOCK THIS RUN IS GOVERNED BY
001882* AND RESOLVE WHICH BATCH WINDOW (AM MORNING, PM MARKET-CLOSE)
001884* IT FALLS IN.
001885* UNDER THE RUN CONTROL THE RUN DATE AND CYCLE ARE THE WINDOW'S,
001887* SO A RESTART AFTER MIDNIGHT OR NOON STAYS IN THE WINDOW IT
001889* FAILED IN; THE CLOCK STILL GIVES THE HOUR AND THE TIMESTAMPS.
001891* THE CONTROL CARD IS READ BEFORE THE RUN CONTROL IS CALLED: A
001892* CATCHUP OR UNCOMMIT RUN IS AN OPERATOR RERUN AND GOES AROUND
001894* THE GATE, SO IT STILL RUNS ONCE GM HAS ENDED IN THE WINDOW.  IT
001896* IS NOT LOGGED, BUT TAKES THE CURRENT WINDOW'S DATE AND CYCLE.
001898*****************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-CURRENT-TIME FROM TIME
001920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001921     MOVE WS-CURRENT-TIME(1:2) TO WS-CURRENT-HOUR
001923     IF WS-CURRENT-HOUR < 12
001924         MOVE "AM" TO WS-RUN-CYCLE
001926     ELSE
001927         MOVE "PM" TO WS-RUN-CYCLE
001929     END-IF
001931     IF RCP-STEP-CLEARED
001932         MOVE RCP-RUN-DATE TO WS-CURRENT-DATE
001934         MOVE RCP-CYCLE    TO WS-RUN-CYCLE
001935     END-IF
001937     IF WS-CATCHUP-RUN
001938         PERFORM 1100-RESOLVE-RUN-WINDOW
001940     END-IF
001942     EVALUATE TRUE
001943         WHEN WS-CATCHUP-LIST-MODE
001944             MOVE "Y" TO WS-CATCHUP-SW
001958     .
001959
001960*****************************************************************
001962* 1100-RESOLVE-RUN-WINDOW -- A CATCH-UP RUN REPAIRS THE CURRENT
001963* RUN-CONTROL WINDOW, SO ITS DATE AND CYCLE ARE TAKEN OFF RUNWIN
001964* AND A CATCH-UP AFTER NOON STILL COMMITS TO THE AM WINDOW.  WITH
001965* NO WINDOW ON FILE THE CLOCK'S DATE AND CYCLE STAND.
001967*****************************************************************
001968 1100-RESOLVE-RUN-WINDOW.
001969     OPEN INPUT RUN-WINDOW
001970     IF WS-RUNWIN-OK
001972         READ RUN-WINDOW
001973             NOT AT END
001974                 MOVE RW-RUN-DATE TO WS-CURRENT-DATE
001976                 MOVE RW-CYCLE    TO WS-RUN-CYCLE
001977         END-READ
001978         CLOSE RUN-WINDOW
001979     END-IF
001981     DISPLAY "CATCH-UP RUN FOR WINDOW " WS-CURRENT-DATE " "
001982         WS-RUN-CYCLE " -- OUTSIDE THE RUN CONTROL, NOT LOGGED"
001983     .
001984
001986*****************************************************************
001987* 2000-LOAD-CONFIG -- PULL THE LEVERAGE/PROTOCOL-NAME/VIBES
001988* DEFAULTS FOR TODAY'S RUN OUT OF THE DAILY CONTROL FILE RATHER
001990* THAN OUT OF A COMPILED-IN VALUE CLAUSE.  IF OPS HASN'T STAGED
002000* A RECORD FOR THIS PROTOCOL YET, FALL BACK TO THE STANDARD
002010* DEFAULTS SO THE JOB STILL PRODUCES A BANNER.
002250     READ PROTOCOL-MASTER
002260         AT END
002270             MOVE "Y" TO WS-PM-EOF-SW
002273         NOT AT END
002276             ADD 1 TO WS-PROTOCOLS-READ
002280     END-READ
002290     .
002300
003232     .
003233
003235*****************************************************************
003238* 3000-SUM-COLLATERAL -- TAKE THE PROTOCOL'S SOL-EQUIVALENT
003241* COLLATERAL FROM THE SUMMARY LAVARAGE-COLL-SUM BUILT FOR THIS
003244* WINDOW, SO THE BANNER, THE TIER QUALIFICATION AND THE OUTPUT
003247* RECORD ALL USE THE SAME FIGURE EVERY OTHER JOB SEES.  A
003250* SUMMARY THAT WAS NOT BUILT TODAY, OR HAS NO RECORD FOR THE
003253* PROTOCOL, LEAVES THE SUM AT ZERO WITH AN EXCEPTION -- THE
003256* SAME TREATMENT A MISSING POSITIONS FILE ALWAYS GOT.
003260*****************************************************************
003270 3000-SUM-COLLATERAL.
003280     MOVE ZERO TO WS-COLLATERAL-SOL
003286     OPEN INPUT PROTOCOL-COLL-SUMMARY
003292     IF NOT WS-COLLSUM-OK
003298         DISPLAY "COLLSUM: COLLATERAL SUMMARY NOT BUILT, "
003304             "COLLATERAL FOR " WS-PROTOCOL-NAME " ASSUMED ZERO"
003305         MOVE "COLLMISS" TO WS-EXC-REASON-CODE
003306         MOVE "COLLATERAL SUMMARY NOT BUILT, SUM ZERO"
003307             TO WS-EXC-REASON-TEXT
003308         PERFORM 6500-WRITE-EXCEPTION
003309     ELSE
003311         MOVE WS-PROTOCOL-NAME TO CS-PROTOCOL-NAME
003313         READ PROTOCOL-COLL-SUMMARY
003316             KEY IS CS-PROTOCOL-NAME
003318             INVALID KEY
003320                 DISPLAY "COLLSUM: NO SUMMARY RECORD FOR "
003323                     WS-PROTOCOL-NAME ", COLLATERAL ASSUMED ZERO"
003325                 MOVE "COLLMISS" TO WS-EXC-REASON-CODE
003328                 MOVE "NO COLLATERAL SUMMARY RECORD, SUM ZERO"
003330                     TO WS-EXC-REASON-TEXT
003332                 PERFORM 6500-WRITE-EXCEPTION
003335             NOT INVALID KEY
003337                 PERFORM 3100-CHECK-SUMMARY-RECORD
003340         END-READ
003354         CLOSE PROTOCOL-COLL-SUMMARY
003368     END-IF
003370     .
003380
003473*****************************************************************
003474* 3100-CHECK-SUMMARY-RECORD -- A SUMMARY LEFT OVER FROM AN
003475* EARLIER DAY DOES NOT REFLECT TODAY'S MOVEMENTS AND IS NOT
003476* USED.  POSITIONS THE BUILD COULD NOT PRICE ARE ALREADY OUT OF
003477* THE TOTAL; ONE EXCEPTION PER PROTOCOL KEEPS THE GAP VISIBLE.
003479*****************************************************************
003480 3100-CHECK-SUMMARY-RECORD.
003482     IF CS-BUILD-DATE NOT = WS-CURRENT-DATE
003483         DISPLAY "COLLSUM: SUMMARY FOR " WS-PROTOCOL-NAME
003485             " WAS BUILT " CS-BUILD-DATE
003486             ", COLLATERAL ASSUMED ZERO"
003488         MOVE "COLLMISS" TO WS-EXC-REASON-CODE
003489         MOVE "COLLATERAL SUMMARY STALE, SUM ZERO"
003491             TO WS-EXC-REASON-TEXT
003492         PERFORM 6500-WRITE-EXCEPTION
003494     ELSE
003495         MOVE CS-COLLATERAL-SOL TO WS-COLLATERAL-SOL
003497         IF CS-UNPRICED-COUNT > 0
003498             DISPLAY "TOKPRICE: " CS-UNPRICED-COUNT
003500                 " POSITION(S) IN " WS-PROTOCOL-NAME
003501                 " HAD NO USABLE PRICE -- LEFT OUT OF SUM"
003503             MOVE "TOKPRC" TO WS-EXC-REASON-CODE
003504             MOVE "TOKEN PRICE MISSING, POSITIONS SKIPPED"
003505                 TO WS-EXC-REASON-TEXT
003506             PERFORM 6500-WRITE-EXCEPTION
003507         END-IF
004142     MOVE "|"               TO GMO-DELIM-6
004144     MOVE WS-RUN-CYCLE      TO GMO-CYCLE
004150     WRITE GMO-RECORD
004151     MOVE "LAVGMOUT"           TO JCP-JOURNAL-NAME
004152     MOVE GMO-RUN-DATE         TO JCP-RECORD-DATE
004153     MOVE GMO-RECORD           TO JCP-RECORD-DATA
004155     MOVE GMO-COLLATERAL-TOTAL TO JCP-HASH-COLLATERAL
004156     MOVE GMO-LEVERAGE         TO JCP-HASH-LEVERAGE
004157     MOVE ZERO                 TO JCP-HASH-FEE
004158     PERFORM 6900-POST-JOURNAL-CONTROL
004160     CLOSE LAVARAGE-GM-OUT
004170     .
004180
004355     MOVE WS-COLLATERAL-SOL TO AUD-COLLATERAL-TOTAL
004357     MOVE WS-RUN-CYCLE      TO AUD-CYCLE
004360     WRITE AUD-RECORD
004361     MOVE "LAVAUDIT"           TO JCP-JOURNAL-NAME
004362     MOVE AUD-RUN-DATE         TO JCP-RECORD-DATE
004363     MOVE AUD-RECORD           TO JCP-RECORD-DATA
004365     MOVE AUD-COLLATERAL-TOTAL TO JCP-HASH-COLLATERAL
004366     MOVE AUD-LEVERAGE         TO JCP-HASH-LEVERAGE
004367     MOVE ZERO                 TO JCP-HASH-FEE
004368     PERFORM 6900-POST-JOURNAL-CONTROL
004370     CLOSE LAVARAGE-AUDIT
004380     .
004382
004400     MOVE WS-EXC-REASON-TEXT TO EXC-REASON-TEXT
004401     MOVE WS-RUN-CYCLE       TO EXC-CYCLE
004402     WRITE EXC-RECORD
004403     MOVE "LAVEXCPT"           TO JCP-JOURNAL-NAME
004404     MOVE EXC-RUN-DATE         TO JCP-RECORD-DATE
004405     MOVE EXC-RECORD           TO JCP-RECORD-DATA
004406     MOVE EXC-COLLATERAL-TOTAL TO JCP-HASH-COLLATERAL
004407     MOVE EXC-LEVERAGE         TO JCP-HASH-LEVERAGE
004408     MOVE ZERO                 TO JCP-HASH-FEE
004409     PERFORM 6900-POST-JOURNAL-CONTROL
004410     CLOSE LAVARAGE-EXCPT
004411     .
004412
004413*****************************************************************
004414* 6900-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED
004415* ONTO ITS JOURNAL'S CONTROL TOTALS FOR THE DAY.  THE CALLER HAS
004416* LOADED THE JOURNAL NAME, RECORD DATE, RECORD AND HASH FIELDS.
004417*****************************************************************
004418 6900-POST-JOURNAL-CONTROL.
004419     MOVE "P"         TO JCP-FUNCTION
004420     MOVE RETURN-CODE TO JCP-CALLER-RC
004421     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
004422     IF JCP-RETURN-CODE > RETURN-CODE
004423         MOVE JCP-RETURN-CODE TO RETURN-CODE
004424     END-IF
004425     .
004426
004427*****************************************************************
004428* 7000-COMMIT-CHECKPOINT -- MARK TODAY'S RUN COMMITTED SO A
004429* RESUBMITTED JOB REFUSES TO RE-DISPLAY THE SAME GM.
004430*****************************************************************
004440 7000-COMMIT-CHECKPOINT.
004450     OPEN I-O LAVARAGE-CKPT
005930     DISPLAY "  " WS-TZ-REGION-NAME(WS-TZ-IDX) ": "
005940         WS-REGION-GREETING
005950     .
005951
005952*****************************************************************
005953* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
005954* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
005955*****************************************************************
005957 9900-END-RUN-STEP.
005958     MOVE "E"         TO RCP-FUNCTION
005959     MOVE RETURN-CODE TO RCP-CALLER-RC
005960     MOVE "PROTMSTR"  TO RCP-INPUT-NAME-1
005961     MOVE WS-PROTOCOLS-READ TO RCP-INPUT-COUNT-1
005962     MOVE SPACES      TO RCP-INPUT-NAME-2
005964     MOVE ZERO        TO RCP-INPUT-COUNT-2
005965     MOVE WS-PARM-LINE TO RCP-PARMS-TEXT
005966     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
005967     .
005968
005970 9999-EXIT.
005980     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-ASOF-RPT.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE AS-OF RECONSTRUCTION AND DRIFT CHECK
000180* REBUILDS THE PROTOCOL LINEUP (PROTMSTR), THE RISK TIER LADDER
000190* (RISKLIM) AND THE PROCESSING CALENDAR (PROCCAL) AS THEY STOOD
000200* AT THE END OF A GIVEN DAY, PURELY BY REPLAYING THEIR CHANGE
000210* JOURNALS (PMCHGJRN, RLCHGJRN, CALCHJRN) IN WRITE ORDER UP TO
000220* AND INCLUDING THAT CHANGE DATE, AND PRINTS ALL THREE -- SO THE
000230* LEVERAGE CAP OR CALENDAR IN FORCE ON ANY PAST DAY COMES OFF
000240* OUR OWN RECORDS.  THE DAY IS THE DAY THE CHANGE WAS APPLIED;
000250* THE LINEUP'S EFFECTIVE DATE IS REPORTED AS JOURNALED.
000260*
000270* A JOURNALED CHANGE TO AN ENTRY THE REPLAY HAS NOT SEEN IS
000280* TAKEN AS AN ENTRY THAT PREDATES THE JOURNAL: IT IS CARRIED
000290* FROM THAT CHANGE ON WITH THE VALUES THE JOURNAL RECORDS.
000300* PM-COLLATERAL-TOTAL IS OPS' PLANNING FIGURE, NOT CARRIED ON
000310* PMCHGJRN, SO IT IS NEITHER REBUILT NOR COMPARED.
000320*
000330* WHEN THE AS-OF DATE IS TODAY THE REBUILT TABLES ARE ALSO
000340* COMPARED FIELD BY FIELD WITH THE LIVE FILES.  ANY DIFFERENCE
000350* -- AN ENTRY ON ONE SIDE ONLY, OR A FIELD THAT DISAGREES -- IS
000360* DRIFT: THE LIVE FILE WAS CHANGED OUTSIDE LAVARAGE-PM-MAINT,
000370* RL-MAINT OR CAL-MAINT.
000380*
000390* SYSIN: THE AS-OF DATE AS YYYYMMDD.  EMPTY, NON-NUMERIC OR
000400* LATER THAN TODAY MEANS TODAY.
000410*
000420* RETURN CODES: 0 REBUILT (AND NO DRIFT WHEN CHECKED); 8 DRIFT
000430* FOUND; 12 MORE ENTRIES THAN THE WORK TABLES HOLD -- NOTHING IS
000440* PRINTED FROM A PARTIAL REBUILD.
000450*
000460* MODIFICATION HISTORY
000470* 2026-10-15 AJP  INITIAL VERSION.
000473* 2026-10-15 AJP  THE LINEUP SEARCH KEYS ON ITS OWN FIELD, NOT
000476*                 THE CLOSED JOURNAL'S RECORD AREA.
000480*
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 REPOSITORY.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PROTOCOL-MASTER-JOURNAL
000570         ASSIGN TO "PMCHGJRN"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PMJ-STATUS.
000600     SELECT RISK-LIMIT-JOURNAL
000610         ASSIGN TO "RLCHGJRN"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RLJ-STATUS.
000640     SELECT CALENDAR-JOURNAL
000650         ASSIGN TO "CALCHJRN"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CAJ-STATUS.
000680     SELECT PROTOCOL-MASTER
000690         ASSIGN TO "PROTMSTR"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PM-STATUS.
000720     SELECT RISK-LIMITS
000730         ASSIGN TO "RISKLIM"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS RL-KEY
000770         FILE STATUS IS WS-RISK-LIMITS-STATUS.
000780     SELECT PROCESSING-CALENDAR
000790         ASSIGN TO "PROCCAL"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS CAL-KEY
000830         FILE STATUS IS WS-CAL-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 COPY PMCHGJRN.
000880 COPY RLCHGJRN.
000890 COPY CALCHJRN.
000900 COPY PROTMSTR.
000910 COPY RISKLIM.
000920 COPY PROCCAL.
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-ASOF-PARM           PIC X(08) VALUE SPACES.
000960 01  WS-ASOF-DATE           PIC 9(08).
000970 01  WS-TODAY               PIC 9(08).
000980 01  WS-LIVE-STATUS         PIC X(01).
000990 01  WS-JOURNAL-STATUS      PIC X(01).
001000 01  WS-MIN-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
001010 01  WS-MIN-DISPLAY-2       PIC ZZZ,ZZZ,ZZ9.99.
001020 01  WS-DRIFT-FILE          PIC X(08).
001030 01  WS-DRIFT-ENTRY         PIC X(20).
001040
001050 01  WS-FILE-STATUSES.
001060     05  WS-PMJ-STATUS              PIC X(02).
001070         88  WS-PMJ-OK                     VALUE "00".
001080     05  WS-RLJ-STATUS              PIC X(02).
001090         88  WS-RLJ-OK                     VALUE "00".
001100     05  WS-CAJ-STATUS              PIC X(02).
001110         88  WS-CAJ-OK                     VALUE "00".
001120     05  WS-PM-STATUS               PIC X(02).
001130         88  WS-PM-OK                      VALUE "00".
001140     05  WS-RISK-LIMITS-STATUS      PIC X(02).
001150         88  WS-RISK-LIMITS-OK             VALUE "00".
001160     05  WS-CAL-STATUS              PIC X(02).
001170         88  WS-CAL-OK                     VALUE "00".
001180
001190 01  WS-SWITCHES.
001200     05  WS-EOF-SW                  PIC X(01) VALUE "N".
001210         88  WS-FILE-DONE                  VALUE "Y".
001220     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
001230         88  WS-ENTRY-FOUND                VALUE "Y".
001240     05  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
001250         88  WS-TABLE-OVERFLOW             VALUE "Y".
001260     05  WS-DRIFT-CHECK-SW          PIC X(01) VALUE "N".
001270         88  WS-DRIFT-CHECK                VALUE "Y".
001280
001290 01  WS-COUNTERS.
001300     05  WS-PMJ-READ                PIC 9(5) COMP VALUE 0.
001310     05  WS-PMJ-REPLAYED            PIC 9(5) COMP VALUE 0.
001320     05  WS-RLJ-READ                PIC 9(5) COMP VALUE 0.
001330     05  WS-RLJ-REPLAYED            PIC 9(5) COMP VALUE 0.
001340     05  WS-CAJ-READ                PIC 9(5) COMP VALUE 0.
001350     05  WS-CAJ-REPLAYED            PIC 9(5) COMP VALUE 0.
001360     05  WS-DRIFT-COUNT             PIC 9(5) COMP VALUE 0.
001370
001380 01  WS-SCAN-SUB            PIC 9(5) COMP VALUE 0.
001390 01  WS-SHIFT-SUB           PIC 9(5) COMP VALUE 0.
001400 01  WS-FOUND-SUB           PIC 9(5) COMP VALUE 0.
001410 01  WS-INSERT-SUB          PIC 9(5) COMP VALUE 0.
001415 01  WS-SEARCH-PROTOCOL     PIC X(08) VALUE SPACES.
001420
001430*    THE REBUILT LINEUP, IN ONBOARDING ORDER -- THE ORDER
001440*    LAVARAGE-PM-MAINT KEEPS THE LIVE FILE IN.
001450 01  WS-LINEUP-TABLE.
001460     05  WS-LINEUP-COUNT            PIC 9(5) COMP VALUE 0.
001470     05  WS-LINEUP-ENTRY OCCURS 50 TIMES.
001480         10  WS-LU-NAME             PIC X(08).
001490         10  WS-LU-LEVERAGE         PIC 9(03).
001500         10  WS-LU-STATUS           PIC X(01).
001510         10  WS-LU-EFFECTIVE        PIC X(08).
001520         10  WS-LU-MATCHED-SW       PIC X(01).
001530             88  WS-LU-MATCHED             VALUE "Y".
001540
001550*    THE REBUILT TIER LADDER AND CALENDAR ARE KEPT IN THE KEY
001560*    ORDER OF THEIR LIVE FILES, SO BOTH PRINT THE WAY THE FILES
001570*    READ.
001580 01  WS-NEW-TIER-KEY.
001590     05  WS-NEW-TIER-PROTOCOL       PIC X(08).
001600     05  WS-NEW-TIER-NUMBER         PIC 9(02).
001610 01  WS-TIER-TABLE.
001620     05  WS-TIER-COUNT              PIC 9(5) COMP VALUE 0.
001630     05  WS-TIER-ENTRY OCCURS 500 TIMES.
001640         10  WS-TR-KEY.
001650             15  WS-TR-PROTOCOL     PIC X(08).
001660             15  WS-TR-TIER         PIC 9(02).
001670         10  WS-TR-MIN-COLLATERAL   PIC 9(09)V99.
001680         10  WS-TR-MAX-LEVERAGE     PIC 9(03).
001690         10  WS-TR-MATCHED-SW       PIC X(01).
001700             88  WS-TR-MATCHED             VALUE "Y".
001710
001720 01  WS-NEW-CAL-KEY.
001730     05  WS-NEW-CAL-DATE            PIC 9(08).
001740     05  WS-NEW-CAL-CYCLE           PIC X(02).
001750 01  WS-CALENDAR-TABLE.
001760     05  WS-CALENDAR-COUNT          PIC 9(5) COMP VALUE 0.
001770     05  WS-CALENDAR-ENTRY OCCURS 2000 TIMES.
001780         10  WS-CT-KEY.
001790             15  WS-CT-DATE         PIC 9(08).
001800             15  WS-CT-CYCLE        PIC X(02).
001810         10  WS-CT-DISPOSITION      PIC X(01).
001820         10  WS-CT-REASON           PIC X(30).
001830         10  WS-CT-MATCHED-SW       PIC X(01).
001840             88  WS-CT-MATCHED             VALUE "Y".
001850
001860 PROCEDURE DIVISION.
001870 MAIN-PROGRAM.
001880     PERFORM 1000-INITIALIZE
001890     PERFORM 2000-REPLAY-LINEUP
001900     PERFORM 3000-REPLAY-TIERS
001910     PERFORM 4000-REPLAY-CALENDAR
001920     IF WS-TABLE-OVERFLOW
001930         DISPLAY "  **** WORK TABLE CAPACITY EXCEEDED -- NO "
001940             "REBUILD PRINTED ****"
001950         MOVE 12 TO RETURN-CODE
001960     ELSE
001970         PERFORM 5000-PRINT-REBUILD
001980         IF WS-DRIFT-CHECK
001990             PERFORM 6000-CHECK-DRIFT
002000         END-IF
002010         PERFORM 8000-PRINT-TOTALS
002020     END-IF
002030     PERFORM 9999-EXIT
002040     STOP RUN.
002050
002060*****************************************************************
002070* 1000-INITIALIZE -- RESOLVE THE AS-OF DATE.  THE DRIFT CHECK
002080* ONLY MEANS SOMETHING WHEN THE REBUILD RUNS TO TODAY.
002090*****************************************************************
002100 1000-INITIALIZE.
002110     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002120     MOVE WS-TODAY TO WS-ASOF-DATE
002130     ACCEPT WS-ASOF-PARM
002140     IF WS-ASOF-PARM IS NUMERIC
002150        AND WS-ASOF-PARM NOT = "00000000"
002160         MOVE WS-ASOF-PARM TO WS-ASOF-DATE
002170     END-IF
002180     IF WS-ASOF-DATE > WS-TODAY
002190         DISPLAY "AS-OF DATE " WS-ASOF-DATE " IS AFTER TODAY, "
002200             "TODAY USED"
002210         MOVE WS-TODAY TO WS-ASOF-DATE
002220     END-IF
002230     IF WS-ASOF-DATE = WS-TODAY
002240         MOVE "Y" TO WS-DRIFT-CHECK-SW
002250     END-IF
002260     DISPLAY "========================================="
002270     DISPLAY "  LAVARAGE AS-OF RECONSTRUCTION"
002280     DISPLAY "  AS OF CLOSE OF " WS-ASOF-DATE
002290     IF WS-DRIFT-CHECK
002300         DISPLAY "  WITH DRIFT CHECK AGAINST THE LIVE FILES"
002310     END-IF
002320     DISPLAY "========================================="
002330     .
002340
002350*****************************************************************
002360* 2000-REPLAY-LINEUP -- EVERY PMCHGJRN RECORD CARRIES THE POOL'S
002370* NEW STATUS, LEVERAGE AND EFFECTIVE DATE, SO AN ONBOARD ADDS THE
002380* POOL AND EVERY OTHER ACTION JUST RESTATES IT.
002390*****************************************************************
002400 2000-REPLAY-LINEUP.
002410     MOVE "N" TO WS-EOF-SW
002420     OPEN INPUT PROTOCOL-MASTER-JOURNAL
002430     IF NOT WS-PMJ-OK
002440         DISPLAY "PMCHGJRN: LINEUP CHANGE JOURNAL NOT AVAILABLE, "
002450             "STATUS " WS-PMJ-STATUS " -- LINEUP REBUILT EMPTY"
002460     ELSE
002470         PERFORM 2100-READ-PMJ
002480         PERFORM 2200-REPLAY-ONE-PMJ UNTIL WS-FILE-DONE
002490         CLOSE PROTOCOL-MASTER-JOURNAL
002500     END-IF
002510     .
002520
002530 2100-READ-PMJ.
002540     READ PROTOCOL-MASTER-JOURNAL
002550         AT END
002560             MOVE "Y" TO WS-EOF-SW
002570         NOT AT END
002580             IF NOT WS-PMJ-OK
002590                 MOVE "Y" TO WS-EOF-SW
002600             END-IF
002610     END-READ
002620     .
002630
002640 2200-REPLAY-ONE-PMJ.
002650     ADD 1 TO WS-PMJ-READ
002660     IF PMJ-CHANGE-DATE NOT > WS-ASOF-DATE
002670         ADD 1 TO WS-PMJ-REPLAYED
002675         MOVE PMJ-PROTOCOL-NAME TO WS-SEARCH-PROTOCOL
002680         PERFORM 2300-FIND-LINEUP-ENTRY
002690         IF NOT WS-ENTRY-FOUND
002700             IF WS-LINEUP-COUNT < 50
002710                 ADD 1 TO WS-LINEUP-COUNT
002720                 MOVE WS-LINEUP-COUNT TO WS-FOUND-SUB
002730                 MOVE PMJ-PROTOCOL-NAME
002740                     TO WS-LU-NAME(WS-FOUND-SUB)
002750                 MOVE "Y" TO WS-ENTRY-FOUND-SW
002760             ELSE
002770                 DISPLAY "PMCHGJRN: **** LINEUP TABLE FULL AT "
002780                     PMJ-PROTOCOL-NAME " ****"
002790                 MOVE "Y" TO WS-OVERFLOW-SW
002800             END-IF
002810         END-IF
002820         IF WS-ENTRY-FOUND
002830             MOVE PMJ-LEVERAGE   TO WS-LU-LEVERAGE(WS-FOUND-SUB)
002840             MOVE PMJ-NEW-STATUS TO WS-LU-STATUS(WS-FOUND-SUB)
002850             MOVE PMJ-EFFECTIVE-DATE
002860                 TO WS-LU-EFFECTIVE(WS-FOUND-SUB)
002870             MOVE "N" TO WS-LU-MATCHED-SW(WS-FOUND-SUB)
002880         END-IF
002890     END-IF
002900     PERFORM 2100-READ-PMJ
002910     .
002920
002930 2300-FIND-LINEUP-ENTRY.
002940     MOVE "N" TO WS-ENTRY-FOUND-SW
002950     PERFORM 2310-MATCH-ONE-LINEUP
002960         VARYING WS-SCAN-SUB FROM 1 BY 1
002970         UNTIL WS-SCAN-SUB > WS-LINEUP-COUNT
002980            OR WS-ENTRY-FOUND
002990     .
003000
003010 2310-MATCH-ONE-LINEUP.
003020     IF WS-LU-NAME(WS-SCAN-SUB) = WS-SEARCH-PROTOCOL
003030         MOVE WS-SCAN-SUB TO WS-FOUND-SUB
003040         MOVE "Y" TO WS-ENTRY-FOUND-SW
003050     END-IF
003060     .
003070
003080*****************************************************************
003090* 3000-REPLAY-TIERS -- ADD AND CHANGE PUT THE NEW MINIMUM AND MAX
003100* LEVERAGE ON THE TIER; DELETE TAKES IT OFF THE LADDER.
003110*****************************************************************
003120 3000-REPLAY-TIERS.
003130     MOVE "N" TO WS-EOF-SW
003140     OPEN INPUT RISK-LIMIT-JOURNAL
003150     IF NOT WS-RLJ-OK
003160         DISPLAY "RLCHGJRN: LIMIT CHANGE JOURNAL NOT AVAILABLE, "
003170             "STATUS " WS-RLJ-STATUS " -- LADDER REBUILT EMPTY"
003180     ELSE
003190         PERFORM 3100-READ-RLJ
003200         PERFORM 3200-REPLAY-ONE-RLJ UNTIL WS-FILE-DONE
003210         CLOSE RISK-LIMIT-JOURNAL
003220     END-IF
003230     .
003240
003250 3100-READ-RLJ.
003260     READ RISK-LIMIT-JOURNAL
003270         AT END
003280             MOVE "Y" TO WS-EOF-SW
003290         NOT AT END
003300             IF NOT WS-RLJ-OK
003310                 MOVE "Y" TO WS-EOF-SW
003320             END-IF
003330     END-READ
003340     .
003350
003360 3200-REPLAY-ONE-RLJ.
003370     ADD 1 TO WS-RLJ-READ
003380     IF RLJ-CHANGE-DATE NOT > WS-ASOF-DATE
003390         ADD 1 TO WS-RLJ-REPLAYED
003400         MOVE RLJ-PROTOCOL-NAME   TO WS-NEW-TIER-PROTOCOL
003410         MOVE RLJ-COLLATERAL-TIER TO WS-NEW-TIER-NUMBER
003420         PERFORM 3300-FIND-TIER-ENTRY
003430         IF RLJ-ACTION = "D"
003440             IF WS-ENTRY-FOUND
003450                 PERFORM 3500-REMOVE-TIER-ENTRY
003460             END-IF
003470         ELSE
003480             IF NOT WS-ENTRY-FOUND
003490                 PERFORM 3400-INSERT-TIER-ENTRY
003500             END-IF
003510             IF WS-ENTRY-FOUND
003520                 MOVE RLJ-NEW-MIN-COLLATERAL
003530                     TO WS-TR-MIN-COLLATERAL(WS-FOUND-SUB)
003540                 MOVE RLJ-NEW-MAX-LEVERAGE
003550                     TO WS-TR-MAX-LEVERAGE(WS-FOUND-SUB)
003560             END-IF
003570         END-IF
003580     END-IF
003590     PERFORM 3100-READ-RLJ
003600     .
003610
003620*****************************************************************
003630* 3300-FIND-TIER-ENTRY -- WS-FOUND-SUB IS THE MATCHING ENTRY, OR
003640* WHEN THERE IS NONE WS-INSERT-SUB IS WHERE IT BELONGS.
003650*****************************************************************
003660 3300-FIND-TIER-ENTRY.
003670     MOVE "N" TO WS-ENTRY-FOUND-SW
003680     COMPUTE WS-INSERT-SUB = WS-TIER-COUNT + 1
003690     PERFORM 3310-MATCH-ONE-TIER
003700         VARYING WS-SCAN-SUB FROM 1 BY 1
003710         UNTIL WS-SCAN-SUB > WS-TIER-COUNT
003720            OR WS-INSERT-SUB NOT > WS-TIER-COUNT
003730     .
003740
003750 3310-MATCH-ONE-TIER.
003760     IF WS-TR-KEY(WS-SCAN-SUB) NOT < WS-NEW-TIER-KEY
003770         MOVE WS-SCAN-SUB TO WS-INSERT-SUB
003780         IF WS-TR-KEY(WS-SCAN-SUB) = WS-NEW-TIER-KEY
003790             MOVE WS-SCAN-SUB TO WS-FOUND-SUB
003800             MOVE "Y" TO WS-ENTRY-FOUND-SW
003810         END-IF
003820     END-IF
003830     .
003840
003850 3400-INSERT-TIER-ENTRY.
003860     IF WS-TIER-COUNT < 500
003870         PERFORM 3410-SHIFT-TIER-DOWN
003880             VARYING WS-SHIFT-SUB FROM WS-TIER-COUNT BY -1
003890             UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
003900         ADD 1 TO WS-TIER-COUNT
003910         MOVE WS-INSERT-SUB TO WS-FOUND-SUB
003920         MOVE WS-NEW-TIER-KEY TO WS-TR-KEY(WS-FOUND-SUB)
003930         MOVE "N" TO WS-TR-MATCHED-SW(WS-FOUND-SUB)
003940         MOVE "Y" TO WS-ENTRY-FOUND-SW
003950     ELSE
003960         DISPLAY "RLCHGJRN: **** TIER TABLE FULL AT "
003970             WS-NEW-TIER-PROTOCOL " TIER " WS-NEW-TIER-NUMBER
003980             " ****"
003990         MOVE "Y" TO WS-OVERFLOW-SW
004000     END-IF
004010     .
004020
004030 3410-SHIFT-TIER-DOWN.
004040     MOVE WS-TIER-ENTRY(WS-SHIFT-SUB)
004050         TO WS-TIER-ENTRY(WS-SHIFT-SUB + 1)
004060     .
004070
004080 3500-REMOVE-TIER-ENTRY.
004090     PERFORM 3510-SHIFT-TIER-UP
004100         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
004110         UNTIL WS-SHIFT-SUB NOT < WS-TIER-COUNT
004120     SUBTRACT 1 FROM WS-TIER-COUNT
004130     .
004140
004150 3510-SHIFT-TIER-UP.
004160     MOVE WS-TIER-ENTRY(WS-SHIFT-SUB + 1)
004170         TO WS-TIER-ENTRY(WS-SHIFT-SUB)
004180     .
004190
004200*****************************************************************
004210* 4000-REPLAY-CALENDAR -- ADD AND CHANGE PUT THE NEW DISPOSITION
004220* AND REASON ON THE DATE/CYCLE; DELETE TAKES IT OFF THE CALENDAR.
004230*****************************************************************
004240 4000-REPLAY-CALENDAR.
004250     MOVE "N" TO WS-EOF-SW
004260     OPEN INPUT CALENDAR-JOURNAL
004270     IF NOT WS-CAJ-OK
004280         DISPLAY "CALCHJRN: CALENDAR JOURNAL NOT AVAILABLE, "
004290             "STATUS " WS-CAJ-STATUS " -- CALENDAR REBUILT EMPTY"
004300     ELSE
004310         PERFORM 4100-READ-CAJ
004320         PERFORM 4200-REPLAY-ONE-CAJ UNTIL WS-FILE-DONE
004330         CLOSE CALENDAR-JOURNAL
004340     END-IF
004350     .
004360
004370 4100-READ-CAJ.
004380     READ CALENDAR-JOURNAL
004390         AT END
004400             MOVE "Y" TO WS-EOF-SW
004410         NOT AT END
004420             IF NOT WS-CAJ-OK
004430                 MOVE "Y" TO WS-EOF-SW
004440             END-IF
004450     END-READ
004460     .
004470
004480 4200-REPLAY-ONE-CAJ.
004490     ADD 1 TO WS-CAJ-READ
004500     IF CAJ-CHANGE-DATE NOT > WS-ASOF-DATE
004510         ADD 1 TO WS-CAJ-REPLAYED
004520         MOVE CAJ-CAL-DATE  TO WS-NEW-CAL-DATE
004530         MOVE CAJ-CAL-CYCLE TO WS-NEW-CAL-CYCLE
004540         PERFORM 4300-FIND-CALENDAR-ENTRY
004550         IF CAJ-ACTION = "D"
004560             IF WS-ENTRY-FOUND
004570                 PERFORM 4500-REMOVE-CALENDAR-ENTRY
004580             END-IF
004590         ELSE
004600             IF NOT WS-ENTRY-FOUND
004610                 PERFORM 4400-INSERT-CALENDAR-ENTRY
004620             END-IF
004630             IF WS-ENTRY-FOUND
004640                 MOVE CAJ-NEW-DISPOSITION
004650                     TO WS-CT-DISPOSITION(WS-FOUND-SUB)
004660                 MOVE CAJ-REASON TO WS-CT-REASON(WS-FOUND-SUB)
004670             END-IF
004680         END-IF
004690     END-IF
004700     PERFORM 4100-READ-CAJ
004710     .
004720
004730 4300-FIND-CALENDAR-ENTRY.
004740     MOVE "N" TO WS-ENTRY-FOUND-SW
004750     COMPUTE WS-INSERT-SUB = WS-CALENDAR-COUNT + 1
004760     PERFORM 4310-MATCH-ONE-CALENDAR
004770         VARYING WS-SCAN-SUB FROM 1 BY 1
004780         UNTIL WS-SCAN-SUB > WS-CALENDAR-COUNT
004790            OR WS-INSERT-SUB NOT > WS-CALENDAR-COUNT
004800     .
004810
004820 4310-MATCH-ONE-CALENDAR.
004830     IF WS-CT-KEY(WS-SCAN-SUB) NOT < WS-NEW-CAL-KEY
004840         MOVE WS-SCAN-SUB TO WS-INSERT-SUB
004850         IF WS-CT-KEY(WS-SCAN-SUB) = WS-NEW-CAL-KEY
004860             MOVE WS-SCAN-SUB TO WS-FOUND-SUB
004870             MOVE "Y" TO WS-ENTRY-FOUND-SW
004880         END-IF
004890     END-IF
004900     .
004910
004920 4400-INSERT-CALENDAR-ENTRY.
004930     IF WS-CALENDAR-COUNT < 2000
004940         PERFORM 4410-SHIFT-CALENDAR-DOWN
004950             VARYING WS-SHIFT-SUB FROM WS-CALENDAR-COUNT BY -1
004960             UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
004970         ADD 1 TO WS-CALENDAR-COUNT
004980         MOVE WS-INSERT-SUB TO WS-FOUND-SUB
004990         MOVE WS-NEW-CAL-KEY TO WS-CT-KEY(WS-FOUND-SUB)
005000         MOVE "N" TO WS-CT-MATCHED-SW(WS-FOUND-SUB)
005010         MOVE "Y" TO WS-ENTRY-FOUND-SW
005020     ELSE
005030         DISPLAY "CALCHJRN: **** CALENDAR TABLE FULL AT "
005040             WS-NEW-CAL-DATE " " WS-NEW-CAL-CYCLE " ****"
005050         MOVE "Y" TO WS-OVERFLOW-SW
005060     END-IF
005070     .
005080
005090 4410-SHIFT-CALENDAR-DOWN.
005100     MOVE WS-CALENDAR-ENTRY(WS-SHIFT-SUB)
005110         TO WS-CALENDAR-ENTRY(WS-SHIFT-SUB + 1)
005120     .
005130
005140 4500-REMOVE-CALENDAR-ENTRY.
005150     PERFORM 4510-SHIFT-CALENDAR-UP
005160         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
005170         UNTIL WS-SHIFT-SUB NOT < WS-CALENDAR-COUNT
005180     SUBTRACT 1 FROM WS-CALENDAR-COUNT
005190     .
005200
005210 4510-SHIFT-CALENDAR-UP.
005220     MOVE WS-CALENDAR-ENTRY(WS-SHIFT-SUB + 1)
005230         TO WS-CALENDAR-ENTRY(WS-SHIFT-SUB)
005240     .
005250
005260*****************************************************************
005270* 5000-PRINT-REBUILD -- THE THREE TABLES AS THEY STOOD.
005280*****************************************************************
005290 5000-PRINT-REBUILD.
005300     DISPLAY " "
005310     DISPLAY "  PROTOCOL LINEUP (PROTMSTR)"
005320     DISPLAY "    PROTOCOL  LEVERAGE  STATUS  EFFECTIVE"
005330     IF WS-LINEUP-COUNT = 0
005340         DISPLAY "    NO PROTOCOLS ON THE LINEUP"
005350     END-IF
005360     PERFORM 5100-PRINT-ONE-PROTOCOL
005370         VARYING WS-SCAN-SUB FROM 1 BY 1
005380         UNTIL WS-SCAN-SUB > WS-LINEUP-COUNT
005390     DISPLAY " "
005400     DISPLAY "  RISK TIER LADDER (RISKLIM)"
005410     DISPLAY "    PROTOCOL  TIER  MIN COLLATERAL (SOL)  "
005420         "MAX LEVERAGE"
005430     IF WS-TIER-COUNT = 0
005440         DISPLAY "    NO TIERS ON THE LADDER"
005450     END-IF
005460     PERFORM 5200-PRINT-ONE-TIER
005470         VARYING WS-SCAN-SUB FROM 1 BY 1
005480         UNTIL WS-SCAN-SUB > WS-TIER-COUNT
005490     DISPLAY " "
005500     DISPLAY "  PROCESSING CALENDAR (PROCCAL)"
005510     DISPLAY "    DATE      CYCLE  DISP  REASON"
005520     IF WS-CALENDAR-COUNT = 0
005530         DISPLAY "    NO CALENDAR ENTRIES -- EVERY WINDOW "
005540             "EXPECTED"
005550     END-IF
005560     PERFORM 5300-PRINT-ONE-CALENDAR
005570         VARYING WS-SCAN-SUB FROM 1 BY 1
005580         UNTIL WS-SCAN-SUB > WS-CALENDAR-COUNT
005590     .
005600
005610 5100-PRINT-ONE-PROTOCOL.
005620     DISPLAY "    " WS-LU-NAME(WS-SCAN-SUB)
005630         "  " WS-LU-LEVERAGE(WS-SCAN-SUB)
005640         "X      " WS-LU-STATUS(WS-SCAN-SUB)
005650         "       " WS-LU-EFFECTIVE(WS-SCAN-SUB)
005660     .
005670
005680 5200-PRINT-ONE-TIER.
005690     MOVE WS-TR-MIN-COLLATERAL(WS-SCAN-SUB) TO WS-MIN-DISPLAY
005700     DISPLAY "    " WS-TR-PROTOCOL(WS-SCAN-SUB)
005710         "  " WS-TR-TIER(WS-SCAN-SUB)
005720         "    " WS-MIN-DISPLAY
005730         "        " WS-TR-MAX-LEVERAGE(WS-SCAN-SUB) "X"
005740     .
005750
005760 5300-PRINT-ONE-CALENDAR.
005770     DISPLAY "    " WS-CT-DATE(WS-SCAN-SUB)
005780         "  " WS-CT-CYCLE(WS-SCAN-SUB)
005790         "     " WS-CT-DISPOSITION(WS-SCAN-SUB)
005800         "     " WS-CT-REASON(WS-SCAN-SUB)
005810     .
005820
005830*****************************************************************
005840* 6000-CHECK-DRIFT -- HOLD EACH LIVE FILE UP AGAINST ITS REBUILT
005850* TABLE.  EVERY LIVE RECORD IS LOOKED UP AND ITS FIELDS COMPARED;
005860* WHATEVER IS LEFT UNMATCHED IN A TABLE IS MISSING FROM THE LIVE
005870* FILE.  AN ACTIVE STATUS OF SPACE (RECORDS PREDATING THE STATUS
005880* BYTE) COMPARES EQUAL TO "A".
005890*****************************************************************
005900 6000-CHECK-DRIFT.
005910     DISPLAY " "
005920     DISPLAY "  DRIFT AGAINST THE LIVE FILES:"
005930     PERFORM 6100-CHECK-LINEUP-DRIFT
005940     PERFORM 6300-CHECK-TIER-DRIFT
005950     PERFORM 6500-CHECK-CALENDAR-DRIFT
005960     IF WS-DRIFT-COUNT = 0
005970         DISPLAY "    NONE -- LIVE FILES MATCH THEIR JOURNALS"
005980     END-IF
005990     .
006000
006010 6100-CHECK-LINEUP-DRIFT.
006020     MOVE "PROTMSTR" TO WS-DRIFT-FILE
006030     MOVE "N" TO WS-EOF-SW
006040     OPEN INPUT PROTOCOL-MASTER
006050     IF NOT WS-PM-OK
006060         DISPLAY "PROTMSTR: PROTOCOL MASTER NOT AVAILABLE, "
006070             "STATUS " WS-PM-STATUS " -- TREATED AS EMPTY"
006080     ELSE
006090         PERFORM 6110-READ-PROTOCOL-MASTER
006100         PERFORM 6120-COMPARE-ONE-PROTOCOL UNTIL WS-FILE-DONE
006110         CLOSE PROTOCOL-MASTER
006120     END-IF
006130     PERFORM 6150-LINEUP-NOT-LIVE
006140         VARYING WS-SCAN-SUB FROM 1 BY 1
006150         UNTIL WS-SCAN-SUB > WS-LINEUP-COUNT
006160     .
006170
006180 6110-READ-PROTOCOL-MASTER.
006190     READ PROTOCOL-MASTER
006200         AT END
006210             MOVE "Y" TO WS-EOF-SW
006220         NOT AT END
006230             IF NOT WS-PM-OK
006240                 MOVE "Y" TO WS-EOF-SW
006250             END-IF
006260     END-READ
006270     .
006280
006290 6120-COMPARE-ONE-PROTOCOL.
006300     MOVE PM-PROTOCOL-NAME TO WS-DRIFT-ENTRY
006310     MOVE PM-PROTOCOL-NAME TO WS-SEARCH-PROTOCOL
006320     PERFORM 2300-FIND-LINEUP-ENTRY
006330     IF NOT WS-ENTRY-FOUND
006340         DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
006350             " ON LIVE FILE, NEVER JOURNALED"
006360         ADD 1 TO WS-DRIFT-COUNT
006370     ELSE
006380         MOVE "Y" TO WS-LU-MATCHED-SW(WS-FOUND-SUB)
006390         IF PM-LEVERAGE NOT = WS-LU-LEVERAGE(WS-FOUND-SUB)
006400             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
006410                 " LEVERAGE   JOURNAL "
006420                 WS-LU-LEVERAGE(WS-FOUND-SUB)
006430                 "  LIVE " PM-LEVERAGE
006440             ADD 1 TO WS-DRIFT-COUNT
006450         END-IF
006460         MOVE PM-STATUS TO WS-LIVE-STATUS
006470         IF WS-LIVE-STATUS = SPACE
006480             MOVE "A" TO WS-LIVE-STATUS
006490         END-IF
006500         MOVE WS-LU-STATUS(WS-FOUND-SUB) TO WS-JOURNAL-STATUS
006510         IF WS-JOURNAL-STATUS = SPACE
006520             MOVE "A" TO WS-JOURNAL-STATUS
006530         END-IF
006540         IF WS-LIVE-STATUS NOT = WS-JOURNAL-STATUS
006550             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
006560                 " STATUS     JOURNAL " WS-JOURNAL-STATUS
006570                 "  LIVE " WS-LIVE-STATUS
006580             ADD 1 TO WS-DRIFT-COUNT
006590         END-IF
006600         IF PM-EFFECTIVE-DATE NOT = WS-LU-EFFECTIVE(WS-FOUND-SUB)
006610             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
006620                 " EFFECTIVE  JOURNAL "
006630                 WS-LU-EFFECTIVE(WS-FOUND-SUB)
006640                 "  LIVE " PM-EFFECTIVE-DATE
006650             ADD 1 TO WS-DRIFT-COUNT
006660         END-IF
006670     END-IF
006680     PERFORM 6110-READ-PROTOCOL-MASTER
006690     .
006700
006710 6150-LINEUP-NOT-LIVE.
006720     IF NOT WS-LU-MATCHED(WS-SCAN-SUB)
006730         DISPLAY "    DRIFT " WS-DRIFT-FILE " "
006740             WS-LU-NAME(WS-SCAN-SUB)
006750             "             JOURNALED, NOT ON LIVE FILE"
006760         ADD 1 TO WS-DRIFT-COUNT
006770     END-IF
006780     .
006790
006800 6300-CHECK-TIER-DRIFT.
006810     MOVE "RISKLIM" TO WS-DRIFT-FILE
006820     MOVE "N" TO WS-EOF-SW
006830     OPEN INPUT RISK-LIMITS
006840     IF NOT WS-RISK-LIMITS-OK
006850         DISPLAY "RISKLIM: RISK LIMITS NOT AVAILABLE, STATUS "
006860             WS-RISK-LIMITS-STATUS " -- TREATED AS EMPTY"
006870     ELSE
006880         PERFORM 6310-READ-RISK-LIMIT
006890         PERFORM 6320-COMPARE-ONE-TIER UNTIL WS-FILE-DONE
006900         CLOSE RISK-LIMITS
006910     END-IF
006920     PERFORM 6350-TIER-NOT-LIVE
006930         VARYING WS-SCAN-SUB FROM 1 BY 1
006940         UNTIL WS-SCAN-SUB > WS-TIER-COUNT
006950     .
006960
006970 6310-READ-RISK-LIMIT.
006980     READ RISK-LIMITS NEXT RECORD
006990         AT END
007000             MOVE "Y" TO WS-EOF-SW
007010         NOT AT END
007020             IF NOT WS-RISK-LIMITS-OK
007030                 MOVE "Y" TO WS-EOF-SW
007040             END-IF
007050     END-READ
007060     .
007070
007080 6320-COMPARE-ONE-TIER.
007090     MOVE RL-PROTOCOL-NAME   TO WS-NEW-TIER-PROTOCOL
007100     MOVE RL-COLLATERAL-TIER TO WS-NEW-TIER-NUMBER
007110     MOVE SPACES TO WS-DRIFT-ENTRY
007120     STRING RL-PROTOCOL-NAME " TIER " RL-COLLATERAL-TIER
007130         DELIMITED BY SIZE INTO WS-DRIFT-ENTRY
007140     PERFORM 3300-FIND-TIER-ENTRY
007150     IF NOT WS-ENTRY-FOUND
007160         DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
007170             " ON LIVE FILE, NEVER JOURNALED"
007180         ADD 1 TO WS-DRIFT-COUNT
007190     ELSE
007200         MOVE "Y" TO WS-TR-MATCHED-SW(WS-FOUND-SUB)
007210         IF RL-TIER-MIN-COLLATERAL NOT =
007220            WS-TR-MIN-COLLATERAL(WS-FOUND-SUB)
007230             MOVE WS-TR-MIN-COLLATERAL(WS-FOUND-SUB)
007240                 TO WS-MIN-DISPLAY
007250             MOVE RL-TIER-MIN-COLLATERAL TO WS-MIN-DISPLAY-2
007260             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
007270                 " MIN COLL   JOURNAL " WS-MIN-DISPLAY
007280                 "  LIVE " WS-MIN-DISPLAY-2
007290             ADD 1 TO WS-DRIFT-COUNT
007300         END-IF
007310         IF RL-MAX-LEVERAGE NOT =
007320            WS-TR-MAX-LEVERAGE(WS-FOUND-SUB)
007330             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
007340                 " MAX LEV    JOURNAL "
007350                 WS-TR-MAX-LEVERAGE(WS-FOUND-SUB)
007360                 "  LIVE " RL-MAX-LEVERAGE
007370             ADD 1 TO WS-DRIFT-COUNT
007380         END-IF
007390     END-IF
007400     PERFORM 6310-READ-RISK-LIMIT
007410     .
007420
007430 6350-TIER-NOT-LIVE.
007440     IF NOT WS-TR-MATCHED(WS-SCAN-SUB)
007450         DISPLAY "    DRIFT " WS-DRIFT-FILE " "
007460             WS-TR-PROTOCOL(WS-SCAN-SUB) " TIER "
007470             WS-TR-TIER(WS-SCAN-SUB)
007480             "     JOURNALED, NOT ON LIVE FILE"
007490         ADD 1 TO WS-DRIFT-COUNT
007500     END-IF
007510     .
007520
007530 6500-CHECK-CALENDAR-DRIFT.
007540     MOVE "PROCCAL" TO WS-DRIFT-FILE
007550     MOVE "N" TO WS-EOF-SW
007560     OPEN INPUT PROCESSING-CALENDAR
007570     IF NOT WS-CAL-OK
007580         DISPLAY "PROCCAL: CALENDAR NOT AVAILABLE, STATUS "
007590             WS-CAL-STATUS " -- TREATED AS EMPTY"
007600     ELSE
007610         PERFORM 6510-READ-CALENDAR
007620         PERFORM 6520-COMPARE-ONE-CALENDAR UNTIL WS-FILE-DONE
007630         CLOSE PROCESSING-CALENDAR
007640     END-IF
007650     PERFORM 6550-CALENDAR-NOT-LIVE
007660         VARYING WS-SCAN-SUB FROM 1 BY 1
007670         UNTIL WS-SCAN-SUB > WS-CALENDAR-COUNT
007680     .
007690
007700 6510-READ-CALENDAR.
007710     READ PROCESSING-CALENDAR NEXT RECORD
007720         AT END
007730             MOVE "Y" TO WS-EOF-SW
007740         NOT AT END
007750             IF NOT WS-CAL-OK
007760                 MOVE "Y" TO WS-EOF-SW
007770             END-IF
007780     END-READ
007790     .
007800
007810 6520-COMPARE-ONE-CALENDAR.
007820     MOVE CAL-DATE  TO WS-NEW-CAL-DATE
007830     MOVE CAL-CYCLE TO WS-NEW-CAL-CYCLE
007840     MOVE SPACES TO WS-DRIFT-ENTRY
007850     STRING CAL-DATE " " CAL-CYCLE
007860         DELIMITED BY SIZE INTO WS-DRIFT-ENTRY
007870     PERFORM 4300-FIND-CALENDAR-ENTRY
007880     IF NOT WS-ENTRY-FOUND
007890         DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
007900             " ON LIVE FILE, NEVER JOURNALED"
007910         ADD 1 TO WS-DRIFT-COUNT
007920     ELSE
007930         MOVE "Y" TO WS-CT-MATCHED-SW(WS-FOUND-SUB)
007940         IF CAL-DISPOSITION NOT = WS-CT-DISPOSITION(WS-FOUND-SUB)
007950             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
007960                 " DISP       JOURNAL "
007970                 WS-CT-DISPOSITION(WS-FOUND-SUB)
007980                 "  LIVE " CAL-DISPOSITION
007990             ADD 1 TO WS-DRIFT-COUNT
008000         END-IF
008010         IF CAL-REASON NOT = WS-CT-REASON(WS-FOUND-SUB)
008020             DISPLAY "    DRIFT " WS-DRIFT-FILE " " WS-DRIFT-ENTRY
008030                 " REASON     JOURNAL "
008040                 WS-CT-REASON(WS-FOUND-SUB)
008050             DISPLAY "                                         "
008060                 "      LIVE " CAL-REASON
008070             ADD 1 TO WS-DRIFT-COUNT
008080         END-IF
008090     END-IF
008100     PERFORM 6510-READ-CALENDAR
008110     .
008120
008130 6550-CALENDAR-NOT-LIVE.
008140     IF NOT WS-CT-MATCHED(WS-SCAN-SUB)
008150         DISPLAY "    DRIFT " WS-DRIFT-FILE " "
008160             WS-CT-DATE(WS-SCAN-SUB) " "
008170             WS-CT-CYCLE(WS-SCAN-SUB)
008180             "          JOURNALED, NOT ON LIVE FILE"
008190         ADD 1 TO WS-DRIFT-COUNT
008200     END-IF
008210     .
008220
008230*****************************************************************
008240* 8000-PRINT-TOTALS -- REPLAY COUNTS AND THE VERDICT.
008250*****************************************************************
008260 8000-PRINT-TOTALS.
008270     DISPLAY " "
008280     DISPLAY "  PMCHGJRN READ/REPLAYED:  " WS-PMJ-READ
008290         " / " WS-PMJ-REPLAYED
008300     DISPLAY "  RLCHGJRN READ/REPLAYED:  " WS-RLJ-READ
008310         " / " WS-RLJ-REPLAYED
008320     DISPLAY "  CALCHJRN READ/REPLAYED:  " WS-CAJ-READ
008330         " / " WS-CAJ-REPLAYED
008340     DISPLAY "  PROTOCOLS " WS-LINEUP-COUNT
008350         "  TIERS " WS-TIER-COUNT
008360         "  CALENDAR ENTRIES " WS-CALENDAR-COUNT
008370     IF WS-DRIFT-CHECK
008380         DISPLAY "  DRIFT FINDINGS:          " WS-DRIFT-COUNT
008390         IF WS-DRIFT-COUNT > 0
008400             DISPLAY "  **** LIVE FILES CHANGED OUTSIDE "
008410                 "MAINTENANCE ****"
008420             MOVE 8 TO RETURN-CODE
008430         END-IF
008440     END-IF
008450     DISPLAY "========================================="
008460     .
008470
008480 9999-EXIT.
008490     EXIT.

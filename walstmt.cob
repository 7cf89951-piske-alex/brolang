000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-WAL-STMT.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE MONTHLY WALLET STATEMENTS
000180* MONTH-END RUN THAT PRINTS, FOR EVERY WALLET WITH A POSITION OR
000190* A MOVEMENT IN THE MONTH, ONE STATEMENT BLOCK PER POSITION
000200* (PROTOCOL AND TOKEN): THE OPENING BALANCE OFF THE POSITION-
000210* HISTORY SNAPSHOT, EVERY MOVEMENT LAVARAGE-COLL-UPD JOURNALED
000220* AGAINST IT, AND THE CLOSING BALANCE OFF THE LAST SNAPSHOT OF
000230* THE MONTH -- SO SUPPORT CAN ANSWER "WHEN DID I WITHDRAW
000240* THAT?" FROM A PAGE INSTEAD OF A SYSOUT WE NO LONGER KEEP.
000250*
000260* THE OPENING SNAPSHOT IS THE LAST POSHIST DAY BEFORE THE FIRST
000270* OF THE MONTH; THE CLOSING SNAPSHOT IS THE LAST POSHIST DAY IN
000280* THE MONTH.  THE MOVEMENTS LISTED ARE THOSE JOURNALED AFTER
000290* THE OPENING SNAPSHOT DAY UP TO AND INCLUDING THE CLOSING
000300* SNAPSHOT DAY, SO OPENING PLUS MOVEMENTS MUST EQUAL CLOSING.
000310* EACH POSITION IS PROVED TWO WAYS: THE SUM OF ITS MOVEMENTS,
000320* AND THE CHAIN OF BEFORE/AFTER BALANCES ON THE JOURNAL.  ANY
000330* POSITION THAT DOES NOT PROVE IS FLAGGED OUT OF BALANCE.
000340* BALANCES ARE IN TOKEN UNITS, SO NOTHING IS ADDED ACROSS
000350* POSITIONS.
000360*
000370* SYSIN: THE STATEMENT MONTH AS YYYYMM; AN EMPTY OR NON-NUMERIC
000380* PARM DEFAULTS TO THE PRIOR CALENDAR MONTH.
000390*
000400* RETURN CODES: 0 EVERY STATEMENT BALANCES; 4 NO SNAPSHOT WAS
000410* TAKEN IN THE MONTH; 8 A STATEMENT IS OUT OF BALANCE OR THE
000420* RUN OVERFLOWED ITS TABLES; 12 POSITION-HISTORY NOT AVAILABLE.
000430*
000440* MODIFICATION HISTORY
000450* 2026-10-15 AJP  INITIAL VERSION.
000452* 2026-10-15 AJP  DEFAULTS TO THE PRIOR CALENDAR MONTH.
000455*                 POSITIONS ARE LOOKED UP ON WORKING-STORAGE
000457*                 KEYS.
000460*
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 REPOSITORY.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT POSITION-HISTORY
000550         ASSIGN TO "POSHIST"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-POSHIST-STATUS.
000580     SELECT COLLATERAL-JOURNAL
000590         ASSIGN TO "COLLJRNL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-COLLJRNL-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 COPY POSHIST.
000660 COPY COLLJRNL.
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-MONTH-PARM          PIC X(06) VALUE SPACES.
000700 01  WS-MONTH-PARM-NUM REDEFINES WS-MONTH-PARM.
000710     05  WS-PARM-YEAR               PIC 9(04).
000720     05  WS-PARM-MONTH              PIC 9(02).
000730 01  WS-TODAY               PIC 9(08).
000732 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
000734     05  WS-TODAY-YEAR              PIC 9(04).
000736     05  WS-TODAY-MONTH             PIC 9(02).
000738     05  WS-TODAY-DAY               PIC 9(02).
000740 01  WS-MONTH-START         PIC 9(08).
000750 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
000760     05  WS-STMT-MONTH              PIC 9(06).
000770     05  WS-STMT-DAY                PIC 9(02).
000780 01  WS-MONTH-END           PIC 9(08).
000790 01  WS-OPEN-SNAP-DATE      PIC 9(08) VALUE 0.
000800 01  WS-CLOSE-SNAP-DATE     PIC 9(08) VALUE 0.
000810 01  WS-CURRENT-WALLET      PIC X(20).
000813 01  WS-CURRENT-PROTOCOL    PIC X(08).
000816 01  WS-CURRENT-TOKEN       PIC X(08).
000820 01  WS-ACTION-TEXT         PIC X(24).
000830 01  WS-EXPECTED-CLOSE      PIC S9(11)V99.
000840 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
000850 01  WS-BEFORE-DISPLAY      PIC ZZZ,ZZZ,ZZ9.99.
000860 01  WS-AFTER-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
000870 01  WS-NET-DISPLAY         PIC +ZZZ,ZZZ,ZZ9.99.
000880
000890 01  WS-FILE-STATUSES.
000900     05  WS-POSHIST-STATUS          PIC X(02).
000910         88  WS-POSHIST-OK                 VALUE "00".
000920     05  WS-COLLJRNL-STATUS         PIC X(02).
000930         88  WS-COLLJRNL-OK                VALUE "00".
000940
000950 01  WS-SWITCHES.
000960     05  WS-HISTORY-EOF-SW          PIC X(01) VALUE "N".
000970         88  WS-HISTORY-DONE               VALUE "Y".
000980     05  WS-JOURNAL-EOF-SW          PIC X(01) VALUE "N".
000990         88  WS-JOURNAL-DONE               VALUE "Y".
001000     05  WS-POSITION-FOUND-SW       PIC X(01) VALUE "N".
001010         88  WS-POSITION-FOUND             VALUE "Y".
001020     05  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001030         88  WS-TABLE-FULL                 VALUE "Y".
001040     05  WS-WALLET-BALANCED-SW      PIC X(01) VALUE "Y".
001050         88  WS-WALLET-BALANCED            VALUE "Y".
001060
001070 01  WS-COUNTERS.
001080     05  WS-HISTORY-READ            PIC 9(7) COMP VALUE 0.
001090     05  WS-JOURNAL-READ            PIC 9(7) COMP VALUE 0.
001100     05  WS-MOVEMENTS-IN-MONTH      PIC 9(7) COMP VALUE 0.
001110     05  WS-WALLETS-PRINTED         PIC 9(7) COMP VALUE 0.
001120     05  WS-WALLETS-OUT             PIC 9(7) COMP VALUE 0.
001130     05  WS-POSITIONS-OUT           PIC 9(7) COMP VALUE 0.
001140
001150 01  WS-SUBSCRIPTS.
001160     05  WS-PS-SUB                  PIC 9(5) COMP VALUE 0.
001170     05  WS-PW-SUB                  PIC 9(5) COMP VALUE 0.
001180     05  WS-MV-SUB                  PIC 9(5) COMP VALUE 0.
001190     05  WS-FOUND-SUB               PIC 9(5) COMP VALUE 0.
001200
001210*    ONE ENTRY PER POSITION SEEN ON EITHER SNAPSHOT OR IN THE
001220*    MONTH'S MOVEMENTS.
001230 01  WS-POSITION-TABLE.
001240     05  WS-PS-COUNT                PIC 9(5) COMP VALUE 0.
001250     05  WS-PS-ENTRY OCCURS 2000 TIMES.
001260         10  WS-PS-WALLET-ID        PIC X(20).
001270         10  WS-PS-PROTOCOL-NAME    PIC X(08).
001280         10  WS-PS-TOKEN-CODE       PIC X(08).
001290         10  WS-PS-OPENING          PIC 9(09)V99.
001300         10  WS-PS-CLOSING          PIC 9(09)V99.
001310         10  WS-PS-NET              PIC S9(11)V99.
001320         10  WS-PS-RUNNING          PIC 9(09)V99.
001330         10  WS-PS-MOVE-COUNT       PIC 9(5) COMP.
001340         10  WS-PS-CHAIN-SW         PIC X(01).
001350             88  WS-PS-CHAIN-BROKEN        VALUE "Y".
001360         10  WS-PS-PRINTED-SW       PIC X(01).
001370             88  WS-PS-PRINTED             VALUE "Y".
001380
001390*    THE MONTH'S MOVEMENTS IN JOURNAL ORDER, EACH POINTING AT
001400*    ITS POSITION ENTRY.
001410 01  WS-MOVEMENT-TABLE.
001420     05  WS-MV-COUNT                PIC 9(5) COMP VALUE 0.
001430     05  WS-MV-ENTRY OCCURS 5000 TIMES.
001440         10  WS-MV-POSITION-SUB     PIC 9(5) COMP.
001450         10  WS-MV-RUN-DATE         PIC 9(08).
001460         10  WS-MV-RUN-TIME         PIC 9(08).
001470         10  WS-MV-ACTION           PIC X(01).
001480         10  WS-MV-AMOUNT           PIC 9(09)V99.
001490         10  WS-MV-BEFORE           PIC 9(09)V99.
001500         10  WS-MV-AFTER            PIC 9(09)V99.
001510         10  WS-MV-OTHER-PROTOCOL   PIC X(08).
001520
001530 PROCEDURE DIVISION.
001540 MAIN-PROGRAM.
001550     PERFORM 1000-INITIALIZE
001560     PERFORM 2000-FIND-SNAPSHOT-DATES
001570     IF NOT WS-POSHIST-OK
001580         DISPLAY "POSHIST: POSITION HISTORY NOT AVAILABLE, "
001590             "STATUS " WS-POSHIST-STATUS
001600             " -- NO STATEMENTS PRINTED"
001610         MOVE 12 TO RETURN-CODE
001620     ELSE
001630         PERFORM 2500-PRINT-WINDOW
001640         PERFORM 3000-LOAD-SNAPSHOT-BALANCES
001650         PERFORM 4000-LOAD-MOVEMENTS
001660         PERFORM 5000-PRINT-STATEMENTS
001670         PERFORM 8000-PRINT-TOTALS
001680     END-IF
001690     PERFORM 9999-EXIT
001700     STOP RUN.
001710
001720*****************************************************************
001730* 1000-INITIALIZE -- RESOLVE THE STATEMENT MONTH AND PRINT THE
001740* REPORT BANNER.
001750*****************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001780     ACCEPT WS-MONTH-PARM
001790     IF WS-MONTH-PARM IS NUMERIC
001800        AND WS-PARM-MONTH > 0
001810        AND WS-PARM-MONTH < 13
001820         MOVE WS-MONTH-PARM TO WS-STMT-MONTH
001830     ELSE
001832         IF WS-TODAY-MONTH = 1
001835             COMPUTE WS-STMT-MONTH =
001837                 (WS-TODAY-YEAR - 1) * 100 + 12
001840         ELSE
001842             COMPUTE WS-STMT-MONTH =
001845                 WS-TODAY-YEAR * 100 + WS-TODAY-MONTH - 1
001847         END-IF
001850     END-IF
001860     MOVE 1 TO WS-STMT-DAY
001870     COMPUTE WS-MONTH-END = WS-MONTH-START + 30
001880     DISPLAY "========================================="
001890     DISPLAY "  LAVARAGE WALLET STATEMENTS -- MONTH "
001900         WS-STMT-MONTH
001910     DISPLAY "========================================="
001920     .
001930
001940*****************************************************************
001950* 2000-FIND-SNAPSHOT-DATES -- FIRST PASS OVER POSHIST: THE LAST
001960* SNAPSHOT DAY BEFORE THE MONTH (OPENING) AND THE LAST ONE IN IT
001970* (CLOSING).  NO SNAPSHOT BEFORE THE MONTH MEANS THE HISTORY
001980* STARTS INSIDE IT AND EVERY OPENING BALANCE IS ZERO.
001990*****************************************************************
002000 2000-FIND-SNAPSHOT-DATES.
002010     OPEN INPUT POSITION-HISTORY
002020     IF WS-POSHIST-OK
002030         PERFORM 2100-READ-HISTORY
002040         PERFORM 2200-CHECK-SNAPSHOT-DATE UNTIL WS-HISTORY-DONE
002050         CLOSE POSITION-HISTORY
002060     END-IF
002070     .
002080
002090 2100-READ-HISTORY.
002100     READ POSITION-HISTORY
002110         AT END
002120             MOVE "Y" TO WS-HISTORY-EOF-SW
002130     END-READ
002140     .
002150
002160 2200-CHECK-SNAPSHOT-DATE.
002170     ADD 1 TO WS-HISTORY-READ
002180     IF PH-RUN-DATE < WS-MONTH-START
002190         IF PH-RUN-DATE > WS-OPEN-SNAP-DATE
002200             MOVE PH-RUN-DATE TO WS-OPEN-SNAP-DATE
002210         END-IF
002220     ELSE
002230         IF PH-RUN-DATE NOT > WS-MONTH-END
002240            AND PH-RUN-DATE > WS-CLOSE-SNAP-DATE
002250             MOVE PH-RUN-DATE TO WS-CLOSE-SNAP-DATE
002260         END-IF
002270     END-IF
002280     PERFORM 2100-READ-HISTORY
002290     .
002300
002310 2500-PRINT-WINDOW.
002320     IF WS-OPEN-SNAP-DATE = 0
002330         DISPLAY "  OPENING SNAPSHOT: NONE -- "
002335             "OPENING BALANCES ZERO"
002340     ELSE
002350         DISPLAY "  OPENING SNAPSHOT: " WS-OPEN-SNAP-DATE
002360     END-IF
002370     IF WS-CLOSE-SNAP-DATE = 0
002380         MOVE WS-OPEN-SNAP-DATE TO WS-CLOSE-SNAP-DATE
002390         DISPLAY "  **** NO SNAPSHOT TAKEN IN THE MONTH -- "
002400             "CLOSING TAKEN AS OPENING ****"
002410         MOVE 4 TO RETURN-CODE
002420     ELSE
002430         DISPLAY "  CLOSING SNAPSHOT: " WS-CLOSE-SNAP-DATE
002440     END-IF
002450     .
002460
002470*****************************************************************
002480* 3000-LOAD-SNAPSHOT-BALANCES -- SECOND PASS OVER POSHIST: THE
002490* OPENING AND CLOSING BALANCE OF EVERY POSITION.
002500*****************************************************************
002510 3000-LOAD-SNAPSHOT-BALANCES.
002520     MOVE "N" TO WS-HISTORY-EOF-SW
002530     OPEN INPUT POSITION-HISTORY
002540     PERFORM 2100-READ-HISTORY
002550     PERFORM 3100-LOAD-ONE-SNAPSHOT UNTIL WS-HISTORY-DONE
002560     CLOSE POSITION-HISTORY
002570     .
002580
002590 3100-LOAD-ONE-SNAPSHOT.
002600     IF PH-RUN-DATE = WS-OPEN-SNAP-DATE
002610        OR PH-RUN-DATE = WS-CLOSE-SNAP-DATE
002620         PERFORM 3200-FIND-SNAPSHOT-POSITION
002630         IF WS-POSITION-FOUND
002640             IF PH-RUN-DATE = WS-OPEN-SNAP-DATE
002650                 MOVE PH-COLLATERAL-AMOUNT
002660                     TO WS-PS-OPENING(WS-FOUND-SUB)
002670                 MOVE PH-COLLATERAL-AMOUNT
002680                     TO WS-PS-RUNNING(WS-FOUND-SUB)
002690             END-IF
002700             IF PH-RUN-DATE = WS-CLOSE-SNAP-DATE
002710                 MOVE PH-COLLATERAL-AMOUNT
002720                     TO WS-PS-CLOSING(WS-FOUND-SUB)
002730             END-IF
002740         END-IF
002750     END-IF
002760     PERFORM 2100-READ-HISTORY
002770     .
002780
002790 3200-FIND-SNAPSHOT-POSITION.
002800     MOVE PH-WALLET-ID     TO WS-CURRENT-WALLET
002810     MOVE PH-PROTOCOL-NAME TO WS-CURRENT-PROTOCOL
002820     MOVE PH-TOKEN-CODE    TO WS-CURRENT-TOKEN
002830     PERFORM 6000-FIND-POSITION
002840     .
002850
002860*****************************************************************
002870* 4000-LOAD-MOVEMENTS -- EVERY JOURNALED MOVEMENT INSIDE THE
002880* WINDOW IS TABLED AGAINST ITS POSITION, ADDED TO THE POSITION'S
002890* NET, AND CHECKED AGAINST THE RUNNING BALANCE: EACH MOVEMENT'S
002900* BEFORE BALANCE MUST BE THE PRIOR MOVEMENT'S AFTER BALANCE.
002910*****************************************************************
002920 4000-LOAD-MOVEMENTS.
002930     OPEN INPUT COLLATERAL-JOURNAL
002940     IF WS-COLLJRNL-OK
002950         PERFORM 4100-READ-JOURNAL
002960         PERFORM 4200-LOAD-ONE-MOVEMENT UNTIL WS-JOURNAL-DONE
002970         CLOSE COLLATERAL-JOURNAL
002980     ELSE
002990         DISPLAY "  COLLJRNL: NO MOVEMENT JOURNAL, STATUS "
003000             WS-COLLJRNL-STATUS " -- NO MOVEMENTS LISTED"
003010     END-IF
003020     .
003030
003040 4100-READ-JOURNAL.
003050     READ COLLATERAL-JOURNAL
003060         AT END
003070             MOVE "Y" TO WS-JOURNAL-EOF-SW
003080     END-READ
003090     .
003100
003110 4200-LOAD-ONE-MOVEMENT.
003120     ADD 1 TO WS-JOURNAL-READ
003130     IF MJ-RUN-DATE > WS-OPEN-SNAP-DATE
003140        AND MJ-RUN-DATE NOT > WS-CLOSE-SNAP-DATE
003150         ADD 1 TO WS-MOVEMENTS-IN-MONTH
003160         MOVE MJ-WALLET-ID TO WS-CURRENT-WALLET
003163         MOVE MJ-PROTOCOL-NAME TO WS-CURRENT-PROTOCOL
003166         MOVE MJ-TOKEN-CODE    TO WS-CURRENT-TOKEN
003170         PERFORM 6000-FIND-POSITION
003180         IF WS-POSITION-FOUND
003190             PERFORM 4300-TABLE-MOVEMENT
003200         END-IF
003210     END-IF
003220     PERFORM 4100-READ-JOURNAL
003230     .
003240
003250 4300-TABLE-MOVEMENT.
003260     IF MJ-INFLOW
003270         ADD MJ-AMOUNT TO WS-PS-NET(WS-FOUND-SUB)
003280     ELSE
003290         SUBTRACT MJ-AMOUNT FROM WS-PS-NET(WS-FOUND-SUB)
003300     END-IF
003310     IF MJ-BEFORE-BALANCE NOT = WS-PS-RUNNING(WS-FOUND-SUB)
003320         MOVE "Y" TO WS-PS-CHAIN-SW(WS-FOUND-SUB)
003330     END-IF
003340     MOVE MJ-AFTER-BALANCE TO WS-PS-RUNNING(WS-FOUND-SUB)
003350     ADD 1 TO WS-PS-MOVE-COUNT(WS-FOUND-SUB)
003360     IF WS-MV-COUNT < 5000
003370         ADD 1 TO WS-MV-COUNT
003380         MOVE WS-FOUND-SUB      TO WS-MV-POSITION-SUB(WS-MV-COUNT)
003390         MOVE MJ-RUN-DATE       TO WS-MV-RUN-DATE(WS-MV-COUNT)
003400         MOVE MJ-RUN-TIME       TO WS-MV-RUN-TIME(WS-MV-COUNT)
003410         MOVE MJ-ACTION         TO WS-MV-ACTION(WS-MV-COUNT)
003420         MOVE MJ-AMOUNT         TO WS-MV-AMOUNT(WS-MV-COUNT)
003430         MOVE MJ-BEFORE-BALANCE TO WS-MV-BEFORE(WS-MV-COUNT)
003440         MOVE MJ-AFTER-BALANCE  TO WS-MV-AFTER(WS-MV-COUNT)
003450         MOVE MJ-OTHER-PROTOCOL
003460             TO WS-MV-OTHER-PROTOCOL(WS-MV-COUNT)
003470     ELSE
003480         IF NOT WS-TABLE-FULL
003490             DISPLAY "  **** MOVEMENT TABLE FULL -- LATER "
003500                 "MOVEMENTS NOT LISTED ****"
003510         END-IF
003520         MOVE "Y" TO WS-TABLE-FULL-SW
003530     END-IF
003540     .
003550
003560*****************************************************************
003570* 5000-PRINT-STATEMENTS -- ONE STATEMENT PER WALLET, ITS
003580* POSITIONS TOGETHER WHATEVER ORDER THEY WERE TABLED IN.
003590*****************************************************************
003600 5000-PRINT-STATEMENTS.
003610     PERFORM 5100-PRINT-ONE-WALLET
003620         VARYING WS-PS-SUB FROM 1 BY 1
003630         UNTIL WS-PS-SUB > WS-PS-COUNT
003640     .
003650
003660 5100-PRINT-ONE-WALLET.
003670     IF NOT WS-PS-PRINTED(WS-PS-SUB)
003680         ADD 1 TO WS-WALLETS-PRINTED
003690         MOVE WS-PS-WALLET-ID(WS-PS-SUB) TO WS-CURRENT-WALLET
003700         MOVE "Y" TO WS-WALLET-BALANCED-SW
003710         DISPLAY " "
003720         DISPLAY "  STATEMENT FOR WALLET " WS-CURRENT-WALLET
003730         PERFORM 5200-PRINT-WALLET-POSITION
003740             VARYING WS-PW-SUB FROM WS-PS-SUB BY 1
003750             UNTIL WS-PW-SUB > WS-PS-COUNT
003760         IF WS-WALLET-BALANCED
003770             DISPLAY "  WALLET " WS-CURRENT-WALLET
003780                 " STATEMENT BALANCED"
003790         ELSE
003800             ADD 1 TO WS-WALLETS-OUT
003810             DISPLAY "  **** WALLET " WS-CURRENT-WALLET
003820                 " STATEMENT OUT OF BALANCE ****"
003830         END-IF
003840     END-IF
003850     .
003860
003870 5200-PRINT-WALLET-POSITION.
003880     IF WS-PS-WALLET-ID(WS-PW-SUB) = WS-CURRENT-WALLET
003890        AND NOT WS-PS-PRINTED(WS-PW-SUB)
003900         MOVE "Y" TO WS-PS-PRINTED-SW(WS-PW-SUB)
003910         MOVE WS-PS-OPENING(WS-PW-SUB) TO WS-AMOUNT-DISPLAY
003920         DISPLAY "    " WS-PS-PROTOCOL-NAME(WS-PW-SUB) " "
003930             WS-PS-TOKEN-CODE(WS-PW-SUB)
003940             "  OPENING BALANCE     " WS-AMOUNT-DISPLAY
003950         PERFORM 5300-PRINT-ONE-MOVEMENT
003960             VARYING WS-MV-SUB FROM 1 BY 1
003970             UNTIL WS-MV-SUB > WS-MV-COUNT
003980         MOVE WS-PS-NET(WS-PW-SUB)     TO WS-NET-DISPLAY
003990         MOVE WS-PS-CLOSING(WS-PW-SUB) TO WS-AMOUNT-DISPLAY
004000         DISPLAY "      NET MOVEMENTS " WS-NET-DISPLAY
004010             "   CLOSING BALANCE " WS-AMOUNT-DISPLAY
004020         PERFORM 5400-PROVE-POSITION
004030     END-IF
004040     .
004050
004060 5300-PRINT-ONE-MOVEMENT.
004070     IF WS-MV-POSITION-SUB(WS-MV-SUB) = WS-PW-SUB
004080         MOVE SPACES TO WS-ACTION-TEXT
004090         EVALUATE WS-MV-ACTION(WS-MV-SUB)
004100             WHEN "D"
004110                 MOVE "DEPOSIT" TO WS-ACTION-TEXT
004120             WHEN "W"
004130                 MOVE "WITHDRAWAL" TO WS-ACTION-TEXT
004140             WHEN "C"
004150                 MOVE "POSITION CLOSED" TO WS-ACTION-TEXT
004160             WHEN "O"
004170                 STRING "TRANSFER TO " DELIMITED BY SIZE
004180                     WS-MV-OTHER-PROTOCOL(WS-MV-SUB)
004190                         DELIMITED BY SIZE
004200                     INTO WS-ACTION-TEXT
004210             WHEN "I"
004220                 STRING "TRANSFER FROM " DELIMITED BY SIZE
004230                     WS-MV-OTHER-PROTOCOL(WS-MV-SUB)
004240                         DELIMITED BY SIZE
004250                     INTO WS-ACTION-TEXT
004260             WHEN OTHER
004270                 MOVE "UNKNOWN ACTION" TO WS-ACTION-TEXT
004280         END-EVALUATE
004290         MOVE WS-MV-AMOUNT(WS-MV-SUB) TO WS-AMOUNT-DISPLAY
004300         MOVE WS-MV-BEFORE(WS-MV-SUB) TO WS-BEFORE-DISPLAY
004310         MOVE WS-MV-AFTER(WS-MV-SUB)  TO WS-AFTER-DISPLAY
004320         DISPLAY "      " WS-MV-RUN-DATE(WS-MV-SUB) " "
004330             WS-MV-RUN-TIME(WS-MV-SUB) " " WS-ACTION-TEXT " "
004340             WS-AMOUNT-DISPLAY " " WS-BEFORE-DISPLAY " "
004350             WS-AFTER-DISPLAY
004360     END-IF
004370     .
004380
004390*****************************************************************
004400* 5400-PROVE-POSITION -- OPENING PLUS NET MOVEMENTS MUST EQUAL
004410* CLOSING, AND THE JOURNAL'S BALANCE CHAIN MUST RUN UNBROKEN
004420* FROM THE OPENING TO THE CLOSING BALANCE.
004430*****************************************************************
004440 5400-PROVE-POSITION.
004450     COMPUTE WS-EXPECTED-CLOSE =
004460         WS-PS-OPENING(WS-PW-SUB) + WS-PS-NET(WS-PW-SUB)
004470     EVALUATE TRUE
004480         WHEN WS-EXPECTED-CLOSE NOT = WS-PS-CLOSING(WS-PW-SUB)
004490             MOVE "N" TO WS-WALLET-BALANCED-SW
004500             ADD 1 TO WS-POSITIONS-OUT
004510             DISPLAY "      **** OPENING PLUS MOVEMENTS DOES NOT "
004520                 "EQUAL CLOSING ****"
004530         WHEN WS-PS-CHAIN-BROKEN(WS-PW-SUB)
004540         WHEN WS-PS-RUNNING(WS-PW-SUB)
004550                 NOT = WS-PS-CLOSING(WS-PW-SUB)
004560             MOVE "N" TO WS-WALLET-BALANCED-SW
004570             ADD 1 TO WS-POSITIONS-OUT
004580             DISPLAY "      **** JOURNAL BALANCE CHAIN "
004585                 "BROKEN ****"
004590         WHEN OTHER
004600             CONTINUE
004610     END-EVALUATE
004620     .
004630
004640*****************************************************************
004650* 6000-FIND-POSITION -- LOCATE (OR ADD) THE TABLE ENTRY FOR
004660* WS-CURRENT-WALLET + WS-CURRENT-PROTOCOL + WS-CURRENT-TOKEN.
004670*****************************************************************
004680 6000-FIND-POSITION.
004690     MOVE "N" TO WS-POSITION-FOUND-SW
004700     MOVE 0   TO WS-FOUND-SUB
004710     PERFORM 6100-CHECK-ONE-ENTRY
004720         VARYING WS-PS-SUB FROM 1 BY 1
004730         UNTIL WS-PS-SUB > WS-PS-COUNT
004740            OR WS-POSITION-FOUND
004750     IF NOT WS-POSITION-FOUND
004760         IF WS-PS-COUNT < 2000
004770             ADD 1 TO WS-PS-COUNT
004780             MOVE WS-PS-COUNT TO WS-FOUND-SUB
004790             MOVE WS-CURRENT-WALLET
004800                 TO WS-PS-WALLET-ID(WS-FOUND-SUB)
004810             MOVE WS-CURRENT-PROTOCOL
004820                 TO WS-PS-PROTOCOL-NAME(WS-FOUND-SUB)
004830             MOVE WS-CURRENT-TOKEN
004835                 TO WS-PS-TOKEN-CODE(WS-FOUND-SUB)
004840             MOVE ZERO TO WS-PS-OPENING(WS-FOUND-SUB)
004850             MOVE ZERO TO WS-PS-CLOSING(WS-FOUND-SUB)
004860             MOVE ZERO TO WS-PS-NET(WS-FOUND-SUB)
004870             MOVE ZERO TO WS-PS-RUNNING(WS-FOUND-SUB)
004880             MOVE ZERO TO WS-PS-MOVE-COUNT(WS-FOUND-SUB)
004890             MOVE "N"  TO WS-PS-CHAIN-SW(WS-FOUND-SUB)
004900             MOVE "N"  TO WS-PS-PRINTED-SW(WS-FOUND-SUB)
004910             MOVE "Y"  TO WS-POSITION-FOUND-SW
004920         ELSE
004930             IF NOT WS-TABLE-FULL
004940                 DISPLAY "  **** POSITION TABLE FULL -- "
004950                     WS-CURRENT-WALLET " AND LATER NOT "
004960                     "STATED ****"
004970             END-IF
004980             MOVE "Y" TO WS-TABLE-FULL-SW
004990         END-IF
005000     END-IF
005010     .
005020
005030 6100-CHECK-ONE-ENTRY.
005040     IF WS-PS-WALLET-ID(WS-PS-SUB) = WS-CURRENT-WALLET
005050        AND WS-PS-PROTOCOL-NAME(WS-PS-SUB) = WS-CURRENT-PROTOCOL
005060        AND WS-PS-TOKEN-CODE(WS-PS-SUB) = WS-CURRENT-TOKEN
005070         MOVE "Y" TO WS-POSITION-FOUND-SW
005080         MOVE WS-PS-SUB TO WS-FOUND-SUB
005090     END-IF
005100     .
005110
005120*****************************************************************
005130* 8000-PRINT-TOTALS -- RUN TOTALS AND RETURN CODE.
005140*****************************************************************
005150 8000-PRINT-TOTALS.
005160     DISPLAY " "
005170     DISPLAY "  HISTORY RECORDS READ:   " WS-HISTORY-READ
005180     DISPLAY "  JOURNAL RECORDS READ:   " WS-JOURNAL-READ
005190     DISPLAY "  MOVEMENTS IN MONTH:     " WS-MOVEMENTS-IN-MONTH
005200     DISPLAY "  POSITIONS STATED:       " WS-PS-COUNT
005210     DISPLAY "  WALLETS STATED:         " WS-WALLETS-PRINTED
005220     DISPLAY "  WALLETS OUT OF BALANCE: " WS-WALLETS-OUT
005230     DISPLAY "  POSITIONS OUT:          " WS-POSITIONS-OUT
005240     IF WS-WALLETS-OUT > 0 OR WS-TABLE-FULL
005250         DISPLAY "  **** STATEMENTS DO NOT PROVE ****"
005260         MOVE 8 TO RETURN-CODE
005270     ELSE
005280         DISPLAY "  ALL STATEMENTS BALANCED"
005290     END-IF
005300     DISPLAY "========================================="
005310     .
005320
005330 9999-EXIT.
005340     EXIT.

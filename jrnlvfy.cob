000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-JRNL-VFY.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE JOURNAL CONTROL VERIFICATION
000180* RE-READS EVERY CONTROLLED JOURNAL END TO END -- LAVAUDIT (WITH
000190* THE LAVAUDAR ARCHIVE LAVARAGE-HKEEP MOVES ITS OLD DAYS INTO),
000200* LAVEXCPT, LAVGMOUT, FEEJRNL, POSHIST, RLCHGJRN, PMCHGJRN,
000210* CALCHJRN AND THE LAVCKPAR ARCHIVE -- AND REBUILDS, PER JOURNAL
000220* AND RECORD DATE, THE RECORD COUNT, AMOUNT HASH TOTALS AND
000230* CHAINED CHECK VALUE EXACTLY AS THE WRITERS POSTED THEM THROUGH
000240* LAVARAGE-JRNL-CTL.  EACH JOURNAL-CONTROL (JRNLCTL) RECORD IS
000250* THEN COMPARED WITH WHAT THE JOURNAL ACTUALLY HOLDS.  A RECORD
000260* EDITED, DELETED, INSERTED OR MOVED AFTER IT WAS WRITTEN SHOWS
000270* UP AS A BROKEN CHAIN EVEN IF THE COUNT AND TOTALS WERE MADE TO
000280* AGREE.
000290*
000300* A CONTROL DAY WITH NO RECORDS BEHIND IT IS A MISMATCH, AND SO
000310* IS A DAY OF RECORDS WITH NO CONTROL ON OR AFTER THE DATE THE
000320* JOURNAL CAME UNDER CONTROL.  DAYS WRITTEN BEFORE THAT ARE
000330* LISTED AS NOT UNDER CONTROL BUT ARE NOT FAILURES.
000340*
000350* SYSIN: THE CONTROLS-EFFECTIVE DATE AS YYYYMMDD.  FROM THAT DATE
000360* ON, EVERY JOURNAL DAY MUST HAVE A CONTROL RECORD.  EMPTY OR
000370* NON-NUMERIC USES EACH JOURNAL'S EARLIEST CONTROL DATE.
000380*
000390* RETURN CODES: 0 EVERY CONTROLLED DAY AGREES; 8 ANY MISMATCH,
000400* OR MORE JOURNAL DAYS THAN THE WORK TABLE HOLDS; 12 JOURNAL
000410* CONTROL FILE NOT AVAILABLE.
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
000530     SELECT LAVARAGE-AUDIT-ARCH
000540         ASSIGN TO "LAVAUDAR"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDAR-STATUS.
000570     SELECT LAVARAGE-AUDIT
000580         ASSIGN TO "LAVAUDIT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610     SELECT LAVARAGE-EXCPT
000620         ASSIGN TO "LAVEXCPT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EXCPT-STATUS.
000650     SELECT LAVARAGE-GM-OUT
000660         ASSIGN TO "LAVGMOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GM-OUT-STATUS.
000690     SELECT FEE-JOURNAL
000700         ASSIGN TO "FEEJRNL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FEEJRNL-STATUS.
000730     SELECT POSITION-HISTORY
000740         ASSIGN TO "POSHIST"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-POSHIST-STATUS.
000770     SELECT RISK-LIMIT-JOURNAL
000780         ASSIGN TO "RLCHGJRN"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RLJ-STATUS.
000810     SELECT PROTOCOL-MASTER-JOURNAL
000820         ASSIGN TO "PMCHGJRN"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PMJ-STATUS.
000850     SELECT CALENDAR-JOURNAL
000860         ASSIGN TO "CALCHJRN"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-CAJ-STATUS.
000890     SELECT LAVARAGE-CKPT-ARCH
000900         ASSIGN TO "LAVCKPAR"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-CKPAR-STATUS.
000930     SELECT JOURNAL-CONTROL
000940         ASSIGN TO "JRNLCTL"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS JC-KEY
000980         FILE STATUS IS WS-JRNLCTL-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  LAVARAGE-AUDIT-ARCH
001030     LABEL RECORDS ARE STANDARD.
001040 01  AUDAR-RECORD.
001050     05  AUDAR-RUN-DATE             PIC 9(08).
001060     05  AUDAR-RUN-TIME             PIC 9(08).
001070     05  AUDAR-PROTOCOL-NAME        PIC X(08).
001080     05  AUDAR-HOUR-BUCKET          PIC 99.
001090     05  AUDAR-GREETING-TEXT        PIC X(60).
001100     05  AUDAR-LEVERAGE             PIC 9(03).
001110     05  AUDAR-VIBES                PIC X(10).
001120     05  AUDAR-COLLATERAL-TOTAL     PIC 9(09)V99.
001130     05  AUDAR-CYCLE                PIC X(02).
001140     05  FILLER                     PIC X(08).
001150 COPY AUDITREC.
001160 COPY EXCPTREC.
001170 COPY GMOUT.
001180 COPY FEEJRNL.
001190 COPY POSHIST.
001200 COPY RLCHGJRN.
001210 COPY PMCHGJRN.
001220 COPY CALCHJRN.
001230 FD  LAVARAGE-CKPT-ARCH
001240     LABEL RECORDS ARE STANDARD.
001250 01  CKPAR-RECORD.
001260     05  CKPAR-RUN-DATE             PIC 9(08).
001270     05  FILLER                     PIC X(27).
001280 COPY JRNLCTL.
001290
001300 WORKING-STORAGE SECTION.
001310 01  WS-EFFECTIVE-PARM      PIC X(08) VALUE SPACES.
001320 01  WS-EFFECTIVE-DATE      PIC 9(08) VALUE 0.
001330 01  WS-DAY-START-DATE      PIC 9(08) VALUE 0.
001340 01  WS-LOOK-DATE           PIC 9(08) VALUE 0.
001350 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
001360 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.
001370 01  WS-AMOUNT-DISPLAY-2    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.
001380
001390 01  WS-FILE-STATUSES.
001400     05  WS-AUDAR-STATUS            PIC X(02).
001410         88  WS-AUDAR-OK                   VALUE "00".
001420     05  WS-AUDIT-STATUS            PIC X(02).
001430         88  WS-AUDIT-OK                   VALUE "00".
001440     05  WS-EXCPT-STATUS            PIC X(02).
001450         88  WS-EXCPT-OK                   VALUE "00".
001460     05  WS-GM-OUT-STATUS           PIC X(02).
001470         88  WS-GM-OUT-OK                  VALUE "00".
001480     05  WS-FEEJRNL-STATUS          PIC X(02).
001490         88  WS-FEEJRNL-OK                 VALUE "00".
001500     05  WS-POSHIST-STATUS          PIC X(02).
001510         88  WS-POSHIST-OK                 VALUE "00".
001520     05  WS-RLJ-STATUS              PIC X(02).
001530         88  WS-RLJ-OK                     VALUE "00".
001540     05  WS-PMJ-STATUS              PIC X(02).
001550         88  WS-PMJ-OK                     VALUE "00".
001560     05  WS-CAJ-STATUS              PIC X(02).
001570         88  WS-CAJ-OK                     VALUE "00".
001580     05  WS-CKPAR-STATUS            PIC X(02).
001590         88  WS-CKPAR-OK                   VALUE "00".
001600     05  WS-JRNLCTL-STATUS          PIC X(02).
001610         88  WS-JRNLCTL-OK                 VALUE "00".
001620
001630 01  WS-SWITCHES.
001640     05  WS-JOURNAL-EOF-SW          PIC X(01) VALUE "N".
001650         88  WS-JOURNAL-DONE               VALUE "Y".
001660     05  WS-CONTROL-EOF-SW          PIC X(01) VALUE "N".
001670         88  WS-CONTROLS-DONE              VALUE "Y".
001680     05  WS-CONTROL-OPEN-SW         PIC X(01) VALUE "N".
001690         88  WS-CONTROL-OPEN               VALUE "Y".
001700     05  WS-EFFECTIVE-SW            PIC X(01) VALUE "N".
001710         88  WS-EFFECTIVE-GIVEN            VALUE "Y".
001720     05  WS-DAY-FOUND-SW            PIC X(01) VALUE "N".
001730         88  WS-DAY-FOUND                  VALUE "Y".
001740     05  WS-JOURNAL-FOUND-SW        PIC X(01) VALUE "N".
001750         88  WS-JOURNAL-FOUND              VALUE "Y".
001760     05  WS-DAY-BAD-SW              PIC X(01) VALUE "N".
001770         88  WS-DAY-BAD                    VALUE "Y".
001780
001790 01  WS-COUNTERS.
001800     05  WS-CONTROLS-READ           PIC 9(5) COMP VALUE 0.
001810     05  WS-MISMATCH-COUNT          PIC 9(5) COMP VALUE 0.
001820     05  WS-UNCONTROLLED-COUNT      PIC 9(5) COMP VALUE 0.
001830     05  WS-AUDAR-READ              PIC 9(7) COMP VALUE 0.
001840     05  WS-UNTABLED-COUNT          PIC 9(7) COMP VALUE 0.
001850
001860 01  WS-CUR-JN              PIC 9(02) VALUE 0.
001870 01  WS-JN-SUB              PIC 9(02) VALUE 0.
001880 01  WS-DAY-SUB             PIC 9(5) COMP VALUE 0.
001890 01  WS-FOUND-SUB           PIC 9(5) COMP VALUE 0.
001900 01  WS-LAST-DAY-SUB        PIC 9(5) COMP VALUE 0.
001910
001920*    THE CONTROLLED JOURNALS, IN THE ORDER THEY ARE READ.  THE
001930*    LAVAUDAR ARCHIVE IS READ AHEAD OF LAVAUDIT UNDER THE LAVAUDIT
001940*    NAME, SINCE ITS DAYS WERE POSTED WHEN THEY WERE WRITTEN LIVE.
001950 01  WS-JOURNAL-NAME-VALUES.
001960     05  FILLER                     PIC X(08) VALUE "LAVAUDIT".
001970     05  FILLER                     PIC X(08) VALUE "LAVEXCPT".
001980     05  FILLER                     PIC X(08) VALUE "LAVGMOUT".
001990     05  FILLER                     PIC X(08) VALUE "FEEJRNL".
002000     05  FILLER                     PIC X(08) VALUE "POSHIST".
002010     05  FILLER                     PIC X(08) VALUE "RLCHGJRN".
002020     05  FILLER                     PIC X(08) VALUE "PMCHGJRN".
002030     05  FILLER                     PIC X(08) VALUE "CALCHJRN".
002040     05  FILLER                     PIC X(08) VALUE "LAVCKPAR".
002050 01  WS-JOURNAL-NAME-TABLE REDEFINES WS-JOURNAL-NAME-VALUES.
002060     05  WS-JN-NAME OCCURS 9 TIMES  PIC X(08).
002070
002080 01  WS-JOURNAL-TOTALS.
002090     05  WS-JN-TOTALS OCCURS 9 TIMES.
002100         10  WS-JN-RECORDS          PIC 9(09).
002110         10  WS-JN-DAYS             PIC 9(05).
002120         10  WS-JN-DAYS-OK          PIC 9(05).
002130         10  WS-JN-DAYS-BAD         PIC 9(05).
002140         10  WS-JN-DAYS-UNCTL       PIC 9(05).
002150         10  WS-JN-FIRST-CTL        PIC 9(08).
002160         10  WS-JN-PRESENT-SW       PIC X(01).
002170             88  WS-JN-PRESENT             VALUE "Y".
002180
002190*    ONE ENTRY PER JOURNAL AND RECORD DATE SEEN, REBUILT FROM THE
002200*    JOURNALS THEMSELVES.  A DAY'S RECORDS NEED NOT BE TOGETHER
002210*    IN THE FILE (A BACK-DATED FEE ACCRUAL LANDS AFTER LATER
002220*    DAYS), SO EACH RECORD IS CHAINED ONTO ITS OWN DAY'S ENTRY IN
002230*    FILE ORDER.
002240 01  WS-DAY-TABLE.
002250     05  WS-DAY-COUNT               PIC 9(5) COMP VALUE 0.
002260     05  WS-DAY-ENTRY OCCURS 5000 TIMES.
002270         10  WS-DY-JN               PIC 9(02).
002280         10  WS-DY-DATE             PIC 9(08).
002290         10  WS-DY-COUNT            PIC 9(09).
002300         10  WS-DY-HASH-COLLATERAL  PIC 9(15)V9(04).
002310         10  WS-DY-HASH-LEVERAGE    PIC 9(13).
002320         10  WS-DY-HASH-FEE         PIC 9(15)V9(04).
002330         10  WS-DY-CHAIN            PIC 9(09).
002340         10  WS-DY-MATCHED-SW       PIC X(01).
002350             88  WS-DY-MATCHED             VALUE "Y".
002360
002370 COPY JRNLPARM.
002380
002390 PROCEDURE DIVISION.
002400 MAIN-PROGRAM.
002410     PERFORM 1000-INITIALIZE
002420     PERFORM 2000-READ-JOURNALS
002430     PERFORM 3000-CHECK-CONTROLS
002440     IF WS-CONTROL-OPEN
002450         PERFORM 4000-CHECK-UNCONTROLLED-DAYS
002460     END-IF
002470     PERFORM 8000-PRINT-SUMMARY
002480     PERFORM 9999-EXIT
002490     STOP RUN.
002500
002510*****************************************************************
002520* 1000-INITIALIZE -- RESOLVE THE CONTROLS-EFFECTIVE DATE AND
002530* CLEAR THE PER-JOURNAL TOTALS.
002540*****************************************************************
002550 1000-INITIALIZE.
002560     ACCEPT WS-EFFECTIVE-PARM
002570     IF WS-EFFECTIVE-PARM IS NUMERIC
002580        AND WS-EFFECTIVE-PARM NOT = "00000000"
002590         MOVE WS-EFFECTIVE-PARM TO WS-EFFECTIVE-DATE
002600         MOVE "Y" TO WS-EFFECTIVE-SW
002610     END-IF
002620     PERFORM 1100-CLEAR-JOURNAL-TOTALS
002630         VARYING WS-JN-SUB FROM 1 BY 1
002640         UNTIL WS-JN-SUB > 9
002650     MOVE "C" TO JCP-FUNCTION
002660     DISPLAY "========================================="
002670     DISPLAY "  LAVARAGE JOURNAL CONTROL VERIFICATION"
002680     IF WS-EFFECTIVE-GIVEN
002690         DISPLAY "  CONTROLS EFFECTIVE " WS-EFFECTIVE-DATE
002700     ELSE
002710         DISPLAY "  CONTROLS EFFECTIVE FROM EACH JOURNAL'S "
002720             "FIRST CONTROL DAY"
002730     END-IF
002740     DISPLAY "========================================="
002750     .
002760
002770 1100-CLEAR-JOURNAL-TOTALS.
002780     MOVE ZERO TO WS-JN-RECORDS(WS-JN-SUB)
002790     MOVE ZERO TO WS-JN-DAYS(WS-JN-SUB)
002800     MOVE ZERO TO WS-JN-DAYS-OK(WS-JN-SUB)
002810     MOVE ZERO TO WS-JN-DAYS-BAD(WS-JN-SUB)
002820     MOVE ZERO TO WS-JN-DAYS-UNCTL(WS-JN-SUB)
002830     MOVE ZERO TO WS-JN-FIRST-CTL(WS-JN-SUB)
002840     MOVE "N"  TO WS-JN-PRESENT-SW(WS-JN-SUB)
002850     .
002860
002870*****************************************************************
002880* 2000-READ-JOURNALS -- REBUILD EVERY JOURNAL DAY'S COUNT, HASH
002890* TOTALS AND CHAIN FROM THE FILES.  A JOURNAL THAT IS NOT THERE
002900* CONTRIBUTES NO RECORDS; ANY CONTROL DAYS IT HAS WILL THEN FAIL.
002910*****************************************************************
002920 2000-READ-JOURNALS.
002930     PERFORM 2100-READ-AUDIT-ARCHIVE
002940     PERFORM 2200-READ-AUDIT
002950     PERFORM 2300-READ-EXCEPTIONS
002960     PERFORM 2400-READ-GM-OUT
002970     PERFORM 2500-READ-FEE-JOURNAL
002980     PERFORM 2600-READ-POSITION-HISTORY
002990     PERFORM 2700-READ-RISK-LIMIT-JOURNAL
003000     PERFORM 2750-READ-PROTOCOL-JOURNAL
003010     PERFORM 2800-READ-CALENDAR-JOURNAL
003020     PERFORM 2850-READ-CKPT-ARCHIVE
003030     .
003040
003050 2100-READ-AUDIT-ARCHIVE.
003060     MOVE 1 TO WS-CUR-JN
003070     MOVE "N" TO WS-JOURNAL-EOF-SW
003080     OPEN INPUT LAVARAGE-AUDIT-ARCH
003090     IF NOT WS-AUDAR-OK
003100         DISPLAY "LAVAUDAR: AUDIT ARCHIVE NOT AVAILABLE, STATUS "
003110             WS-AUDAR-STATUS " -- NO ARCHIVED DAYS READ"
003120     ELSE
003130         PERFORM 2110-READ-ONE-AUDAR
003140         PERFORM 2120-TAKE-AUDAR UNTIL WS-JOURNAL-DONE
003150         CLOSE LAVARAGE-AUDIT-ARCH
003160     END-IF
003170     .
003180
003190 2110-READ-ONE-AUDAR.
003200     READ LAVARAGE-AUDIT-ARCH
003210         AT END
003220             MOVE "Y" TO WS-JOURNAL-EOF-SW
003230         NOT AT END
003240             IF NOT WS-AUDAR-OK
003250                 MOVE "Y" TO WS-JOURNAL-EOF-SW
003260             END-IF
003270     END-READ
003280     .
003290
003300 2120-TAKE-AUDAR.
003310     ADD 1 TO WS-AUDAR-READ
003320     MOVE AUDAR-RUN-DATE         TO JCP-RECORD-DATE
003330     MOVE AUDAR-RECORD           TO JCP-RECORD-DATA
003340     MOVE AUDAR-COLLATERAL-TOTAL TO JCP-HASH-COLLATERAL
003350     MOVE AUDAR-LEVERAGE         TO JCP-HASH-LEVERAGE
003360     MOVE ZERO                   TO JCP-HASH-FEE
003370     PERFORM 2900-ACCUMULATE-RECORD
003380     PERFORM 2110-READ-ONE-AUDAR
003390     .
003400
003410 2200-READ-AUDIT.
003420     MOVE 1 TO WS-CUR-JN
003430     MOVE "N" TO WS-JOURNAL-EOF-SW
003440     OPEN INPUT LAVARAGE-AUDIT
003450     IF NOT WS-AUDIT-OK
003460         DISPLAY "LAVAUDIT: AUDIT JOURNAL NOT AVAILABLE, STATUS "
003470             WS-AUDIT-STATUS
003480     ELSE
003490         PERFORM 2210-READ-ONE-AUDIT
003500         PERFORM 2220-TAKE-AUDIT UNTIL WS-JOURNAL-DONE
003510         CLOSE LAVARAGE-AUDIT
003520     END-IF
003530     .
003540
003550 2210-READ-ONE-AUDIT.
003560     READ LAVARAGE-AUDIT
003570         AT END
003580             MOVE "Y" TO WS-JOURNAL-EOF-SW
003590         NOT AT END
003600             IF NOT WS-AUDIT-OK
003610                 MOVE "Y" TO WS-JOURNAL-EOF-SW
003620             END-IF
003630     END-READ
003640     .
003650
003660 2220-TAKE-AUDIT.
003670     MOVE AUD-RUN-DATE           TO JCP-RECORD-DATE
003680     MOVE AUD-RECORD             TO JCP-RECORD-DATA
003690     MOVE AUD-COLLATERAL-TOTAL   TO JCP-HASH-COLLATERAL
003700     MOVE AUD-LEVERAGE           TO JCP-HASH-LEVERAGE
003710     MOVE ZERO                   TO JCP-HASH-FEE
003720     PERFORM 2900-ACCUMULATE-RECORD
003730     PERFORM 2210-READ-ONE-AUDIT
003740     .
003750
003760 2300-READ-EXCEPTIONS.
003770     MOVE 2 TO WS-CUR-JN
003780     MOVE "N" TO WS-JOURNAL-EOF-SW
003790     OPEN INPUT LAVARAGE-EXCPT
003800     IF NOT WS-EXCPT-OK
003810         DISPLAY "LAVEXCPT: EXCEPTION STREAM NOT AVAILABLE, "
003820             "STATUS " WS-EXCPT-STATUS
003830     ELSE
003840         PERFORM 2310-READ-ONE-EXCEPTION
003850         PERFORM 2320-TAKE-EXCEPTION UNTIL WS-JOURNAL-DONE
003860         CLOSE LAVARAGE-EXCPT
003870     END-IF
003880     .
003890
003900 2310-READ-ONE-EXCEPTION.
003910     READ LAVARAGE-EXCPT
003920         AT END
003930             MOVE "Y" TO WS-JOURNAL-EOF-SW
003940         NOT AT END
003950             IF NOT WS-EXCPT-OK
003960                 MOVE "Y" TO WS-JOURNAL-EOF-SW
003970             END-IF
003980     END-READ
003990     .
004000
004010 2320-TAKE-EXCEPTION.
004020     MOVE EXC-RUN-DATE           TO JCP-RECORD-DATE
004030     MOVE EXC-RECORD             TO JCP-RECORD-DATA
004040     MOVE EXC-COLLATERAL-TOTAL   TO JCP-HASH-COLLATERAL
004050     MOVE EXC-LEVERAGE           TO JCP-HASH-LEVERAGE
004060     MOVE ZERO                   TO JCP-HASH-FEE
004070     PERFORM 2900-ACCUMULATE-RECORD
004080     PERFORM 2310-READ-ONE-EXCEPTION
004090     .
004100
004110 2400-READ-GM-OUT.
004120     MOVE 3 TO WS-CUR-JN
004130     MOVE "N" TO WS-JOURNAL-EOF-SW
004140     OPEN INPUT LAVARAGE-GM-OUT
004150     IF NOT WS-GM-OUT-OK
004160         DISPLAY "LAVGMOUT: GM OUTPUT FILE NOT AVAILABLE, STATUS "
004170             WS-GM-OUT-STATUS
004180     ELSE
004190         PERFORM 2410-READ-ONE-GM-OUT
004200         PERFORM 2420-TAKE-GM-OUT UNTIL WS-JOURNAL-DONE
004210         CLOSE LAVARAGE-GM-OUT
004220     END-IF
004230     .
004240
004250 2410-READ-ONE-GM-OUT.
004260     READ LAVARAGE-GM-OUT
004270         AT END
004280             MOVE "Y" TO WS-JOURNAL-EOF-SW
004290         NOT AT END
004300             IF NOT WS-GM-OUT-OK
004310                 MOVE "Y" TO WS-JOURNAL-EOF-SW
004320             END-IF
004330     END-READ
004340     .
004350
004360 2420-TAKE-GM-OUT.
004370     MOVE GMO-RUN-DATE           TO JCP-RECORD-DATE
004380     MOVE GMO-RECORD             TO JCP-RECORD-DATA
004390     MOVE GMO-COLLATERAL-TOTAL   TO JCP-HASH-COLLATERAL
004400     MOVE GMO-LEVERAGE           TO JCP-HASH-LEVERAGE
004410     MOVE ZERO                   TO JCP-HASH-FEE
004420     PERFORM 2900-ACCUMULATE-RECORD
004430     PERFORM 2410-READ-ONE-GM-OUT
004440     .
004450
004460 2500-READ-FEE-JOURNAL.
004470     MOVE 4 TO WS-CUR-JN
004480     MOVE "N" TO WS-JOURNAL-EOF-SW
004490     OPEN INPUT FEE-JOURNAL
004500     IF NOT WS-FEEJRNL-OK
004510         DISPLAY "FEEJRNL: FEE JOURNAL NOT AVAILABLE, STATUS "
004520             WS-FEEJRNL-STATUS
004530     ELSE
004540         PERFORM 2510-READ-ONE-FEE
004550         PERFORM 2520-TAKE-FEE UNTIL WS-JOURNAL-DONE
004560         CLOSE FEE-JOURNAL
004570     END-IF
004580     .
004590
004600 2510-READ-ONE-FEE.
004610     READ FEE-JOURNAL
004620         AT END
004630             MOVE "Y" TO WS-JOURNAL-EOF-SW
004640         NOT AT END
004650             IF NOT WS-FEEJRNL-OK
004660                 MOVE "Y" TO WS-JOURNAL-EOF-SW
004670             END-IF
004680     END-READ
004690     .
004700
004710 2520-TAKE-FEE.
004720     MOVE FJ-RUN-DATE            TO JCP-RECORD-DATE
004730     MOVE FJ-RECORD              TO JCP-RECORD-DATA
004740     MOVE FJ-COLLATERAL-VALUE    TO JCP-HASH-COLLATERAL
004750     MOVE FJ-LEVERAGE            TO JCP-HASH-LEVERAGE
004760     MOVE FJ-FEE-SOL             TO JCP-HASH-FEE
004770     PERFORM 2900-ACCUMULATE-RECORD
004780     PERFORM 2510-READ-ONE-FEE
004790     .
004800
004810 2600-READ-POSITION-HISTORY.
004820     MOVE 5 TO WS-CUR-JN
004830     MOVE "N" TO WS-JOURNAL-EOF-SW
004840     OPEN INPUT POSITION-HISTORY
004850     IF NOT WS-POSHIST-OK
004860         DISPLAY "POSHIST: POSITION HISTORY NOT AVAILABLE, "
004870             "STATUS " WS-POSHIST-STATUS
004880     ELSE
004890         PERFORM 2610-READ-ONE-HISTORY
004900         PERFORM 2620-TAKE-HISTORY UNTIL WS-JOURNAL-DONE
004910         CLOSE POSITION-HISTORY
004920     END-IF
004930     .
004940
004950 2610-READ-ONE-HISTORY.
004960     READ POSITION-HISTORY
004970         AT END
004980             MOVE "Y" TO WS-JOURNAL-EOF-SW
004990         NOT AT END
005000             IF NOT WS-POSHIST-OK
005010                 MOVE "Y" TO WS-JOURNAL-EOF-SW
005020             END-IF
005030     END-READ
005040     .
005050
005060 2620-TAKE-HISTORY.
005070     MOVE PH-RUN-DATE            TO JCP-RECORD-DATE
005080     MOVE PH-RECORD              TO JCP-RECORD-DATA
005090     MOVE PH-COLLATERAL-AMOUNT   TO JCP-HASH-COLLATERAL
005100     MOVE ZERO                   TO JCP-HASH-LEVERAGE
005110     MOVE ZERO                   TO JCP-HASH-FEE
005120     PERFORM 2900-ACCUMULATE-RECORD
005130     PERFORM 2610-READ-ONE-HISTORY
005140     .
005150
005160 2700-READ-RISK-LIMIT-JOURNAL.
005170     MOVE 6 TO WS-CUR-JN
005180     MOVE "N" TO WS-JOURNAL-EOF-SW
005190     OPEN INPUT RISK-LIMIT-JOURNAL
005200     IF NOT WS-RLJ-OK
005210         DISPLAY "RLCHGJRN: LIMIT CHANGE JOURNAL NOT AVAILABLE, "
005220             "STATUS " WS-RLJ-STATUS
005230     ELSE
005240         PERFORM 2710-READ-ONE-RLJ
005250         PERFORM 2720-TAKE-RLJ UNTIL WS-JOURNAL-DONE
005260         CLOSE RISK-LIMIT-JOURNAL
005270     END-IF
005280     .
005290
005300 2710-READ-ONE-RLJ.
005310     READ RISK-LIMIT-JOURNAL
005320         AT END
005330             MOVE "Y" TO WS-JOURNAL-EOF-SW
005340         NOT AT END
005350             IF NOT WS-RLJ-OK
005360                 MOVE "Y" TO WS-JOURNAL-EOF-SW
005370             END-IF
005380     END-READ
005390     .
005400
005410 2720-TAKE-RLJ.
005420     MOVE RLJ-CHANGE-DATE        TO JCP-RECORD-DATE
005430     MOVE RLJ-RECORD             TO JCP-RECORD-DATA
005440     MOVE RLJ-NEW-MIN-COLLATERAL TO JCP-HASH-COLLATERAL
005450     MOVE RLJ-NEW-MAX-LEVERAGE   TO JCP-HASH-LEVERAGE
005460     MOVE ZERO                   TO JCP-HASH-FEE
005470     PERFORM 2900-ACCUMULATE-RECORD
005480     PERFORM 2710-READ-ONE-RLJ
005490     .
005500
005510 2750-READ-PROTOCOL-JOURNAL.
005520     MOVE 7 TO WS-CUR-JN
005530     MOVE "N" TO WS-JOURNAL-EOF-SW
005540     OPEN INPUT PROTOCOL-MASTER-JOURNAL
005550     IF NOT WS-PMJ-OK
005560         DISPLAY "PMCHGJRN: LINEUP CHANGE JOURNAL NOT AVAILABLE, "
005570             "STATUS " WS-PMJ-STATUS
005580     ELSE
005590         PERFORM 2760-READ-ONE-PMJ
005600         PERFORM 2770-TAKE-PMJ UNTIL WS-JOURNAL-DONE
005610         CLOSE PROTOCOL-MASTER-JOURNAL
005620     END-IF
005630     .
005640
005650 2760-READ-ONE-PMJ.
005660     READ PROTOCOL-MASTER-JOURNAL
005670         AT END
005680             MOVE "Y" TO WS-JOURNAL-EOF-SW
005690         NOT AT END
005700             IF NOT WS-PMJ-OK
005710                 MOVE "Y" TO WS-JOURNAL-EOF-SW
005720             END-IF
005730     END-READ
005740     .
005750
005760 2770-TAKE-PMJ.
005770     MOVE PMJ-CHANGE-DATE        TO JCP-RECORD-DATE
005780     MOVE PMJ-RECORD             TO JCP-RECORD-DATA
005790     MOVE ZERO                   TO JCP-HASH-COLLATERAL
005800     MOVE PMJ-LEVERAGE           TO JCP-HASH-LEVERAGE
005810     MOVE ZERO                   TO JCP-HASH-FEE
005820     PERFORM 2900-ACCUMULATE-RECORD
005830     PERFORM 2760-READ-ONE-PMJ
005840     .
005850
005860 2800-READ-CALENDAR-JOURNAL.
005870     MOVE 8 TO WS-CUR-JN
005880     MOVE "N" TO WS-JOURNAL-EOF-SW
005890     OPEN INPUT CALENDAR-JOURNAL
005900     IF NOT WS-CAJ-OK
005910         DISPLAY "CALCHJRN: CALENDAR JOURNAL NOT AVAILABLE, "
005920             "STATUS " WS-CAJ-STATUS
005930     ELSE
005940         PERFORM 2810-READ-ONE-CAJ
005950         PERFORM 2820-TAKE-CAJ UNTIL WS-JOURNAL-DONE
005960         CLOSE CALENDAR-JOURNAL
005970     END-IF
005980     .
005990
006000 2810-READ-ONE-CAJ.
006010     READ CALENDAR-JOURNAL
006020         AT END
006030             MOVE "Y" TO WS-JOURNAL-EOF-SW
006040         NOT AT END
006050             IF NOT WS-CAJ-OK
006060                 MOVE "Y" TO WS-JOURNAL-EOF-SW
006070             END-IF
006080     END-READ
006090     .
006100
006110 2820-TAKE-CAJ.
006120     MOVE CAJ-CHANGE-DATE        TO JCP-RECORD-DATE
006130     MOVE CAJ-RECORD             TO JCP-RECORD-DATA
006140     MOVE ZERO                   TO JCP-HASH-COLLATERAL
006150     MOVE ZERO                   TO JCP-HASH-LEVERAGE
006160     MOVE ZERO                   TO JCP-HASH-FEE
006170     PERFORM 2900-ACCUMULATE-RECORD
006180     PERFORM 2810-READ-ONE-CAJ
006190     .
006200
006210 2850-READ-CKPT-ARCHIVE.
006220     MOVE 9 TO WS-CUR-JN
006230     MOVE "N" TO WS-JOURNAL-EOF-SW
006240     OPEN INPUT LAVARAGE-CKPT-ARCH
006250     IF NOT WS-CKPAR-OK
006260         DISPLAY "LAVCKPAR: CHECKPOINT ARCHIVE NOT AVAILABLE, "
006270             "STATUS " WS-CKPAR-STATUS
006280     ELSE
006290         PERFORM 2860-READ-ONE-CKPAR
006300         PERFORM 2870-TAKE-CKPAR UNTIL WS-JOURNAL-DONE
006310         CLOSE LAVARAGE-CKPT-ARCH
006320     END-IF
006330     .
006340
006350 2860-READ-ONE-CKPAR.
006360     READ LAVARAGE-CKPT-ARCH
006370         AT END
006380             MOVE "Y" TO WS-JOURNAL-EOF-SW
006390         NOT AT END
006400             IF NOT WS-CKPAR-OK
006410                 MOVE "Y" TO WS-JOURNAL-EOF-SW
006420             END-IF
006430     END-READ
006440     .
006450
006460 2870-TAKE-CKPAR.
006470     MOVE CKPAR-RUN-DATE         TO JCP-RECORD-DATE
006480     MOVE CKPAR-RECORD           TO JCP-RECORD-DATA
006490     MOVE ZERO                   TO JCP-HASH-COLLATERAL
006500     MOVE ZERO                   TO JCP-HASH-LEVERAGE
006510     MOVE ZERO                   TO JCP-HASH-FEE
006520     PERFORM 2900-ACCUMULATE-RECORD
006530     PERFORM 2860-READ-ONE-CKPAR
006540     .
006550
006560*****************************************************************
006570* 2900-ACCUMULATE-RECORD -- CHAIN THE RECORD THE CALLER LOADED
006580* INTO THE PARAMETER AREA ONTO ITS JOURNAL DAY, THROUGH THE SAME
006590* ROUTINE THE WRITERS POST WITH, AND ADD ITS COUNT AND HASHES.
006600*****************************************************************
006610 2900-ACCUMULATE-RECORD.
006620     ADD 1 TO WS-JN-RECORDS(WS-CUR-JN)
006630     MOVE "Y" TO WS-JN-PRESENT-SW(WS-CUR-JN)
006640     MOVE WS-JN-NAME(WS-CUR-JN) TO JCP-JOURNAL-NAME
006650     MOVE JCP-RECORD-DATE TO WS-LOOK-DATE
006660     PERFORM 2910-FIND-DAY
006670     IF NOT WS-DAY-FOUND
006680         PERFORM 2930-ADD-DAY
006690     END-IF
006700     IF WS-DAY-FOUND
006710         MOVE WS-DY-CHAIN(WS-FOUND-SUB) TO JCP-CHAIN-VALUE
006720         MOVE RETURN-CODE TO JCP-CALLER-RC
006730         CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
006740         MOVE JCP-CHAIN-VALUE TO WS-DY-CHAIN(WS-FOUND-SUB)
006750         ADD 1 TO WS-DY-COUNT(WS-FOUND-SUB)
006760         ADD JCP-HASH-COLLATERAL
006770             TO WS-DY-HASH-COLLATERAL(WS-FOUND-SUB)
006780         ADD JCP-HASH-LEVERAGE
006790             TO WS-DY-HASH-LEVERAGE(WS-FOUND-SUB)
006800         ADD JCP-HASH-FEE TO WS-DY-HASH-FEE(WS-FOUND-SUB)
006810     ELSE
006820         ADD 1 TO WS-UNTABLED-COUNT
006830     END-IF
006840     .
006850
006860*****************************************************************
006870* 2910-FIND-DAY -- LOCATE THE ENTRY FOR WS-CUR-JN / WS-LOOK-DATE,
006880* TRYING THE LAST ENTRY USED FIRST SINCE A JOURNAL'S RECORDS
006890* NORMALLY RUN A DAY AT A TIME.
006900*****************************************************************
006910 2910-FIND-DAY.
006920     MOVE "N" TO WS-DAY-FOUND-SW
006930     IF WS-LAST-DAY-SUB > ZERO
006940         IF WS-DY-JN(WS-LAST-DAY-SUB) = WS-CUR-JN
006950            AND WS-DY-DATE(WS-LAST-DAY-SUB) = WS-LOOK-DATE
006960             MOVE WS-LAST-DAY-SUB TO WS-FOUND-SUB
006970             MOVE "Y" TO WS-DAY-FOUND-SW
006980         END-IF
006990     END-IF
007000     IF NOT WS-DAY-FOUND
007010         PERFORM 2920-MATCH-ONE-DAY
007020             VARYING WS-DAY-SUB FROM 1 BY 1
007030             UNTIL WS-DAY-SUB > WS-DAY-COUNT
007040                OR WS-DAY-FOUND
007050     END-IF
007060     IF WS-DAY-FOUND
007070         MOVE WS-FOUND-SUB TO WS-LAST-DAY-SUB
007080     END-IF
007090     .
007100
007110 2920-MATCH-ONE-DAY.
007120     IF WS-DY-JN(WS-DAY-SUB) = WS-CUR-JN
007130        AND WS-DY-DATE(WS-DAY-SUB) = WS-LOOK-DATE
007140         MOVE WS-DAY-SUB TO WS-FOUND-SUB
007150         MOVE "Y" TO WS-DAY-FOUND-SW
007160     END-IF
007170     .
007180
007190 2930-ADD-DAY.
007200     IF WS-DAY-COUNT < 5000
007210         ADD 1 TO WS-DAY-COUNT
007220         MOVE WS-DAY-COUNT TO WS-FOUND-SUB
007230         MOVE WS-CUR-JN    TO WS-DY-JN(WS-FOUND-SUB)
007240         MOVE WS-LOOK-DATE TO WS-DY-DATE(WS-FOUND-SUB)
007250         MOVE ZERO TO WS-DY-COUNT(WS-FOUND-SUB)
007260         MOVE ZERO TO WS-DY-HASH-COLLATERAL(WS-FOUND-SUB)
007270         MOVE ZERO TO WS-DY-HASH-LEVERAGE(WS-FOUND-SUB)
007280         MOVE ZERO TO WS-DY-HASH-FEE(WS-FOUND-SUB)
007290         MOVE ZERO TO WS-DY-CHAIN(WS-FOUND-SUB)
007300         MOVE "N"  TO WS-DY-MATCHED-SW(WS-FOUND-SUB)
007310         ADD 1 TO WS-JN-DAYS(WS-CUR-JN)
007320         MOVE WS-FOUND-SUB TO WS-LAST-DAY-SUB
007330         MOVE "Y" TO WS-DAY-FOUND-SW
007340     END-IF
007350     .
007360
007370*****************************************************************
007380* 3000-CHECK-CONTROLS -- WALK JOURNAL-CONTROL IN KEY ORDER AND
007390* HOLD EVERY CONTROL DAY UP AGAINST THE REBUILT JOURNAL DAY.
007400* KEY ORDER MEANS THE FIRST CONTROL SEEN FOR A JOURNAL IS ITS
007410* EARLIEST.
007420*****************************************************************
007430 3000-CHECK-CONTROLS.
007440     OPEN INPUT JOURNAL-CONTROL
007450     IF NOT WS-JRNLCTL-OK
007460         DISPLAY "JRNLCTL: JOURNAL CONTROL NOT AVAILABLE, STATUS "
007470             WS-JRNLCTL-STATUS " -- NOTHING CAN BE VERIFIED"
007480     ELSE
007490         MOVE "Y" TO WS-CONTROL-OPEN-SW
007500         DISPLAY " "
007510         DISPLAY "  CONTROL DAYS OUT OF AGREEMENT:"
007520         PERFORM 3100-READ-CONTROL
007530         PERFORM 3200-CHECK-ONE-CONTROL UNTIL WS-CONTROLS-DONE
007540         CLOSE JOURNAL-CONTROL
007550     END-IF
007560     .
007570
007580 3100-READ-CONTROL.
007590     READ JOURNAL-CONTROL NEXT RECORD
007600         AT END
007610             MOVE "Y" TO WS-CONTROL-EOF-SW
007620         NOT AT END
007630             IF NOT WS-JRNLCTL-OK
007640                 MOVE "Y" TO WS-CONTROL-EOF-SW
007650             END-IF
007660     END-READ
007670     .
007680
007690 3200-CHECK-ONE-CONTROL.
007700     ADD 1 TO WS-CONTROLS-READ
007710     PERFORM 3210-FIND-JOURNAL
007720     IF NOT WS-JOURNAL-FOUND
007730         DISPLAY "  **** " JC-JOURNAL-NAME " " JC-JOURNAL-DATE
007740             "  CONTROL FOR A JOURNAL NOT VERIFIED HERE"
007750         ADD 1 TO WS-MISMATCH-COUNT
007760     ELSE
007770         IF WS-JN-FIRST-CTL(WS-CUR-JN) = ZERO
007780             MOVE JC-JOURNAL-DATE TO WS-JN-FIRST-CTL(WS-CUR-JN)
007790         END-IF
007800         MOVE JC-JOURNAL-DATE TO WS-LOOK-DATE
007810         PERFORM 2910-FIND-DAY
007820         IF NOT WS-DAY-FOUND
007830             MOVE JC-RECORD-COUNT TO WS-COUNT-DISPLAY
007840             DISPLAY "  **** " JC-JOURNAL-NAME " " JC-JOURNAL-DATE
007850                 "  CONTROL FOR " WS-COUNT-DISPLAY
007860                 " RECORDS, NONE IN JOURNAL"
007870             ADD 1 TO WS-JN-DAYS-BAD(WS-CUR-JN)
007880             ADD 1 TO WS-MISMATCH-COUNT
007890         ELSE
007900             MOVE "Y" TO WS-DY-MATCHED-SW(WS-FOUND-SUB)
007910             PERFORM 3300-COMPARE-DAY
007920         END-IF
007930     END-IF
007940     PERFORM 3100-READ-CONTROL
007950     .
007960
007970 3210-FIND-JOURNAL.
007980     MOVE "N" TO WS-JOURNAL-FOUND-SW
007990     PERFORM 3220-MATCH-ONE-JOURNAL
008000         VARYING WS-JN-SUB FROM 1 BY 1
008010         UNTIL WS-JN-SUB > 9
008020            OR WS-JOURNAL-FOUND
008030     .
008040
008050 3220-MATCH-ONE-JOURNAL.
008060     IF WS-JN-NAME(WS-JN-SUB) = JC-JOURNAL-NAME
008070         MOVE WS-JN-SUB TO WS-CUR-JN
008080         MOVE "Y" TO WS-JOURNAL-FOUND-SW
008090     END-IF
008100     .
008110
008120*****************************************************************
008130* 3300-COMPARE-DAY -- COUNT, EACH HASH TOTAL AND THE CHAIN MUST
008140* ALL AGREE.  EVERY ITEM THAT DOES NOT IS LISTED, CONTROL FIGURE
008150* FIRST, THEN WHAT THE JOURNAL NOW HOLDS.
008160*****************************************************************
008170 3300-COMPARE-DAY.
008180     MOVE "N" TO WS-DAY-BAD-SW
008190     IF JC-RECORD-COUNT NOT = WS-DY-COUNT(WS-FOUND-SUB)
008200         PERFORM 3390-PRINT-DAY-HEADER
008210         MOVE JC-RECORD-COUNT TO WS-AMOUNT-DISPLAY
008220         MOVE WS-DY-COUNT(WS-FOUND-SUB) TO WS-AMOUNT-DISPLAY-2
008230         DISPLAY "        RECORD COUNT  " WS-AMOUNT-DISPLAY
008240             "  JOURNAL " WS-AMOUNT-DISPLAY-2
008250     END-IF
008260     IF JC-HASH-COLLATERAL NOT =
008270        WS-DY-HASH-COLLATERAL(WS-FOUND-SUB)
008280         PERFORM 3390-PRINT-DAY-HEADER
008290         MOVE JC-HASH-COLLATERAL TO WS-AMOUNT-DISPLAY
008300         MOVE WS-DY-HASH-COLLATERAL(WS-FOUND-SUB)
008310             TO WS-AMOUNT-DISPLAY-2
008320         DISPLAY "        COLLATERAL    " WS-AMOUNT-DISPLAY
008330             "  JOURNAL " WS-AMOUNT-DISPLAY-2
008340     END-IF
008350     IF JC-HASH-LEVERAGE NOT = WS-DY-HASH-LEVERAGE(WS-FOUND-SUB)
008360         PERFORM 3390-PRINT-DAY-HEADER
008370         MOVE JC-HASH-LEVERAGE TO WS-AMOUNT-DISPLAY
008380         MOVE WS-DY-HASH-LEVERAGE(WS-FOUND-SUB)
008390             TO WS-AMOUNT-DISPLAY-2
008400         DISPLAY "        LEVERAGE      " WS-AMOUNT-DISPLAY
008410             "  JOURNAL " WS-AMOUNT-DISPLAY-2
008420     END-IF
008430     IF JC-HASH-FEE NOT = WS-DY-HASH-FEE(WS-FOUND-SUB)
008440         PERFORM 3390-PRINT-DAY-HEADER
008450         MOVE JC-HASH-FEE TO WS-AMOUNT-DISPLAY
008460         MOVE WS-DY-HASH-FEE(WS-FOUND-SUB) TO WS-AMOUNT-DISPLAY-2
008470         DISPLAY "        FEE           " WS-AMOUNT-DISPLAY
008480             "  JOURNAL " WS-AMOUNT-DISPLAY-2
008490     END-IF
008500     IF JC-CHAIN-VALUE NOT = WS-DY-CHAIN(WS-FOUND-SUB)
008510         PERFORM 3390-PRINT-DAY-HEADER
008520         DISPLAY "        CHAIN VALUE   " JC-CHAIN-VALUE
008530             "  JOURNAL " WS-DY-CHAIN(WS-FOUND-SUB)
008540     END-IF
008550     IF WS-DAY-BAD
008560         ADD 1 TO WS-JN-DAYS-BAD(WS-CUR-JN)
008570         ADD 1 TO WS-MISMATCH-COUNT
008580     ELSE
008590         ADD 1 TO WS-JN-DAYS-OK(WS-CUR-JN)
008600     END-IF
008610     .
008620
008630 3390-PRINT-DAY-HEADER.
008640     IF NOT WS-DAY-BAD
008650         MOVE "Y" TO WS-DAY-BAD-SW
008660         DISPLAY "  **** " JC-JOURNAL-NAME " " JC-JOURNAL-DATE
008670             "  CONTROL DOES NOT AGREE WITH JOURNAL"
008680     END-IF
008690     .
008700
008710*****************************************************************
008720* 4000-CHECK-UNCONTROLLED-DAYS -- A JOURNAL DAY NO CONTROL RECORD
008730* CLAIMED.  ON OR AFTER THE DATE CONTROLS TOOK EFFECT IT IS A
008740* MISMATCH (RECORDS APPENDED OUTSIDE THE WRITERS, OR A CONTROL
008750* RECORD DELETED); BEFORE IT, THE DAY IS SIMPLY NOT UNDER CONTROL.
008760*****************************************************************
008770 4000-CHECK-UNCONTROLLED-DAYS.
008780     DISPLAY " "
008790     DISPLAY "  JOURNAL DAYS WITH NO CONTROL:"
008800     PERFORM 4100-CHECK-ONE-DAY
008810         VARYING WS-DAY-SUB FROM 1 BY 1
008820         UNTIL WS-DAY-SUB > WS-DAY-COUNT
008830     .
008840
008850 4100-CHECK-ONE-DAY.
008860     IF NOT WS-DY-MATCHED(WS-DAY-SUB)
008870         MOVE WS-DY-JN(WS-DAY-SUB) TO WS-CUR-JN
008880         IF WS-EFFECTIVE-GIVEN
008890             MOVE WS-EFFECTIVE-DATE TO WS-DAY-START-DATE
008900         ELSE
008910             MOVE WS-JN-FIRST-CTL(WS-CUR-JN) TO WS-DAY-START-DATE
008920         END-IF
008930         MOVE WS-DY-COUNT(WS-DAY-SUB) TO WS-COUNT-DISPLAY
008940         IF WS-DAY-START-DATE > ZERO
008950            AND WS-DY-DATE(WS-DAY-SUB) NOT < WS-DAY-START-DATE
008960             DISPLAY "  **** " WS-JN-NAME(WS-CUR-JN) " "
008970                 WS-DY-DATE(WS-DAY-SUB) "  " WS-COUNT-DISPLAY
008980                 " RECORDS WITH NO CONTROL"
008990             ADD 1 TO WS-JN-DAYS-BAD(WS-CUR-JN)
009000             ADD 1 TO WS-MISMATCH-COUNT
009010         ELSE
009020             ADD 1 TO WS-JN-DAYS-UNCTL(WS-CUR-JN)
009030             ADD 1 TO WS-UNCONTROLLED-COUNT
009040         END-IF
009050     END-IF
009060     .
009070
009080*****************************************************************
009090* 8000-PRINT-SUMMARY -- ONE LINE PER JOURNAL, THEN THE VERDICT
009100* AND RETURN CODE.
009110*****************************************************************
009120 8000-PRINT-SUMMARY.
009130     DISPLAY " "
009140     DISPLAY "  JOURNAL    RECORDS   DAYS  AGREE  FAIL  UNCTL  "
009150         "CONTROLLED FROM"
009160     PERFORM 8100-PRINT-ONE-JOURNAL
009170         VARYING WS-JN-SUB FROM 1 BY 1
009180         UNTIL WS-JN-SUB > 9
009190     DISPLAY " "
009200     DISPLAY "  LAVAUDAR ARCHIVE RECORDS:  " WS-AUDAR-READ
009210     DISPLAY "  CONTROL RECORDS READ:      " WS-CONTROLS-READ
009220     DISPLAY "  DAYS NOT UNDER CONTROL:    " WS-UNCONTROLLED-COUNT
009230     DISPLAY "  MISMATCHES:                " WS-MISMATCH-COUNT
009240     IF WS-UNTABLED-COUNT > ZERO
009250         DISPLAY "  **** " WS-UNTABLED-COUNT
009260             " RECORDS NOT CHECKED, MORE THAN 5000 "
009270             "JOURNAL DAYS ****"
009280     END-IF
009290     EVALUATE TRUE
009300         WHEN NOT WS-CONTROL-OPEN
009310             DISPLAY "  **** JOURNALS NOT VERIFIED ****"
009320             MOVE 12 TO RETURN-CODE
009330         WHEN WS-MISMATCH-COUNT > ZERO
009340           OR WS-UNTABLED-COUNT > ZERO
009350             DISPLAY "  **** JOURNAL CONTROLS DO NOT AGREE ****"
009360             MOVE 8 TO RETURN-CODE
009370         WHEN OTHER
009380             DISPLAY "  ALL CONTROLLED JOURNAL DAYS AGREE"
009390     END-EVALUATE
009400     DISPLAY "========================================="
009410     .
009420
009430 8100-PRINT-ONE-JOURNAL.
009440     MOVE WS-JN-RECORDS(WS-JN-SUB) TO WS-COUNT-DISPLAY
009450     IF WS-JN-PRESENT(WS-JN-SUB)
009460        OR WS-JN-FIRST-CTL(WS-JN-SUB) > ZERO
009470         DISPLAY "  " WS-JN-NAME(WS-JN-SUB) " " WS-COUNT-DISPLAY
009480             " " WS-JN-DAYS(WS-JN-SUB)
009490             "  " WS-JN-DAYS-OK(WS-JN-SUB)
009500             " " WS-JN-DAYS-BAD(WS-JN-SUB)
009510             "  " WS-JN-DAYS-UNCTL(WS-JN-SUB)
009520             "  " WS-JN-FIRST-CTL(WS-JN-SUB)
009530     ELSE
009540         DISPLAY "  " WS-JN-NAME(WS-JN-SUB) "   NO RECORDS"
009550     END-IF
009560     .
009570
009580 9999-EXIT.
009590     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-FEE-AGE.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE FEE RECEIVABLES AGING AND RECONCILIATION
000180* PRINTS THE AGED RECEIVABLES REPORT OFF THE FEE-INVOICES FILE:
000190* FOR EVERY WALLET AND PROTOCOL WITH AN OPEN BALANCE, WHAT IS
000200* OUTSTANDING 0-30, 31-60, 61-90 AND OVER 90 DAYS FROM THE
000210* INVOICE DATE.  IT THEN RECONCILES EVERY INVOICED MONTH --
000220* FEES ACCRUED (RE-SUMMED FROM FEEJRNL) = FEES INVOICED (THE
000230* INVOICES, AND THE FEEICTL CONTROL RECORD) = FEES PAID +
000240* OUTSTANDING -- AND SHOWS THE CREDIT HELD ON FEECRDT.  AN
000250* ACCRUAL BACK-DATED INTO A MONTH ALREADY BILLED, OR AN INVOICE
000260* CHANGED OUTSIDE LAVARAGE-FEE-INV AND LAVARAGE-FEE-PAY, SHOWS
000270* UP HERE AS A MONTH OUT OF BALANCE.
000280*
000290* SYSIN: THE AGING DATE AS YYYYMMDD; AN EMPTY OR NON-NUMERIC
000300* PARM DEFAULTS TO TODAY.
000310*
000320* RETURN CODES: 0 ALL MONTHS RECONCILE; 4 A BALANCE IS OVER 90
000330* DAYS; 8 A MONTH DOES NOT RECONCILE; 12 INVOICE FILE NOT
000340* AVAILABLE.
000350*
000360* MODIFICATION HISTORY
000370* 2026-10-15 AJP  INITIAL VERSION.
000380*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 REPOSITORY.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT FEE-INVOICES
000470         ASSIGN TO "FEEINV"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FI-KEY
000510         FILE STATUS IS WS-FEEINV-STATUS.
000520     SELECT INVOICE-CONTROL
000530         ASSIGN TO "FEEICTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS IC-INVOICE-MONTH
000570         FILE STATUS IS WS-FEEICTL-STATUS.
000580     SELECT FEE-CREDITS
000590         ASSIGN TO "FEECRDT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS CR-WALLET-ID
000630         FILE STATUS IS WS-FEECRDT-STATUS.
000640     SELECT FEE-JOURNAL
000650         ASSIGN TO "FEEJRNL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FEEJRNL-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 COPY FEEINV.
000720 COPY FEEICTL.
000730 COPY FEECRDT.
000740 COPY FEEJRNL.
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-AGE-DATE-PARM       PIC X(08) VALUE SPACES.
000780 01  WS-AGE-DATE            PIC 9(08).
000790 01  WS-DAYS-OUT            PIC S9(05).
000800 01  WS-JOURNAL-MONTH       PIC 9(06).
000810 01  WS-CURRENT-WALLET      PIC X(20).
000820 01  WS-PAID-PLUS-OPEN      PIC 9(11)V9(04).
000830 01  WS-BUCKET-DISPLAY-1    PIC ZZ,ZZZ,ZZ9.9999.
000840 01  WS-BUCKET-DISPLAY-2    PIC ZZ,ZZZ,ZZ9.9999.
000850 01  WS-BUCKET-DISPLAY-3    PIC ZZ,ZZZ,ZZ9.9999.
000860 01  WS-BUCKET-DISPLAY-4    PIC ZZ,ZZZ,ZZ9.9999.
000870 01  WS-BUCKET-DISPLAY-5    PIC ZZ,ZZZ,ZZ9.9999.
000880
000890 01  WS-FILE-STATUSES.
000900     05  WS-FEEINV-STATUS           PIC X(02).
000910         88  WS-FEEINV-OK                  VALUE "00".
000920     05  WS-FEEICTL-STATUS          PIC X(02).
000930         88  WS-FEEICTL-OK                 VALUE "00".
000940     05  WS-FEECRDT-STATUS          PIC X(02).
000950         88  WS-FEECRDT-OK                 VALUE "00".
000960     05  WS-FEEJRNL-STATUS          PIC X(02).
000970         88  WS-FEEJRNL-OK                 VALUE "00".
000980
000990 01  WS-SWITCHES.
001000     05  WS-INVOICE-EOF-SW          PIC X(01) VALUE "N".
001010         88  WS-INVOICES-DONE              VALUE "Y".
001020     05  WS-CONTROL-EOF-SW          PIC X(01) VALUE "N".
001030         88  WS-CONTROLS-DONE              VALUE "Y".
001040     05  WS-CREDIT-EOF-SW           PIC X(01) VALUE "N".
001050         88  WS-CREDITS-DONE               VALUE "Y".
001060     05  WS-JOURNAL-EOF-SW          PIC X(01) VALUE "N".
001070         88  WS-JOURNAL-DONE               VALUE "Y".
001080     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
001090         88  WS-ENTRY-FOUND                VALUE "Y".
001100     05  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001110         88  WS-TABLE-FULL                 VALUE "Y".
001120     05  WS-MONTH-BALANCED-SW       PIC X(01) VALUE "Y".
001130         88  WS-MONTH-BALANCED             VALUE "Y".
001140
001150 01  WS-COUNTERS.
001160     05  WS-INVOICES-READ           PIC 9(7) COMP VALUE 0.
001170     05  WS-INVOICES-OPEN           PIC 9(7) COMP VALUE 0.
001180     05  WS-WALLETS-OWING           PIC 9(7) COMP VALUE 0.
001190     05  WS-WALLETS-IN-CREDIT       PIC 9(7) COMP VALUE 0.
001200     05  WS-MONTHS-OUT              PIC 9(5) COMP VALUE 0.
001210     05  WS-WP-SUB                  PIC 9(5) COMP VALUE 0.
001220     05  WS-MO-SUB                  PIC 9(5) COMP VALUE 0.
001230     05  WS-FOUND-SUB               PIC 9(5) COMP VALUE 0.
001240
001250 01  WS-GRAND-TOTALS.
001260     05  WS-GRAND-BUCKET-1          PIC 9(11)V9(04) VALUE 0.
001270     05  WS-GRAND-BUCKET-2          PIC 9(11)V9(04) VALUE 0.
001280     05  WS-GRAND-BUCKET-3          PIC 9(11)V9(04) VALUE 0.
001290     05  WS-GRAND-BUCKET-4          PIC 9(11)V9(04) VALUE 0.
001300     05  WS-GRAND-OPEN              PIC 9(11)V9(04) VALUE 0.
001310     05  WS-CREDIT-HELD             PIC 9(11)V9(04) VALUE 0.
001320
001330*    ONE ENTRY PER PROTOCOL FOR THE WALLET BEING AGED.
001340 01  WS-WALLET-TABLE.
001350     05  WS-WP-COUNT                PIC 9(03) COMP VALUE 0.
001360     05  WS-WP-ENTRY OCCURS 50 TIMES.
001370         10  WS-WP-PROTOCOL-NAME    PIC X(08).
001380         10  WS-WP-BUCKET-1         PIC 9(11)V9(04).
001390         10  WS-WP-BUCKET-2         PIC 9(11)V9(04).
001400         10  WS-WP-BUCKET-3         PIC 9(11)V9(04).
001410         10  WS-WP-BUCKET-4         PIC 9(11)V9(04).
001420         10  WS-WP-OPEN             PIC 9(11)V9(04).
001430
001440*    ONE ENTRY PER INVOICED MONTH, IN MONTH ORDER OFF FEEICTL.
001450 01  WS-MONTH-TABLE.
001460     05  WS-MO-COUNT                PIC 9(03) COMP VALUE 0.
001470     05  WS-MO-ENTRY OCCURS 120 TIMES.
001480         10  WS-MO-MONTH            PIC 9(06).
001490         10  WS-MO-CTL-ACCRUED      PIC 9(11)V9(04).
001500         10  WS-MO-CTL-INVOICED     PIC 9(11)V9(04).
001510         10  WS-MO-JRNL-ACCRUED     PIC 9(11)V9(04).
001520         10  WS-MO-INVOICED         PIC 9(11)V9(04).
001530         10  WS-MO-PAID             PIC 9(11)V9(04).
001540         10  WS-MO-OPEN             PIC 9(11)V9(04).
001550
001560 PROCEDURE DIVISION.
001570 MAIN-PROGRAM.
001580     PERFORM 1000-INITIALIZE
001590     OPEN INPUT FEE-INVOICES
001600     IF NOT WS-FEEINV-OK
001610         DISPLAY "FEEINV: INVOICE FILE NOT AVAILABLE, STATUS "
001620             WS-FEEINV-STATUS " -- NOTHING TO AGE"
001630         MOVE 12 TO RETURN-CODE
001640     ELSE
001650         PERFORM 2000-LOAD-INVOICED-MONTHS
001660         PERFORM 3000-AGE-INVOICES
001670         CLOSE FEE-INVOICES
001680         PERFORM 4000-RESUM-ACCRUALS
001690         PERFORM 5000-TOTAL-CREDIT-HELD
001700         PERFORM 6000-PRINT-RECONCILIATION
001710         PERFORM 8000-PRINT-TOTALS
001720     END-IF
001730     PERFORM 9999-EXIT
001740     STOP RUN.
001750
001760*****************************************************************
001770* 1000-INITIALIZE -- RESOLVE THE AGING DATE AND PRINT THE REPORT
001780* BANNER.
001790*****************************************************************
001800 1000-INITIALIZE.
001810     ACCEPT WS-AGE-DATE-PARM
001820     IF WS-AGE-DATE-PARM IS NUMERIC
001830        AND WS-AGE-DATE-PARM NOT = "00000000"
001840         MOVE WS-AGE-DATE-PARM TO WS-AGE-DATE
001850     ELSE
001860         ACCEPT WS-AGE-DATE FROM DATE YYYYMMDD
001870     END-IF
001880     DISPLAY "========================================="
001890     DISPLAY "  LAVARAGE FEE RECEIVABLES AGING -- " WS-AGE-DATE
001900     DISPLAY "========================================="
001910     .
001920
001930*****************************************************************
001940* 2000-LOAD-INVOICED-MONTHS -- ONE MONTH ENTRY PER FEEICTL
001950* RECORD, CARRYING THE TOTALS THE INVOICING RUN RECORDED.
001960*****************************************************************
001970 2000-LOAD-INVOICED-MONTHS.
001980     OPEN INPUT INVOICE-CONTROL
001990     IF WS-FEEICTL-OK
002000         PERFORM 2100-READ-CONTROL
002010         PERFORM 2200-LOAD-ONE-MONTH UNTIL WS-CONTROLS-DONE
002020         CLOSE INVOICE-CONTROL
002030     ELSE
002040         DISPLAY "FEEICTL: NO INVOICING CONTROL FILE, STATUS "
002050             WS-FEEICTL-STATUS
002060     END-IF
002070     .
002080
002090 2100-READ-CONTROL.
002100     READ INVOICE-CONTROL NEXT RECORD
002110         AT END
002120             MOVE "Y" TO WS-CONTROL-EOF-SW
002130     END-READ
002140     .
002150
002160 2200-LOAD-ONE-MONTH.
002170     MOVE IC-INVOICE-MONTH TO WS-JOURNAL-MONTH
002180     PERFORM 7000-FIND-MONTH
002190     IF WS-ENTRY-FOUND
002200         MOVE IC-ACCRUED-TOTAL  TO WS-MO-CTL-ACCRUED(WS-FOUND-SUB)
002210         MOVE IC-INVOICED-TOTAL
002215             TO WS-MO-CTL-INVOICED(WS-FOUND-SUB)
002220     END-IF
002230     PERFORM 2100-READ-CONTROL
002240     .
002250
002260*****************************************************************
002270* 3000-AGE-INVOICES -- ONE PASS OVER THE INVOICES IN WALLET
002280* ORDER.  EACH INVOICE ADDS TO ITS MONTH'S RECONCILIATION; AN
002290* OPEN ONE ADDS ITS BALANCE TO ITS AGE BUCKET.  A WALLET'S
002300* LINES PRINT WHEN THE WALLET ID CHANGES.
002310*****************************************************************
002320 3000-AGE-INVOICES.
002330     DISPLAY " "
002340     DISPLAY "  WALLET               PROTOCOL            0-30"
002350         "           31-60           61-90         OVER 90"
002360         "           TOTAL"
002370     MOVE SPACES TO WS-CURRENT-WALLET
002380     MOVE 0      TO WS-WP-COUNT
002390     PERFORM 3100-READ-INVOICE
002400     PERFORM 3200-AGE-ONE-INVOICE UNTIL WS-INVOICES-DONE
002410     IF WS-CURRENT-WALLET NOT = SPACES
002420         PERFORM 3500-PRINT-WALLET-LINES
002430     END-IF
002440     .
002450
002460 3100-READ-INVOICE.
002470     READ FEE-INVOICES NEXT RECORD
002480         AT END
002490             MOVE "Y" TO WS-INVOICE-EOF-SW
002500     END-READ
002510     .
002520
002530 3200-AGE-ONE-INVOICE.
002540     ADD 1 TO WS-INVOICES-READ
002550     IF FI-WALLET-ID NOT = WS-CURRENT-WALLET
002560         IF WS-CURRENT-WALLET NOT = SPACES
002570             PERFORM 3500-PRINT-WALLET-LINES
002580         END-IF
002590         MOVE FI-WALLET-ID TO WS-CURRENT-WALLET
002600         MOVE 0            TO WS-WP-COUNT
002610     END-IF
002620     MOVE FI-INVOICE-MONTH TO WS-JOURNAL-MONTH
002630     PERFORM 7000-FIND-MONTH
002640     IF WS-ENTRY-FOUND
002650         ADD FI-INVOICE-AMOUNT TO WS-MO-INVOICED(WS-FOUND-SUB)
002660         ADD FI-PAID-AMOUNT    TO WS-MO-PAID(WS-FOUND-SUB)
002670         ADD FI-OPEN-AMOUNT    TO WS-MO-OPEN(WS-FOUND-SUB)
002680     END-IF
002690     IF FI-OPEN-AMOUNT > 0
002700         ADD 1 TO WS-INVOICES-OPEN
002710         PERFORM 3300-FIND-WALLET-PROTOCOL
002720         IF WS-ENTRY-FOUND
002730             PERFORM 3400-BUCKET-INVOICE
002740         END-IF
002750     END-IF
002760     PERFORM 3100-READ-INVOICE
002770     .
002780
002790 3300-FIND-WALLET-PROTOCOL.
002800     MOVE "N" TO WS-ENTRY-FOUND-SW
002810     PERFORM 3350-CHECK-ONE-PROTOCOL
002820         VARYING WS-WP-SUB FROM 1 BY 1
002830         UNTIL WS-WP-SUB > WS-WP-COUNT
002840            OR WS-ENTRY-FOUND
002850     IF NOT WS-ENTRY-FOUND
002860         IF WS-WP-COUNT < 50
002870             ADD 1 TO WS-WP-COUNT
002880             MOVE WS-WP-COUNT TO WS-FOUND-SUB
002890             MOVE FI-PROTOCOL-NAME
002900                 TO WS-WP-PROTOCOL-NAME(WS-FOUND-SUB)
002910             MOVE ZERO TO WS-WP-BUCKET-1(WS-FOUND-SUB)
002920             MOVE ZERO TO WS-WP-BUCKET-2(WS-FOUND-SUB)
002930             MOVE ZERO TO WS-WP-BUCKET-3(WS-FOUND-SUB)
002940             MOVE ZERO TO WS-WP-BUCKET-4(WS-FOUND-SUB)
002950             MOVE ZERO TO WS-WP-OPEN(WS-FOUND-SUB)
002960             MOVE "Y"  TO WS-ENTRY-FOUND-SW
002970         ELSE
002980             MOVE "Y" TO WS-TABLE-FULL-SW
002990         END-IF
003000     END-IF
003010     .
003020
003030 3350-CHECK-ONE-PROTOCOL.
003040     IF WS-WP-PROTOCOL-NAME(WS-WP-SUB) = FI-PROTOCOL-NAME
003050         MOVE "Y" TO WS-ENTRY-FOUND-SW
003060         MOVE WS-WP-SUB TO WS-FOUND-SUB
003070     END-IF
003080     .
003090
003100 3400-BUCKET-INVOICE.
003110     COMPUTE WS-DAYS-OUT =
003120         FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
003130         - FUNCTION INTEGER-OF-DATE(FI-INVOICE-DATE)
003140     EVALUATE TRUE
003150         WHEN WS-DAYS-OUT NOT > 30
003160             ADD FI-OPEN-AMOUNT TO WS-WP-BUCKET-1(WS-FOUND-SUB)
003170             ADD FI-OPEN-AMOUNT TO WS-GRAND-BUCKET-1
003180         WHEN WS-DAYS-OUT NOT > 60
003190             ADD FI-OPEN-AMOUNT TO WS-WP-BUCKET-2(WS-FOUND-SUB)
003200             ADD FI-OPEN-AMOUNT TO WS-GRAND-BUCKET-2
003210         WHEN WS-DAYS-OUT NOT > 90
003220             ADD FI-OPEN-AMOUNT TO WS-WP-BUCKET-3(WS-FOUND-SUB)
003230             ADD FI-OPEN-AMOUNT TO WS-GRAND-BUCKET-3
003240         WHEN OTHER
003250             ADD FI-OPEN-AMOUNT TO WS-WP-BUCKET-4(WS-FOUND-SUB)
003260             ADD FI-OPEN-AMOUNT TO WS-GRAND-BUCKET-4
003270     END-EVALUATE
003280     ADD FI-OPEN-AMOUNT TO WS-WP-OPEN(WS-FOUND-SUB)
003290     ADD FI-OPEN-AMOUNT TO WS-GRAND-OPEN
003300     .
003310
003320 3500-PRINT-WALLET-LINES.
003330     IF WS-WP-COUNT > 0
003340         ADD 1 TO WS-WALLETS-OWING
003350     END-IF
003360     PERFORM 3600-PRINT-ONE-PROTOCOL-LINE
003370         VARYING WS-WP-SUB FROM 1 BY 1
003380         UNTIL WS-WP-SUB > WS-WP-COUNT
003390     .
003400
003410 3600-PRINT-ONE-PROTOCOL-LINE.
003420     MOVE WS-WP-BUCKET-1(WS-WP-SUB) TO WS-BUCKET-DISPLAY-1
003430     MOVE WS-WP-BUCKET-2(WS-WP-SUB) TO WS-BUCKET-DISPLAY-2
003440     MOVE WS-WP-BUCKET-3(WS-WP-SUB) TO WS-BUCKET-DISPLAY-3
003450     MOVE WS-WP-BUCKET-4(WS-WP-SUB) TO WS-BUCKET-DISPLAY-4
003460     MOVE WS-WP-OPEN(WS-WP-SUB)     TO WS-BUCKET-DISPLAY-5
003470     DISPLAY "  " WS-CURRENT-WALLET " "
003480         WS-WP-PROTOCOL-NAME(WS-WP-SUB) " "
003490         WS-BUCKET-DISPLAY-1 " " WS-BUCKET-DISPLAY-2 " "
003500         WS-BUCKET-DISPLAY-3 " " WS-BUCKET-DISPLAY-4 " "
003510         WS-BUCKET-DISPLAY-5
003520     .
003530
003540*****************************************************************
003550* 4000-RESUM-ACCRUALS -- RE-SUM FEEJRNL FOR EVERY INVOICED
003560* MONTH, INDEPENDENTLY OF WHAT THE INVOICING RUN RECORDED.
003570*****************************************************************
003580 4000-RESUM-ACCRUALS.
003590     OPEN INPUT FEE-JOURNAL
003600     IF WS-FEEJRNL-OK
003610         PERFORM 4100-READ-JOURNAL
003620         PERFORM 4200-RESUM-ONE-ACCRUAL UNTIL WS-JOURNAL-DONE
003630         CLOSE FEE-JOURNAL
003640     ELSE
003650         DISPLAY "FEEJRNL: FEE JOURNAL NOT AVAILABLE, STATUS "
003660             WS-FEEJRNL-STATUS " -- ACCRUED SHOWN AS ZERO"
003670     END-IF
003680     .
003690
003700 4100-READ-JOURNAL.
003710     READ FEE-JOURNAL
003720         AT END
003730             MOVE "Y" TO WS-JOURNAL-EOF-SW
003740     END-READ
003750     .
003760
003770 4200-RESUM-ONE-ACCRUAL.
003780     DIVIDE FJ-RUN-DATE BY 100 GIVING WS-JOURNAL-MONTH
003790     MOVE "N" TO WS-ENTRY-FOUND-SW
003800     PERFORM 7100-CHECK-ONE-MONTH
003810         VARYING WS-MO-SUB FROM 1 BY 1
003820         UNTIL WS-MO-SUB > WS-MO-COUNT
003830            OR WS-ENTRY-FOUND
003840     IF WS-ENTRY-FOUND
003850         ADD FJ-FEE-SOL TO WS-MO-JRNL-ACCRUED(WS-FOUND-SUB)
003860     END-IF
003870     PERFORM 4100-READ-JOURNAL
003880     .
003890
003900*****************************************************************
003910* 5000-TOTAL-CREDIT-HELD -- OVERPAYMENTS NOT YET DRAWN DOWN.
003920*****************************************************************
003930 5000-TOTAL-CREDIT-HELD.
003940     OPEN INPUT FEE-CREDITS
003950     IF WS-FEECRDT-OK
003960         PERFORM 5100-READ-CREDIT
003970         PERFORM 5200-TOTAL-ONE-CREDIT UNTIL WS-CREDITS-DONE
003980         CLOSE FEE-CREDITS
003990     END-IF
004000     .
004010
004020 5100-READ-CREDIT.
004030     READ FEE-CREDITS NEXT RECORD
004040         AT END
004050             MOVE "Y" TO WS-CREDIT-EOF-SW
004060     END-READ
004070     .
004080
004090 5200-TOTAL-ONE-CREDIT.
004100     IF CR-CREDIT-BALANCE > 0
004110         ADD 1 TO WS-WALLETS-IN-CREDIT
004120         ADD CR-CREDIT-BALANCE TO WS-CREDIT-HELD
004130     END-IF
004140     PERFORM 5100-READ-CREDIT
004150     .
004160
004170*****************************************************************
004180* 6000-PRINT-RECONCILIATION -- PER INVOICED MONTH: ACCRUED ON
004190* THE JOURNAL AND ON THE CONTROL RECORD MUST EQUAL INVOICED ON
004200* THE CONTROL RECORD AND ON THE INVOICES, AND INVOICED MUST
004210* EQUAL PAID PLUS OUTSTANDING.
004220*****************************************************************
004230 6000-PRINT-RECONCILIATION.
004240     DISPLAY " "
004250     DISPLAY "  FEE RECONCILIATION BY INVOICED MONTH"
004260     DISPLAY "  MONTH          ACCRUED        INVOICED"
004270         "            PAID     OUTSTANDING"
004280     PERFORM 6100-RECONCILE-ONE-MONTH
004290         VARYING WS-MO-SUB FROM 1 BY 1
004300         UNTIL WS-MO-SUB > WS-MO-COUNT
004310     IF WS-MO-COUNT = 0
004320         DISPLAY "  NO MONTH INVOICED"
004330     END-IF
004340     .
004350
004360 6100-RECONCILE-ONE-MONTH.
004370     MOVE "Y" TO WS-MONTH-BALANCED-SW
004380     COMPUTE WS-PAID-PLUS-OPEN =
004390         WS-MO-PAID(WS-MO-SUB) + WS-MO-OPEN(WS-MO-SUB)
004400     IF WS-MO-JRNL-ACCRUED(WS-MO-SUB)
004410            NOT = WS-MO-CTL-ACCRUED(WS-MO-SUB)
004420        OR WS-MO-CTL-ACCRUED(WS-MO-SUB)
004430            NOT = WS-MO-CTL-INVOICED(WS-MO-SUB)
004440        OR WS-MO-CTL-INVOICED(WS-MO-SUB)
004450            NOT = WS-MO-INVOICED(WS-MO-SUB)
004460        OR WS-MO-INVOICED(WS-MO-SUB) NOT = WS-PAID-PLUS-OPEN
004470         MOVE "N" TO WS-MONTH-BALANCED-SW
004480         ADD 1 TO WS-MONTHS-OUT
004490     END-IF
004500     MOVE WS-MO-JRNL-ACCRUED(WS-MO-SUB) TO WS-BUCKET-DISPLAY-1
004510     MOVE WS-MO-INVOICED(WS-MO-SUB)     TO WS-BUCKET-DISPLAY-2
004520     MOVE WS-MO-PAID(WS-MO-SUB)         TO WS-BUCKET-DISPLAY-3
004530     MOVE WS-MO-OPEN(WS-MO-SUB)         TO WS-BUCKET-DISPLAY-4
004540     DISPLAY "  " WS-MO-MONTH(WS-MO-SUB) " " WS-BUCKET-DISPLAY-1
004550         " " WS-BUCKET-DISPLAY-2 " " WS-BUCKET-DISPLAY-3 " "
004560         WS-BUCKET-DISPLAY-4
004570     IF NOT WS-MONTH-BALANCED
004580         MOVE WS-MO-CTL-ACCRUED(WS-MO-SUB)  TO WS-BUCKET-DISPLAY-1
004590         MOVE WS-MO-CTL-INVOICED(WS-MO-SUB) TO WS-BUCKET-DISPLAY-2
004600         DISPLAY "         **** OUT OF BALANCE -- CONTROL RECORD "
004610             "ACCRUED " WS-BUCKET-DISPLAY-1 " INVOICED "
004620             WS-BUCKET-DISPLAY-2 " ****"
004630     END-IF
004640     .
004650
004660*****************************************************************
004670* 7000-FIND-MONTH -- LOCATE (OR ADD) THE ENTRY FOR
004680* WS-JOURNAL-MONTH.  AN INVOICE FOR A MONTH WITH NO CONTROL
004690* RECORD STILL GETS AN ENTRY, AND FAILS TO RECONCILE.
004700*****************************************************************
004710 7000-FIND-MONTH.
004720     MOVE "N" TO WS-ENTRY-FOUND-SW
004730     PERFORM 7100-CHECK-ONE-MONTH
004740         VARYING WS-MO-SUB FROM 1 BY 1
004750         UNTIL WS-MO-SUB > WS-MO-COUNT
004760            OR WS-ENTRY-FOUND
004770     IF NOT WS-ENTRY-FOUND
004780         IF WS-MO-COUNT < 120
004790             ADD 1 TO WS-MO-COUNT
004800             MOVE WS-MO-COUNT TO WS-FOUND-SUB
004810             MOVE WS-JOURNAL-MONTH TO WS-MO-MONTH(WS-FOUND-SUB)
004820             MOVE ZERO TO WS-MO-CTL-ACCRUED(WS-FOUND-SUB)
004830             MOVE ZERO TO WS-MO-CTL-INVOICED(WS-FOUND-SUB)
004840             MOVE ZERO TO WS-MO-JRNL-ACCRUED(WS-FOUND-SUB)
004850             MOVE ZERO TO WS-MO-INVOICED(WS-FOUND-SUB)
004860             MOVE ZERO TO WS-MO-PAID(WS-FOUND-SUB)
004870             MOVE ZERO TO WS-MO-OPEN(WS-FOUND-SUB)
004880             MOVE "Y"  TO WS-ENTRY-FOUND-SW
004890         ELSE
004900             MOVE "Y" TO WS-TABLE-FULL-SW
004910         END-IF
004920     END-IF
004930     .
004940
004950 7100-CHECK-ONE-MONTH.
004960     IF WS-MO-MONTH(WS-MO-SUB) = WS-JOURNAL-MONTH
004970         MOVE "Y" TO WS-ENTRY-FOUND-SW
004980         MOVE WS-MO-SUB TO WS-FOUND-SUB
004990     END-IF
005000     .
005010
005020*****************************************************************
005030* 8000-PRINT-TOTALS -- AGING GRAND TOTALS, CREDIT HELD AND
005040* RETURN CODE.
005050*****************************************************************
005060 8000-PRINT-TOTALS.
005070     DISPLAY " "
005080     DISPLAY "  INVOICES READ:         " WS-INVOICES-READ
005090     DISPLAY "  INVOICES OPEN:         " WS-INVOICES-OPEN
005100     DISPLAY "  WALLETS OWING:         " WS-WALLETS-OWING
005110     MOVE WS-GRAND-BUCKET-1 TO WS-BUCKET-DISPLAY-1
005120     DISPLAY "  OUTSTANDING 0-30:      " WS-BUCKET-DISPLAY-1
005130     MOVE WS-GRAND-BUCKET-2 TO WS-BUCKET-DISPLAY-1
005140     DISPLAY "  OUTSTANDING 31-60:     " WS-BUCKET-DISPLAY-1
005150     MOVE WS-GRAND-BUCKET-3 TO WS-BUCKET-DISPLAY-1
005160     DISPLAY "  OUTSTANDING 61-90:     " WS-BUCKET-DISPLAY-1
005170     MOVE WS-GRAND-BUCKET-4 TO WS-BUCKET-DISPLAY-1
005180     DISPLAY "  OUTSTANDING OVER 90:   " WS-BUCKET-DISPLAY-1
005190     MOVE WS-GRAND-OPEN TO WS-BUCKET-DISPLAY-1
005200     DISPLAY "  TOTAL OUTSTANDING:     " WS-BUCKET-DISPLAY-1
005210     MOVE WS-CREDIT-HELD TO WS-BUCKET-DISPLAY-1
005220     DISPLAY "  CREDIT HELD:           " WS-BUCKET-DISPLAY-1
005230         " (" WS-WALLETS-IN-CREDIT " WALLETS)"
005240     DISPLAY "  MONTHS OUT OF BALANCE: " WS-MONTHS-OUT
005250     EVALUATE TRUE
005260         WHEN WS-MONTHS-OUT > 0
005270         WHEN WS-TABLE-FULL
005280             DISPLAY "  **** FEES DO NOT RECONCILE ****"
005290             MOVE 8 TO RETURN-CODE
005300         WHEN WS-GRAND-BUCKET-4 > 0
005310             DISPLAY "  **** BALANCES OUTSTANDING OVER 90 "
005315                 "DAYS ****"
005320             MOVE 4 TO RETURN-CODE
005330         WHEN OTHER
005340             DISPLAY "  ALL INVOICED MONTHS RECONCILE"
005350     END-EVALUATE
005360     DISPLAY "========================================="
005370     .
005380
005390 9999-EXIT.
005400     EXIT.

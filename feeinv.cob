000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-FEE-INV.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE MONTH-END BORROW FEE INVOICING
000180* ROLLS A CLOSED MONTH'S DAILY FEEJRNL ACCRUALS UP INTO ONE
000190* INVOICE PER WALLET PER PROTOCOL ON THE FEE-INVOICES FILE
000200* (FEEINV), EACH WITH ITS OWN INVOICE NUMBER, SO FINANCE STOPS
000210* BUILDING INVOICES BY HAND FROM THE JOURNAL.  ANY CREDIT THE
000220* WALLET IS HOLDING FROM AN EARLIER OVERPAYMENT (FEECRDT) IS
000230* APPLIED TO ITS NEW INVOICES AS THEY ARE RAISED.  A WALLET
000240* WHOSE MONTH ACCRUED NOTHING IS NOT INVOICED.
000250*
000260* THE INVOICING CONTROL FILE (FEEICTL) GETS ONE RECORD PER
000270* MONTH BILLED.  A MONTH ALREADY ON IT IS REFUSED (RETURN CODE
000280* 8), THE SAME WAY LAVARAGE-FEE-ACCR REFUSES TO ACCRUE A DATE
000290* TWICE, AND SO IS A MONTH THAT HAS NOT ENDED YET.
000300*
000310* SYSIN: THE MONTH TO INVOICE AS YYYYMM; AN EMPTY OR NON-NUMERIC
000320* PARM DEFAULTS TO THE PRIOR CALENDAR MONTH.
000330*
000340* RETURN CODES: 0 MONTH INVOICED; 4 NO ACCRUALS FOR THE MONTH;
000350* 8 MONTH REFUSED (ALREADY INVOICED, NOT CLOSED, OR TOO MANY
000360* WALLET/PROTOCOL PAIRS) OR AN INVOICE COULD NOT BE WRITTEN --
000363* THE MONTH IS THEN LEFT OFF FEEICTL AND A RERUN PICKS UP THE
000366* INVOICES ALREADY RAISED; 12 FEEJRNL NOT AVAILABLE.
000370*
000380* MODIFICATION HISTORY
000390* 2026-10-15 AJP  INITIAL VERSION.
000391* 2026-10-15 AJP  THE HELD CREDIT IS DRAWN DOWN AND THE INVOICE
000393*                 COUNTED ONLY ONCE IT IS WRITTEN.  A FAILED
000395*                 WRITE ENDS RC 8 WITHOUT MARKING THE MONTH
000396*                 INVOICED, AND A RERUN TAKES THE INVOICES
000398*                 ALREADY ON FILE.
000400*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 REPOSITORY.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FEE-JOURNAL
000490         ASSIGN TO "FEEJRNL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FEEJRNL-STATUS.
000520     SELECT FEE-INVOICES
000530         ASSIGN TO "FEEINV"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS FI-KEY
000570         FILE STATUS IS WS-FEEINV-STATUS.
000580     SELECT INVOICE-CONTROL
000590         ASSIGN TO "FEEICTL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS IC-INVOICE-MONTH
000630         FILE STATUS IS WS-FEEICTL-STATUS.
000640     SELECT FEE-CREDITS
000650         ASSIGN TO "FEECRDT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CR-WALLET-ID
000690         FILE STATUS IS WS-FEECRDT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 COPY FEEJRNL.
000740 COPY FEEINV.
000750 COPY FEEICTL.
000760 COPY FEECRDT.
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-MONTH-PARM          PIC X(06) VALUE SPACES.
000800 01  WS-MONTH-PARM-NUM REDEFINES WS-MONTH-PARM.
000810     05  WS-PARM-YEAR               PIC 9(04).
000820     05  WS-PARM-MONTH              PIC 9(02).
000830 01  WS-RUN-DATE            PIC 9(08).
000840 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000850     05  WS-RUN-YEAR                PIC 9(04).
000860     05  WS-RUN-MONTH               PIC 9(02).
000870     05  WS-RUN-DAY                 PIC 9(02).
000880 01  WS-CURRENT-TIME        PIC 9(08).
000890 01  WS-INVOICE-MONTH       PIC 9(06).
000900 01  WS-INVOICE-MONTH-PARTS REDEFINES WS-INVOICE-MONTH.
000910     05  WS-INV-YEAR                PIC 9(04).
000920     05  WS-INV-MONTH               PIC 9(02).
000930 01  WS-CURRENT-MONTH       PIC 9(06).
000940 01  WS-JOURNAL-MONTH       PIC 9(06).
000950 01  WS-INVOICE-SEQ         PIC 9(04) VALUE 0.
000960 01  WS-CREDIT-TO-APPLY     PIC 9(09)V9(04).
000970 01  WS-FEE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.9999.
000980 01  WS-CREDIT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.9999.
000990 01  WS-OPEN-DISPLAY        PIC ZZZ,ZZZ,ZZ9.9999.
001000
001010 01  WS-FILE-STATUSES.
001020     05  WS-FEEJRNL-STATUS          PIC X(02).
001030         88  WS-FEEJRNL-OK                 VALUE "00".
001040     05  WS-FEEINV-STATUS           PIC X(02).
001050         88  WS-FEEINV-OK                  VALUE "00".
001060         88  WS-FEEINV-FILE-MISSING        VALUE "35".
001070     05  WS-FEEICTL-STATUS          PIC X(02).
001080         88  WS-FEEICTL-OK                 VALUE "00".
001090         88  WS-FEEICTL-FILE-MISSING       VALUE "35".
001100     05  WS-FEECRDT-STATUS          PIC X(02).
001110         88  WS-FEECRDT-OK                 VALUE "00".
001120         88  WS-FEECRDT-FILE-MISSING       VALUE "35".
001130
001140 01  WS-SWITCHES.
001150     05  WS-JOURNAL-EOF-SW          PIC X(01) VALUE "N".
001160         88  WS-JOURNAL-DONE               VALUE "Y".
001170     05  WS-ALREADY-INVOICED-SW     PIC X(01) VALUE "N".
001180         88  WS-ALREADY-INVOICED           VALUE "Y".
001190     05  WS-ENTRY-FOUND-SW          PIC X(01) VALUE "N".
001200         88  WS-ENTRY-FOUND                VALUE "Y".
001210     05  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001220         88  WS-TABLE-FULL                 VALUE "Y".
001223     05  WS-INVOICE-FAILED-SW       PIC X(01) VALUE "N".
001226         88  WS-INVOICE-FAILED             VALUE "Y".
001230
001240 01  WS-COUNTERS.
001250     05  WS-JOURNAL-READ            PIC 9(7) COMP VALUE 0.
001260     05  WS-ACCRUALS-IN-MONTH       PIC 9(7) COMP VALUE 0.
001270     05  WS-INVOICES-WRITTEN        PIC 9(5) COMP VALUE 0.
001280     05  WS-NOTHING-DUE-COUNT       PIC 9(5) COMP VALUE 0.
001290     05  WS-IV-SUB                  PIC 9(5) COMP VALUE 0.
001300     05  WS-FOUND-SUB               PIC 9(5) COMP VALUE 0.
001310
001320 01  WS-CONTROL-TOTALS.
001330     05  WS-ACCRUED-TOTAL           PIC 9(11)V9(04) VALUE 0.
001340     05  WS-INVOICED-TOTAL          PIC 9(11)V9(04) VALUE 0.
001350     05  WS-CREDIT-APPLIED-TOTAL    PIC 9(11)V9(04) VALUE 0.
001360     05  WS-OPEN-TOTAL              PIC 9(11)V9(04) VALUE 0.
001370
001380*    ONE ENTRY PER WALLET AND PROTOCOL ACCRUED IN THE MONTH, IN
001390*    THE ORDER FIRST SEEN ON THE JOURNAL.
001400 01  WS-INVOICE-TABLE.
001410     05  WS-IV-COUNT                PIC 9(5) COMP VALUE 0.
001420     05  WS-IV-ENTRY OCCURS 2000 TIMES.
001430         10  WS-IV-WALLET-ID        PIC X(20).
001440         10  WS-IV-PROTOCOL-NAME    PIC X(08).
001450         10  WS-IV-ACCRUAL-COUNT    PIC 9(05).
001460         10  WS-IV-AMOUNT           PIC 9(09)V9(04).
001470
001480 PROCEDURE DIVISION.
001490 MAIN-PROGRAM.
001500     PERFORM 1000-INITIALIZE
001510     PERFORM 1200-CHECK-ALREADY-INVOICED
001520     EVALUATE TRUE
001530         WHEN WS-INVOICE-MONTH NOT < WS-CURRENT-MONTH
001540             DISPLAY "FEEICTL: **** MONTH " WS-INVOICE-MONTH
001550                 " HAS NOT CLOSED, REFUSING TO INVOICE ****"
001560             MOVE 8 TO RETURN-CODE
001570         WHEN WS-ALREADY-INVOICED
001580             DISPLAY "FEEICTL: **** MONTH " WS-INVOICE-MONTH
001590                 " ALREADY INVOICED ON " IC-RUN-DATE
001600                 ", REFUSING TO DOUBLE-BILL ****"
001610             MOVE 8 TO RETURN-CODE
001620         WHEN OTHER
001630             PERFORM 2000-ROLL-UP-JOURNAL
001640             EVALUATE TRUE
001650                 WHEN NOT WS-FEEJRNL-OK
001660                     CONTINUE
001670                 WHEN WS-TABLE-FULL
001680                     DISPLAY "FEEJRNL: **** MORE THAN 2000 "
001685                         "WALLET/PROTOCOL PAIRS, NOTHING "
001690                         "INVOICED ****"
001700                     MOVE 8 TO RETURN-CODE
001710                 WHEN WS-IV-COUNT = 0
001720                     DISPLAY "FEEJRNL: NO ACCRUALS FOR MONTH "
001730                         WS-INVOICE-MONTH ", NOTHING INVOICED"
001740                     MOVE 4 TO RETURN-CODE
001750                 WHEN OTHER
001760                     PERFORM 3000-RAISE-INVOICES
001761                     IF WS-INVOICE-FAILED
001762                         DISPLAY "FEEICTL: **** MONTH "
001764                             WS-INVOICE-MONTH " NOT MARKED "
001765                             "INVOICED -- RERUN AFTER THE "
001767                             "FIX ****"
001768                     ELSE
001770                         PERFORM 4000-WRITE-CONTROL-RECORD
001775                     END-IF
001780                     PERFORM 8000-PRINT-CONTROL-TOTALS
001790             END-EVALUATE
001800     END-EVALUATE
001810     CLOSE INVOICE-CONTROL
001820     PERFORM 9999-EXIT
001830     STOP RUN.
001840
001850*****************************************************************
001860* 1000-INITIALIZE -- RESOLVE THE MONTH TO INVOICE AND PRINT THE
001870* INVOICE REGISTER HEADER.
001880*****************************************************************
001890 1000-INITIALIZE.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001910     ACCEPT WS-CURRENT-TIME FROM TIME
001920     DIVIDE WS-RUN-DATE BY 100 GIVING WS-CURRENT-MONTH
001930     ACCEPT WS-MONTH-PARM
001940     IF WS-MONTH-PARM IS NUMERIC
001950        AND WS-PARM-MONTH > 0
001960        AND WS-PARM-MONTH < 13
001970         MOVE WS-MONTH-PARM TO WS-INVOICE-MONTH
001980     ELSE
001990         IF WS-RUN-MONTH = 1
002000             COMPUTE WS-INV-YEAR = WS-RUN-YEAR - 1
002010             MOVE 12 TO WS-INV-MONTH
002020         ELSE
002030             MOVE WS-RUN-YEAR TO WS-INV-YEAR
002040             COMPUTE WS-INV-MONTH = WS-RUN-MONTH - 1
002050         END-IF
002060     END-IF
002070     DISPLAY "========================================="
002080     DISPLAY "  LAVARAGE BORROW FEE INVOICING -- MONTH "
002090         WS-INVOICE-MONTH
002100     DISPLAY "  RUN DATE " WS-RUN-DATE
002110     DISPLAY "========================================="
002120     .
002130
002140*****************************************************************
002150* 1200-CHECK-ALREADY-INVOICED -- A CONTROL RECORD FOR THE MONTH
002160* MEANS IT HAS BEEN BILLED.  THE CONTROL FILE IS CREATED EMPTY
002170* THE FIRST TIME.
002180*****************************************************************
002190 1200-CHECK-ALREADY-INVOICED.
002200     OPEN I-O INVOICE-CONTROL
002210     IF WS-FEEICTL-FILE-MISSING
002220         OPEN OUTPUT INVOICE-CONTROL
002230         CLOSE INVOICE-CONTROL
002240         OPEN I-O INVOICE-CONTROL
002250     END-IF
002260     MOVE WS-INVOICE-MONTH TO IC-INVOICE-MONTH
002270     READ INVOICE-CONTROL
002280         KEY IS IC-INVOICE-MONTH
002290         INVALID KEY
002300             CONTINUE
002310         NOT INVALID KEY
002320             MOVE "Y" TO WS-ALREADY-INVOICED-SW
002330     END-READ
002340     .
002350
002360*****************************************************************
002370* 2000-ROLL-UP-JOURNAL -- SWEEP FEEJRNL AND TOTAL THE MONTH'S
002380* ACCRUALS BY WALLET AND PROTOCOL.
002390*****************************************************************
002400 2000-ROLL-UP-JOURNAL.
002410     OPEN INPUT FEE-JOURNAL
002420     IF NOT WS-FEEJRNL-OK
002430         DISPLAY "FEEJRNL: FEE JOURNAL NOT AVAILABLE, STATUS "
002440             WS-FEEJRNL-STATUS " -- NOTHING TO INVOICE"
002450         MOVE 12 TO RETURN-CODE
002460     ELSE
002470         PERFORM 2100-READ-JOURNAL
002480         PERFORM 2200-ROLL-ONE-ACCRUAL UNTIL WS-JOURNAL-DONE
002490         CLOSE FEE-JOURNAL
002500     END-IF
002510     .
002520
002530 2100-READ-JOURNAL.
002540     READ FEE-JOURNAL
002550         AT END
002560             MOVE "Y" TO WS-JOURNAL-EOF-SW
002570     END-READ
002580     .
002590
002600 2200-ROLL-ONE-ACCRUAL.
002610     ADD 1 TO WS-JOURNAL-READ
002620     DIVIDE FJ-RUN-DATE BY 100 GIVING WS-JOURNAL-MONTH
002630     IF WS-JOURNAL-MONTH = WS-INVOICE-MONTH
002640         ADD 1 TO WS-ACCRUALS-IN-MONTH
002650         ADD FJ-FEE-SOL TO WS-ACCRUED-TOTAL
002660         PERFORM 2300-FIND-INVOICE-ENTRY
002670         IF WS-ENTRY-FOUND
002680             ADD 1 TO WS-IV-ACCRUAL-COUNT(WS-FOUND-SUB)
002690             ADD FJ-FEE-SOL TO WS-IV-AMOUNT(WS-FOUND-SUB)
002700         END-IF
002710     END-IF
002720     PERFORM 2100-READ-JOURNAL
002730     .
002740
002750 2300-FIND-INVOICE-ENTRY.
002760     MOVE "N" TO WS-ENTRY-FOUND-SW
002770     PERFORM 2400-CHECK-ONE-ENTRY
002780         VARYING WS-IV-SUB FROM 1 BY 1
002790         UNTIL WS-IV-SUB > WS-IV-COUNT
002800            OR WS-ENTRY-FOUND
002810     IF NOT WS-ENTRY-FOUND
002820         IF WS-IV-COUNT < 2000
002830             ADD 1 TO WS-IV-COUNT
002840             MOVE WS-IV-COUNT      TO WS-FOUND-SUB
002850             MOVE FJ-WALLET-ID
002855                 TO WS-IV-WALLET-ID(WS-FOUND-SUB)
002860             MOVE FJ-PROTOCOL-NAME
002870                 TO WS-IV-PROTOCOL-NAME(WS-FOUND-SUB)
002880             MOVE ZERO TO WS-IV-ACCRUAL-COUNT(WS-FOUND-SUB)
002890             MOVE ZERO TO WS-IV-AMOUNT(WS-FOUND-SUB)
002900             MOVE "Y"  TO WS-ENTRY-FOUND-SW
002910         ELSE
002920             MOVE "Y" TO WS-TABLE-FULL-SW
002930         END-IF
002940     END-IF
002950     .
002960
002970 2400-CHECK-ONE-ENTRY.
002980     IF WS-IV-WALLET-ID(WS-IV-SUB) = FJ-WALLET-ID
002990        AND WS-IV-PROTOCOL-NAME(WS-IV-SUB) = FJ-PROTOCOL-NAME
003000         MOVE "Y" TO WS-ENTRY-FOUND-SW
003010         MOVE WS-IV-SUB TO WS-FOUND-SUB
003020     END-IF
003030     .
003040
003050*****************************************************************
003060* 3000-RAISE-INVOICES -- ONE INVOICE PER TABLED WALLET AND
003070* PROTOCOL WITH A FEE DUE.  THE INVOICE AND CREDIT FILES ARE
003080* CREATED EMPTY THE FIRST TIME.
003090*****************************************************************
003100 3000-RAISE-INVOICES.
003110     OPEN I-O FEE-INVOICES
003120     IF WS-FEEINV-FILE-MISSING
003130         OPEN OUTPUT FEE-INVOICES
003140         CLOSE FEE-INVOICES
003150         OPEN I-O FEE-INVOICES
003160     END-IF
003170     OPEN I-O FEE-CREDITS
003180     IF WS-FEECRDT-FILE-MISSING
003190         OPEN OUTPUT FEE-CREDITS
003200         CLOSE FEE-CREDITS
003210         OPEN I-O FEE-CREDITS
003220     END-IF
003230     DISPLAY " "
003240     DISPLAY "  INVOICE    WALLET               PROTOCOL"
003250         "       FEE SOL   CREDIT APPLIED          OPEN SOL"
003260     PERFORM 3100-RAISE-ONE-INVOICE
003270         VARYING WS-IV-SUB FROM 1 BY 1
003280         UNTIL WS-IV-SUB > WS-IV-COUNT
003290     CLOSE FEE-INVOICES
003300     CLOSE FEE-CREDITS
003310     .
003320
003330*****************************************************************
003331* 3100-RAISE-ONE-INVOICE -- AN INVOICE ALREADY ON FILE UNDER THE
003332* SAME NUMBER, WALLET, PROTOCOL AND MONTH WAS RAISED BY AN EARLIER
003334* RUN FOR THE MONTH THAT STOPPED SHORT OF THE CONTROL RECORD; IT
003335* IS COUNTED AS IT STANDS, NOT RAISED AGAIN.
003337*****************************************************************
003338 3100-RAISE-ONE-INVOICE.
003340     IF WS-IV-AMOUNT(WS-IV-SUB) = 0
003350         ADD 1 TO WS-NOTHING-DUE-COUNT
003360     ELSE
003370         ADD 1 TO WS-INVOICE-SEQ
003371         MOVE WS-IV-WALLET-ID(WS-IV-SUB) TO FI-WALLET-ID
003372         COMPUTE FI-INVOICE-NUMBER =
003373             WS-INVOICE-MONTH * 10000 + WS-INVOICE-SEQ
003375         READ FEE-INVOICES
003376             KEY IS FI-KEY
003377             INVALID KEY
003379                 PERFORM 3150-WRITE-NEW-INVOICE
003380             NOT INVALID KEY
003381                 PERFORM 3400-TAKE-EARLIER-INVOICE
003383         END-READ
003384     END-IF
003385     .
003386
003388*****************************************************************
003389* 3150-WRITE-NEW-INVOICE -- THE HELD CREDIT IS WORKED OUT FIRST
003390* BUT ONLY DRAWN DOWN ONCE THE INVOICE IS ON FILE.  A FAILED
003392* WRITE LEAVES THE CREDIT AND THE TOTALS UNTOUCHED AND KEEPS THE
003393* MONTH OFF THE CONTROL FILE, SO IT CAN BE RERUN.
003394*****************************************************************
003396 3150-WRITE-NEW-INVOICE.
003397     MOVE SPACES TO FI-RECORD
003398     MOVE WS-IV-WALLET-ID(WS-IV-SUB)     TO FI-WALLET-ID
003400     COMPUTE FI-INVOICE-NUMBER =
003410         WS-INVOICE-MONTH * 10000 + WS-INVOICE-SEQ
003420     MOVE WS-IV-PROTOCOL-NAME(WS-IV-SUB) TO FI-PROTOCOL-NAME
003430     MOVE WS-INVOICE-MONTH               TO FI-INVOICE-MONTH
003440     MOVE WS-RUN-DATE                    TO FI-INVOICE-DATE
003450     MOVE WS-IV-ACCRUAL-COUNT(WS-IV-SUB) TO FI-ACCRUAL-COUNT
003460     MOVE WS-IV-AMOUNT(WS-IV-SUB)        TO FI-INVOICE-AMOUNT
003470     MOVE ZERO                           TO FI-PAID-AMOUNT
003480     MOVE ZERO                           TO FI-CREDIT-APPLIED
003490     MOVE WS-IV-AMOUNT(WS-IV-SUB)        TO FI-OPEN-AMOUNT
003500     MOVE "O"                            TO FI-STATUS
003510     MOVE ZERO TO FI-LAST-PAYMENT-DATE
003520     PERFORM 3200-WORK-OUT-HELD-CREDIT
003530     WRITE FI-RECORD
003540         INVALID KEY
003550             DISPLAY "FEEINV: **** WRITE FAILED FOR INVOICE "
003560                 FI-INVOICE-NUMBER ", STATUS "
003570                 WS-FEEINV-STATUS " ****"
003571             MOVE "Y" TO WS-INVOICE-FAILED-SW
003573             MOVE 8 TO RETURN-CODE
003575         NOT INVALID KEY
003576             PERFORM 3300-DRAW-DOWN-CREDIT
003578             PERFORM 3500-COUNT-INVOICE
003580     END-WRITE
003700     .
003710
003720*****************************************************************
003730* 3200-WORK-OUT-HELD-CREDIT -- HOW MUCH OF THE WALLET'S HELD
003740* CREDIT GOES AGAINST THE NEW INVOICE.  THE CREDIT RECORD STAYS
003745* IN THE RECORD AREA FOR 3300 TO REWRITE.
003750*****************************************************************
003760 3200-WORK-OUT-HELD-CREDIT.
003765     MOVE ZERO TO WS-CREDIT-TO-APPLY
003770     MOVE FI-WALLET-ID TO CR-WALLET-ID
003780     READ FEE-CREDITS
003790         KEY IS CR-WALLET-ID
003800         INVALID KEY
003810             CONTINUE
003820         NOT INVALID KEY
003830             IF CR-CREDIT-BALANCE > 0
003840                 IF CR-CREDIT-BALANCE > FI-OPEN-AMOUNT
003850                     MOVE FI-OPEN-AMOUNT TO WS-CREDIT-TO-APPLY
003860                 ELSE
003870                     MOVE CR-CREDIT-BALANCE TO WS-CREDIT-TO-APPLY
003880                 END-IF
003970                 ADD WS-CREDIT-TO-APPLY TO FI-PAID-AMOUNT
003980                 ADD WS-CREDIT-TO-APPLY TO FI-CREDIT-APPLIED
003990                 SUBTRACT WS-CREDIT-TO-APPLY FROM FI-OPEN-AMOUNT
004000                 MOVE WS-RUN-DATE TO FI-LAST-PAYMENT-DATE
004010                 IF FI-OPEN-AMOUNT = 0
004020                     MOVE "P" TO FI-STATUS
004030                 END-IF
004040             END-IF
004050     END-READ
004060     .
004061
004062*****************************************************************
004063* 3300-DRAW-DOWN-CREDIT -- TAKE THE CREDIT APPLIED TO THE INVOICE
004064* JUST WRITTEN OFF THE WALLET'S HELD BALANCE.
004065*****************************************************************
004066 3300-DRAW-DOWN-CREDIT.
004067     IF WS-CREDIT-TO-APPLY > 0
004069         SUBTRACT WS-CREDIT-TO-APPLY
004070             FROM CR-CREDIT-BALANCE
004071         MOVE WS-RUN-DATE TO CR-LAST-APPLIED-DATE
004072         REWRITE CR-RECORD
004073             INVALID KEY
004074                 DISPLAY "FEECRDT: **** REWRITE FAILED FOR "
004075                     CR-WALLET-ID ", STATUS "
004076                     WS-FEECRDT-STATUS " -- CREDIT APPLIED TO "
004078                     FI-INVOICE-NUMBER " NOT DRAWN DOWN ****"
004079                 MOVE 8 TO RETURN-CODE
004080         END-REWRITE
004081     END-IF
004082     .
004083
004084*****************************************************************
004085* 3400-TAKE-EARLIER-INVOICE -- THE INVOICE NUMBER IS ALREADY ON
004087* FILE.  IF IT IS THIS WALLET'S INVOICE FOR THE SAME PROTOCOL AND
004088* MONTH IT CAME FROM AN EARLIER RUN AND IS COUNTED; ANYTHING ELSE
004089* IS A CLASH THAT STOPS THE MONTH BEING MARKED INVOICED.
004090*****************************************************************
004091 3400-TAKE-EARLIER-INVOICE.
004092     IF FI-PROTOCOL-NAME = WS-IV-PROTOCOL-NAME(WS-IV-SUB)
004093        AND FI-INVOICE-MONTH = WS-INVOICE-MONTH
004095        AND FI-INVOICE-AMOUNT = WS-IV-AMOUNT(WS-IV-SUB)
004096         DISPLAY "FEEINV: INVOICE " FI-INVOICE-NUMBER
004097             " ALREADY RAISED BY AN EARLIER RUN, NOT RAISED AGAIN"
004098         PERFORM 3500-COUNT-INVOICE
004099     ELSE
004100         DISPLAY "FEEINV: **** INVOICE " FI-INVOICE-NUMBER
004101             " ALREADY ON FILE FOR " FI-PROTOCOL-NAME " "
004102             FI-INVOICE-MONTH ", NOT RAISED ****"
004104         MOVE "Y" TO WS-INVOICE-FAILED-SW
004105         MOVE 8 TO RETURN-CODE
004106     END-IF
004107     .
004108
004109 3500-COUNT-INVOICE.
004110     ADD 1 TO WS-INVOICES-WRITTEN
004111     ADD FI-INVOICE-AMOUNT TO WS-INVOICED-TOTAL
004113     ADD FI-CREDIT-APPLIED TO WS-CREDIT-APPLIED-TOTAL
004114     ADD FI-OPEN-AMOUNT    TO WS-OPEN-TOTAL
004115     MOVE FI-INVOICE-AMOUNT TO WS-FEE-DISPLAY
004116     MOVE FI-CREDIT-APPLIED TO WS-CREDIT-DISPLAY
004117     MOVE FI-OPEN-AMOUNT    TO WS-OPEN-DISPLAY
004118     DISPLAY "  " FI-INVOICE-NUMBER " " FI-WALLET-ID " "
004119         FI-PROTOCOL-NAME " " WS-FEE-DISPLAY " "
004120         WS-CREDIT-DISPLAY " " WS-OPEN-DISPLAY
004122     .
004123
004124*****************************************************************
004125* 4000-WRITE-CONTROL-RECORD -- MARK THE MONTH INVOICED WITH ITS
004126* TOTALS.
004127*****************************************************************
004128 4000-WRITE-CONTROL-RECORD.
004130     MOVE SPACES                  TO IC-RECORD
004140     MOVE WS-INVOICE-MONTH        TO IC-INVOICE-MONTH
004150     MOVE WS-RUN-DATE             TO IC-RUN-DATE
004160     MOVE WS-CURRENT-TIME         TO IC-RUN-TIME
004170     MOVE WS-ACCRUALS-IN-MONTH    TO IC-ACCRUAL-COUNT
004180     MOVE WS-INVOICES-WRITTEN     TO IC-INVOICE-COUNT
004190     MOVE WS-ACCRUED-TOTAL        TO IC-ACCRUED-TOTAL
004200     MOVE WS-INVOICED-TOTAL       TO IC-INVOICED-TOTAL
004210     MOVE WS-CREDIT-APPLIED-TOTAL TO IC-CREDIT-APPLIED
004220     WRITE IC-RECORD
004230         INVALID KEY
004240             DISPLAY "FEEICTL: WRITE FAILED FOR MONTH "
004250                 WS-INVOICE-MONTH ", STATUS " WS-FEEICTL-STATUS
004260             MOVE 8 TO RETURN-CODE
004270     END-WRITE
004280     .
004290
004300*****************************************************************
004310* 8000-PRINT-CONTROL-TOTALS -- THE MONTH'S ACCRUALS MUST ALL BE
004320* ON AN INVOICE.
004330*****************************************************************
004340 8000-PRINT-CONTROL-TOTALS.
004350     DISPLAY " "
004360     DISPLAY "  JOURNAL RECORDS READ:  " WS-JOURNAL-READ
004370     DISPLAY "  ACCRUALS IN MONTH:     " WS-ACCRUALS-IN-MONTH
004380     DISPLAY "  INVOICES RAISED:       " WS-INVOICES-WRITTEN
004390     DISPLAY "  NOTHING DUE:           " WS-NOTHING-DUE-COUNT
004400     MOVE WS-ACCRUED-TOTAL TO WS-FEE-DISPLAY
004410     DISPLAY "  FEES ACCRUED:          " WS-FEE-DISPLAY
004420     MOVE WS-INVOICED-TOTAL TO WS-FEE-DISPLAY
004430     DISPLAY "  FEES INVOICED:         " WS-FEE-DISPLAY
004440     MOVE WS-CREDIT-APPLIED-TOTAL TO WS-FEE-DISPLAY
004450     DISPLAY "  HELD CREDIT APPLIED:   " WS-FEE-DISPLAY
004460     MOVE WS-OPEN-TOTAL TO WS-FEE-DISPLAY
004470     DISPLAY "  OPEN ON NEW INVOICES:  " WS-FEE-DISPLAY
004480     IF WS-ACCRUED-TOTAL = WS-INVOICED-TOTAL
004490         DISPLAY "  ACCRUED EQUALS INVOICED"
004500     ELSE
004510         DISPLAY "  **** ACCRUED DOES NOT EQUAL INVOICED ****"
004520         MOVE 8 TO RETURN-CODE
004530     END-IF
004540     DISPLAY "========================================="
004550     .
004560
004570 9999-EXIT.
004580     EXIT.

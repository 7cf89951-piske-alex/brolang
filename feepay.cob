000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-FEE-PAY.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE FEE RECEIPT APPLICATION
000180* APPLIES FINANCE'S STAGED RECEIPTS (PAYTXN) AGAINST THE OPEN
000190* BORROW FEE INVOICES RAISED BY LAVARAGE-FEE-INV, SO WHO HAS
000200* PAID IS KEPT ON THE INVOICE FILE INSTEAD OF A SPREADSHEET.
000210* A RECEIPT NAMING AN INVOICE PAYS THAT INVOICE FIRST; WHATEVER
000220* IS LEFT PAYS THE WALLET'S OTHER OPEN INVOICES OLDEST FIRST
000230* (ONLY THOSE FOR THE RECEIPT'S PROTOCOL WHEN ONE IS GIVEN).  A
000240* PART PAYMENT LEAVES THE INVOICE OPEN FOR THE BALANCE; AN
000250* OVERPAYMENT IS HELD AS CREDIT ON FEECRDT AND DRAWN DOWN BY THE
000260* WALLET'S NEXT INVOICES.  EVERY RECEIPT PRINTS AN APPLIED OR
000270* REJECTED REGISTER LINE, AND THE RUN ENDS WITH CONTROL TOTALS
000280* PROVING RECEIPTS IN EQUALS APPLIED PLUS HELD.
000290*
000300* RETURN CODES: 0 RECEIPTS APPLIED; 8 CONTROL TOTALS OUT OF
000310* BALANCE, OR AN INVOICE OR CREDIT COULD NOT BE UPDATED; 12
000315* INVOICE FILE NOT AVAILABLE.
000320*
000330* MODIFICATION HISTORY
000340* 2026-10-15 AJP  INITIAL VERSION.
000342* 2026-10-15 AJP  AN INVOICE OR CREDIT THAT CANNOT BE REWRITTEN
000345*                 ENDS RC 8, AND ITS AMOUNT IS NOT COUNTED AS
000347*                 APPLIED OR HELD.
000350*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 REPOSITORY.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PAYMENT-TXNS
000440         ASSIGN TO "PAYTXN"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-TXN-STATUS.
000470     SELECT FEE-INVOICES
000480         ASSIGN TO "FEEINV"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS FI-KEY
000520         FILE STATUS IS WS-FEEINV-STATUS.
000530     SELECT FEE-CREDITS
000540         ASSIGN TO "FEECRDT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CR-WALLET-ID
000580         FILE STATUS IS WS-FEECRDT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 COPY PAYTXN.
000630 COPY FEEINV.
000640 COPY FEECRDT.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-CURRENT-DATE        PIC 9(08).
000680 01  WS-REJECT-REASON       PIC X(40).
000690 01  WS-REMAINING           PIC 9(09)V9(04).
000700 01  WS-APPLY-AMOUNT        PIC 9(09)V9(04).
000710 01  WS-RECEIPT-APPLIED     PIC 9(09)V9(04).
000720 01  WS-FEE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.9999.
000730 01  WS-APPLIED-DISPLAY     PIC ZZZ,ZZZ,ZZ9.9999.
000740 01  WS-HELD-DISPLAY        PIC ZZZ,ZZZ,ZZ9.9999.
000750
000760 01  WS-FILE-STATUSES.
000770     05  WS-TXN-STATUS              PIC X(02).
000780         88  WS-TXN-FILE-MISSING           VALUE "35".
000790     05  WS-FEEINV-STATUS           PIC X(02).
000800         88  WS-FEEINV-OK                  VALUE "00".
000810     05  WS-FEECRDT-STATUS          PIC X(02).
000820         88  WS-FEECRDT-OK                 VALUE "00".
000830         88  WS-FEECRDT-FILE-MISSING       VALUE "35".
000840
000850 01  WS-SWITCHES.
000860     05  WS-TXN-EOF-SW              PIC X(01) VALUE "N".
000870         88  WS-TXN-DONE                   VALUE "Y".
000880     05  WS-TXN-REJECTED-SW         PIC X(01) VALUE "N".
000890         88  WS-TXN-REJECTED               VALUE "Y".
000900     05  WS-INVOICE-FOUND-SW        PIC X(01) VALUE "N".
000910         88  WS-INVOICE-FOUND              VALUE "Y".
000920     05  WS-WALLET-DONE-SW          PIC X(01) VALUE "N".
000930         88  WS-WALLET-DONE                VALUE "Y".
000940
000950 01  WS-COUNTERS.
000960     05  WS-TXNS-READ               PIC 9(5) COMP VALUE 0.
000970     05  WS-TXNS-APPLIED            PIC 9(5) COMP VALUE 0.
000980     05  WS-TXNS-REJECTED           PIC 9(5) COMP VALUE 0.
000990     05  WS-INVOICES-PAID           PIC 9(5) COMP VALUE 0.
001000     05  WS-INVOICES-PART-PAID      PIC 9(5) COMP VALUE 0.
001010
001020 01  WS-CONTROL-TOTALS.
001030     05  WS-RECEIPTS-TOTAL          PIC 9(11)V9(04) VALUE 0.
001040     05  WS-APPLIED-TOTAL           PIC 9(11)V9(04) VALUE 0.
001050     05  WS-HELD-TOTAL              PIC 9(11)V9(04) VALUE 0.
001060     05  WS-EXPECTED-RECEIPTS       PIC 9(11)V9(04) VALUE 0.
001070
001080 PROCEDURE DIVISION.
001090 MAIN-PROGRAM.
001100     PERFORM 1000-INITIALIZE
001110     IF WS-TXN-FILE-MISSING
001120         DISPLAY "PAYTXN: NO RECEIPTS FILE STAGED, "
001130             "NOTHING TO APPLY"
001140     ELSE
001150         IF NOT WS-FEEINV-OK
001160             DISPLAY "FEEINV: INVOICE FILE NOT AVAILABLE, "
001170                 "STATUS " WS-FEEINV-STATUS
001180                 " -- CANNOT APPLY RECEIPTS"
001190             MOVE 12 TO RETURN-CODE
001200         ELSE
001210             PERFORM 1800-READ-TXN
001220             PERFORM 2000-APPLY-ONE-RECEIPT UNTIL WS-TXN-DONE
001230             PERFORM 8000-PRINT-CONTROL-TOTALS
001240             CLOSE FEE-INVOICES
001250             CLOSE FEE-CREDITS
001260         END-IF
001270         CLOSE PAYMENT-TXNS
001280     END-IF
001290     PERFORM 9999-EXIT
001300     STOP RUN.
001310
001320*****************************************************************
001330* 1000-INITIALIZE -- OPEN THE RECEIPTS, INVOICE AND CREDIT FILES
001340* AND PRINT THE REGISTER HEADER.  THE CREDIT FILE IS CREATED
001350* EMPTY THE FIRST TIME.
001360*****************************************************************
001370 1000-INITIALIZE.
001380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001390     OPEN INPUT PAYMENT-TXNS
001400     IF NOT WS-TXN-FILE-MISSING
001410         OPEN I-O FEE-INVOICES
001420         OPEN I-O FEE-CREDITS
001430         IF WS-FEECRDT-FILE-MISSING
001440             OPEN OUTPUT FEE-CREDITS
001450             CLOSE FEE-CREDITS
001460             OPEN I-O FEE-CREDITS
001470         END-IF
001480     END-IF
001490     DISPLAY "========================================="
001500     DISPLAY "  LAVARAGE FEE RECEIPTS REGISTER"
001510     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001520     DISPLAY "========================================="
001530     .
001540
001550*****************************************************************
001560* 1800-READ-TXN -- PULL THE NEXT RECEIPT OFF THE STAGED FILE.
001570*****************************************************************
001580 1800-READ-TXN.
001590     READ PAYMENT-TXNS
001600         AT END
001610             MOVE "Y" TO WS-TXN-EOF-SW
001620     END-READ
001630     .
001640
001650*****************************************************************
001660* 2000-APPLY-ONE-RECEIPT -- EDIT ONE RECEIPT, APPLY IT, PRINT
001670* ITS REGISTER LINE, AND ADVANCE TO THE NEXT ONE.
001680*****************************************************************
001690 2000-APPLY-ONE-RECEIPT.
001700     ADD 1 TO WS-TXNS-READ
001710     MOVE "N"    TO WS-TXN-REJECTED-SW
001720     MOVE SPACES TO WS-REJECT-REASON
001730     MOVE ZERO   TO WS-RECEIPT-APPLIED
001740     MOVE "N"    TO WS-INVOICE-FOUND-SW
001750     IF PT-INVOICE-NUMBER IS NUMERIC
001760        AND PT-INVOICE-NUMBER NOT = 0
001770         MOVE PT-WALLET-ID      TO FI-WALLET-ID
001780         MOVE PT-INVOICE-NUMBER TO FI-INVOICE-NUMBER
001790         READ FEE-INVOICES
001800             KEY IS FI-KEY
001810             INVALID KEY
001820                 CONTINUE
001830             NOT INVALID KEY
001840                 MOVE "Y" TO WS-INVOICE-FOUND-SW
001850         END-READ
001860     END-IF
001870     EVALUATE TRUE
001880         WHEN PT-WALLET-ID = SPACES
001890             MOVE "WALLET ID IS BLANK" TO WS-REJECT-REASON
001900             MOVE "Y" TO WS-TXN-REJECTED-SW
001910         WHEN PT-RECEIPT-DATE IS NOT NUMERIC
001920         WHEN PT-RECEIPT-DATE = 0
001930             MOVE "RECEIPT DATE IS NOT A DATE" TO WS-REJECT-REASON
001940             MOVE "Y" TO WS-TXN-REJECTED-SW
001950         WHEN PT-AMOUNT IS NOT NUMERIC
001960         WHEN PT-AMOUNT = 0
001970             MOVE "RECEIPT AMOUNT IS ZERO" TO WS-REJECT-REASON
001980             MOVE "Y" TO WS-TXN-REJECTED-SW
001990         WHEN PT-INVOICE-NUMBER IS NOT NUMERIC
002000             MOVE "INVOICE NUMBER IS NOT NUMERIC"
002010                 TO WS-REJECT-REASON
002020             MOVE "Y" TO WS-TXN-REJECTED-SW
002030         WHEN PT-INVOICE-NUMBER NOT = 0
002040          AND NOT WS-INVOICE-FOUND
002050             MOVE "INVOICE NOT ON FILE FOR THIS WALLET"
002060                 TO WS-REJECT-REASON
002070             MOVE "Y" TO WS-TXN-REJECTED-SW
002080         WHEN PT-INVOICE-NUMBER NOT = 0
002090          AND PT-PROTOCOL-NAME NOT = SPACES
002100          AND PT-PROTOCOL-NAME NOT = FI-PROTOCOL-NAME
002110             MOVE "INVOICE IS FOR ANOTHER PROTOCOL"
002120                 TO WS-REJECT-REASON
002130             MOVE "Y" TO WS-TXN-REJECTED-SW
002140         WHEN PT-INVOICE-NUMBER NOT = 0
002150          AND FI-PAID
002160             MOVE "INVOICE ALREADY PAID" TO WS-REJECT-REASON
002170             MOVE "Y" TO WS-TXN-REJECTED-SW
002180         WHEN OTHER
002190             MOVE PT-AMOUNT TO WS-REMAINING
002200             IF WS-INVOICE-FOUND
002210                 PERFORM 2300-APPLY-TO-INVOICE
002220             END-IF
002230             PERFORM 2100-APPLY-OLDEST-FIRST
002240             IF WS-REMAINING > 0
002250                 PERFORM 2500-HOLD-AS-CREDIT
002260             END-IF
002270             ADD PT-AMOUNT TO WS-RECEIPTS-TOTAL
002280             ADD 1 TO WS-TXNS-APPLIED
002290     END-EVALUATE
002300     PERFORM 2900-PRINT-REGISTER-LINE
002310     PERFORM 1800-READ-TXN
002320     .
002330
002340*****************************************************************
002350* 2100-APPLY-OLDEST-FIRST -- WALK THE WALLET'S INVOICES IN KEY
002360* (INVOICE NUMBER) ORDER, PAYING EACH OPEN ONE UNTIL THE RECEIPT
002370* IS USED UP.
002380*****************************************************************
002390 2100-APPLY-OLDEST-FIRST.
002400     MOVE "N" TO WS-WALLET-DONE-SW
002410     IF WS-REMAINING = 0
002420         MOVE "Y" TO WS-WALLET-DONE-SW
002430     ELSE
002440         MOVE PT-WALLET-ID TO FI-WALLET-ID
002450         MOVE ZERO         TO FI-INVOICE-NUMBER
002460         START FEE-INVOICES
002470             KEY IS NOT LESS THAN FI-KEY
002480             INVALID KEY
002490                 MOVE "Y" TO WS-WALLET-DONE-SW
002500         END-START
002510     END-IF
002520     PERFORM 2150-READ-NEXT-INVOICE
002530     PERFORM 2200-CHECK-ONE-INVOICE UNTIL WS-WALLET-DONE
002540     .
002550
002560 2150-READ-NEXT-INVOICE.
002570     IF NOT WS-WALLET-DONE
002580         READ FEE-INVOICES NEXT RECORD
002590             AT END
002600                 MOVE "Y" TO WS-WALLET-DONE-SW
002610             NOT AT END
002620                 IF FI-WALLET-ID NOT = PT-WALLET-ID
002630                     MOVE "Y" TO WS-WALLET-DONE-SW
002640                 END-IF
002650         END-READ
002660     END-IF
002670     .
002680
002690 2200-CHECK-ONE-INVOICE.
002700     IF FI-OPEN
002710        AND (PT-PROTOCOL-NAME = SPACES
002720             OR PT-PROTOCOL-NAME = FI-PROTOCOL-NAME)
002730         PERFORM 2300-APPLY-TO-INVOICE
002740     END-IF
002750     IF WS-REMAINING = 0
002760         MOVE "Y" TO WS-WALLET-DONE-SW
002770     ELSE
002780         PERFORM 2150-READ-NEXT-INVOICE
002790     END-IF
002800     .
002810
002820*****************************************************************
002830* 2300-APPLY-TO-INVOICE -- PAY AS MUCH OF THE INVOICE NOW IN
002840* FI-RECORD AS THE RECEIPT HAS LEFT.  THE PAYMENT COUNTS ONLY
002843* ONCE THE INVOICE IS REWRITTEN; IF IT CANNOT BE, THE AMOUNT
002846* STAYS WITH THE RECEIPT FOR ITS OTHER INVOICES OR ITS CREDIT.
002850*****************************************************************
002860 2300-APPLY-TO-INVOICE.
002870     IF WS-REMAINING > FI-OPEN-AMOUNT
002880         MOVE FI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
002890     ELSE
002900         MOVE WS-REMAINING   TO WS-APPLY-AMOUNT
002910     END-IF
002920     ADD WS-APPLY-AMOUNT      TO FI-PAID-AMOUNT
002930     SUBTRACT WS-APPLY-AMOUNT FROM FI-OPEN-AMOUNT
002970     MOVE PT-RECEIPT-DATE     TO FI-LAST-PAYMENT-DATE
002980     IF FI-OPEN-AMOUNT = 0
002990         MOVE "P" TO FI-STATUS
003030     END-IF
003040     REWRITE FI-RECORD
003050         INVALID KEY
003060             DISPLAY "FEEINV: **** REWRITE FAILED FOR INVOICE "
003070                 FI-INVOICE-NUMBER ", STATUS " WS-FEEINV-STATUS
003071                 " -- RECEIPT NOT APPLIED TO IT ****"
003073             MOVE 8 TO RETURN-CODE
003075         NOT INVALID KEY
003076             SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
003078             ADD WS-APPLY-AMOUNT      TO WS-RECEIPT-APPLIED
003080             ADD WS-APPLY-AMOUNT      TO WS-APPLIED-TOTAL
003081             IF FI-PAID
003083                 ADD 1 TO WS-INVOICES-PAID
003085             ELSE
003086                 ADD 1 TO WS-INVOICES-PART-PAID
003088             END-IF
003090             MOVE WS-APPLY-AMOUNT TO WS-APPLIED-DISPLAY
003100             MOVE FI-OPEN-AMOUNT  TO WS-FEE-DISPLAY
003110             DISPLAY "             INVOICE " FI-INVOICE-NUMBER
003120                 " " FI-PROTOCOL-NAME " PAID " WS-APPLIED-DISPLAY
003130                 " OPEN " WS-FEE-DISPLAY
003135     END-REWRITE
003140     .
003150
003160*****************************************************************
003170* 2500-HOLD-AS-CREDIT -- WHAT NO OPEN INVOICE COULD TAKE IS
003180* HELD FOR THE WALLET'S NEXT INVOICES.  IT COUNTS AS HELD ONLY
003183* ONCE THE CREDIT IS WRITTEN, SO A FAILURE LEAVES THE CONTROL
003186* TOTALS OUT OF BALANCE BY THE AMOUNT NOT HELD.
003190*****************************************************************
003200 2500-HOLD-AS-CREDIT.
003210     MOVE PT-WALLET-ID TO CR-WALLET-ID
003220     READ FEE-CREDITS
003230         KEY IS CR-WALLET-ID
003240         INVALID KEY
003250             MOVE SPACES          TO CR-RECORD
003260             MOVE PT-WALLET-ID    TO CR-WALLET-ID
003270             MOVE WS-REMAINING    TO CR-CREDIT-BALANCE
003280             MOVE PT-RECEIPT-DATE TO CR-LAST-RECEIPT-DATE
003290             MOVE ZERO            TO CR-LAST-APPLIED-DATE
003300             WRITE CR-RECORD
003310                 INVALID KEY
003320                     DISPLAY "FEECRDT: **** WRITE FAILED FOR "
003330                         CR-WALLET-ID ", STATUS "
003340                         WS-FEECRDT-STATUS " ****"
003342                     MOVE 8 TO RETURN-CODE
003345                 NOT INVALID KEY
003347                     ADD WS-REMAINING TO WS-HELD-TOTAL
003350             END-WRITE
003360         NOT INVALID KEY
003370             ADD WS-REMAINING     TO CR-CREDIT-BALANCE
003380             MOVE PT-RECEIPT-DATE TO CR-LAST-RECEIPT-DATE
003390             REWRITE CR-RECORD
003400                 INVALID KEY
003410                     DISPLAY "FEECRDT: **** REWRITE FAILED FOR "
003420                         CR-WALLET-ID ", STATUS "
003430                         WS-FEECRDT-STATUS " ****"
003432                     MOVE 8 TO RETURN-CODE
003435                 NOT INVALID KEY
003437                     ADD WS-REMAINING TO WS-HELD-TOTAL
003440             END-REWRITE
003450     END-READ
003470     .
003480
003490*****************************************************************
003500* 2900-PRINT-REGISTER-LINE -- ONE LINE PER RECEIPT, APPLIED
003510* (WITH THE SPLIT BETWEEN INVOICES AND HELD CREDIT) OR REJECTED
003520* WITH ITS REASON.
003530*****************************************************************
003540 2900-PRINT-REGISTER-LINE.
003550     MOVE PT-AMOUNT TO WS-FEE-DISPLAY
003560     IF WS-TXN-REJECTED
003570         ADD 1 TO WS-TXNS-REJECTED
003580         DISPLAY "  REJECTED " PT-WALLET-ID " " PT-REFERENCE " "
003590             WS-FEE-DISPLAY " -- " WS-REJECT-REASON
003600     ELSE
003610         MOVE WS-RECEIPT-APPLIED TO WS-APPLIED-DISPLAY
003620         MOVE WS-REMAINING       TO WS-HELD-DISPLAY
003630         DISPLAY "  APPLIED  " PT-WALLET-ID " " PT-REFERENCE " "
003640             WS-FEE-DISPLAY " TO INVOICES " WS-APPLIED-DISPLAY
003650             " HELD " WS-HELD-DISPLAY
003660     END-IF
003670     .
003680
003690*****************************************************************
003700* 8000-PRINT-CONTROL-TOTALS -- RECEIPTS IN MUST EQUAL WHAT WENT
003710* ON INVOICES PLUS WHAT WAS HELD AS CREDIT.
003720*****************************************************************
003730 8000-PRINT-CONTROL-TOTALS.
003740     DISPLAY " "
003750     DISPLAY "  TXNS READ:            " WS-TXNS-READ
003760     DISPLAY "  TXNS APPLIED:         " WS-TXNS-APPLIED
003770     DISPLAY "  TXNS REJECTED:        " WS-TXNS-REJECTED
003780     DISPLAY "  INVOICES PAID:        " WS-INVOICES-PAID
003790     DISPLAY "  INVOICES PART PAID:   " WS-INVOICES-PART-PAID
003800     MOVE WS-RECEIPTS-TOTAL TO WS-FEE-DISPLAY
003810     DISPLAY "  RECEIPTS APPLIED:     " WS-FEE-DISPLAY
003820     MOVE WS-APPLIED-TOTAL TO WS-FEE-DISPLAY
003830     DISPLAY "  PAID ON INVOICES:     " WS-FEE-DISPLAY
003840     MOVE WS-HELD-TOTAL TO WS-FEE-DISPLAY
003850     DISPLAY "  HELD AS CREDIT:       " WS-FEE-DISPLAY
003860     COMPUTE WS-EXPECTED-RECEIPTS =
003870         WS-APPLIED-TOTAL + WS-HELD-TOTAL
003880     IF WS-EXPECTED-RECEIPTS = WS-RECEIPTS-TOTAL
003890         DISPLAY "  CONTROL TOTALS IN BALANCE"
003900     ELSE
003910         DISPLAY "  **** CONTROL TOTALS OUT OF BALANCE ****"
003920         MOVE 8 TO RETURN-CODE
003930     END-IF
003940     DISPLAY "========================================="
003950     .
003960
003970 9999-EXIT.
003980     EXIT.

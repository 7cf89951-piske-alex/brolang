000160*
000170* LAVARAGE COLLATERAL POSITION UPDATE
000180* APPLIES THE DAILY POSITION-MOVEMENTS TRANSACTION FILE
000190* (DEPOSITS, WITHDRAWALS, POSITION CLOSES, TRANSFERS)
000200* AGAINST COLLATERAL-POSITIONS WITH FULL EDITS, SO THE COLLPOS
000210* DATASET THAT LAVARAGE-GM SUMS IS NO LONGER MAINTAINED BY
000220* HAND-EDITING THE INDEXED FILE.  EVERY TRANSACTION PRINTS AN
000295*                 THAT NO DAILY JOB WOULD EVER SEE AGAIN.
000296*                 WITHDRAWALS, CLOSES AND TRANSFERS OUT STILL
000297*                 APPLY, SO A WIND-DOWN CAN DRAIN.
000298* 2026-10-15 AJP  COLLPOS IS NOW KEYED ON WALLET, PROTOCOL AND
000299*                 TOKEN.  EVERY MOVEMENT ADDRESSES ONE POSITION
000300*                 BY THAT FULL KEY, SO ONE WALLET MAY HOLD MANY
000301*                 POSITIONS AND THE OTHER-PROTOCOL AND TOKEN
000302*                 MISMATCH REJECTS ARE GONE.  A TRANSFER NOW
000303*                 MOVES TXN-AMOUNT-SOL OF ONE TOKEN (ZERO MEANS
000304*                 THE WHOLE POSITION) INTO THE SAME WALLET'S
000305*                 POSITION IN THE DESTINATION PROTOCOL.
000306* 2026-10-15 AJP  EVERY APPLIED MOVEMENT IS NOW APPENDED TO THE
000307*                 CUMULATIVE MOVEMENT JOURNAL (COLLJRNL) WITH
000308*                 ITS BALANCE BEFORE AND AFTER.  A TRANSFER
000309*                 JOURNALS AN OUT LEG AND AN IN LEG.
000310* 2026-10-15 AJP  A WITHDRAWAL, CLOSE OR TRANSFER OUT THAT WOULD
000311*                 DROP ITS POOL BELOW THE RISK-LIMITS TIER IT
000312*                 QUALIFIES FOR NOW IS WRITTEN TO THE HOLD QUEUE
000313*                 (COLLHOLD) INSTEAD OF POSTING.  HOLDS RELEASED
000314*                 BY LAVARAGE-HOLD-REL POST AT THE START OF THE
000315*                 NEXT RUN.
000316* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000317*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000318*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000319*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000320*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000321*                 WHEN ITS PREDECESSOR IS NOT.
000322* 2026-10-15 AJP  RELEASED HOLDS ARE POSTED WHETHER OR NOT A
000323*                 MOVEMENTS FILE IS STAGED.  COLLJRNL OPEN AND
000324*                 WRITE STATUS CHECKED, RC 8 WHEN A MOVEMENT IS
000325*                 NOT JOURNALED.  MOVEMENTS DATED WITH THE RUN-
000326*                 CONTROL WINDOW'S DATE.
000327* 2026-10-15 AJP  A RELEASED HOLD THAT CANNOT BE MARKED POSTED
000328*                 ENDS RC 8.  RELEASED HOLDS NO LONGER COUNT AS
000329*                 TXNS READ, AND A HELD TRANSFER OR CLOSE ADDS
000330*                 ITS MOVED AMOUNT TO THE HELD TOTAL.
000331* 2026-10-15 AJP  RUNS ONCE A RUN DATE: IN THE DATE'S SECOND
000332*                 WINDOW THE RUN CONTROL BYPASSES IT, SO THE
000333*                 DAY'S COLLTXN IS NEVER POSTED TWICE.
000334*
000335
000336 ENVIRONMENT DIVISION.
000337 CONFIGURATION SECTION.
000338 REPOSITORY.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000420         ASSIGN TO "COLLPOS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CP-KEY
000460         FILE STATUS IS WS-COLLPOS-STATUS.
000470     SELECT PROTOCOL-MASTER
000480         ASSIGN TO "PROTMSTR"
000481         ORGANIZATION IS SEQUENTIAL
000482         FILE STATUS IS WS-PM-STATUS.
000483     SELECT COLLATERAL-JOURNAL
000484         ASSIGN TO "COLLJRNL"
000486         ORGANIZATION IS SEQUENTIAL
000487         FILE STATUS IS WS-COLLJRNL-STATUS.
000488     SELECT RISK-LIMITS
000489         ASSIGN TO "RISKLIM"
000490         ORGANIZATION IS INDEXED
000492         ACCESS MODE IS DYNAMIC
000493         RECORD KEY IS RL-KEY
000494         FILE STATUS IS WS-RISK-LIMITS-STATUS.
000495     SELECT TOKEN-PRICES
000496         ASSIGN TO "TOKPRICE"
000498         ORGANIZATION IS INDEXED
000499         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TP-TOKEN-CODE
000501         FILE STATUS IS WS-TOKEN-PRICES-STATUS.
000502     SELECT MOVEMENT-HOLDS
000504         ASSIGN TO "COLLHOLD"
000505         ORGANIZATION IS INDEXED
000506         ACCESS MODE IS DYNAMIC
000507         RECORD KEY IS HD-KEY
000508         FILE STATUS IS WS-HOLD-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 COPY COLLTXN.
000550 COPY COLLPOS.
000560 COPY PROTMSTR.
000562 COPY COLLJRNL.
000564 COPY RISKLIM.
000566 COPY TOKPRICE.
000568 COPY COLLHOLD.
000570
000580 WORKING-STORAGE SECTION.
000581 01  WS-CURRENT-DATE        PIC 9(8).
000582 01  WS-REJECT-REASON       PIC X(40).
000583 01  WS-TXN-TOKEN           PIC X(08).
000584 01  WS-TRANSFER-AMOUNT     PIC 9(09)V99.
000586 01  WS-CURRENT-TIME        PIC 9(08).
000587
000588 01  WS-JOURNAL-FIELDS.
000589     05  WS-JNL-ACTION              PIC X(01).
000590     05  WS-JNL-PROTOCOL            PIC X(08).
000592     05  WS-JNL-OTHER-PROTOCOL      PIC X(08).
000593     05  WS-JNL-AMOUNT              PIC 9(09)V99.
000594     05  WS-JNL-BEFORE              PIC 9(09)V99.
000595     05  WS-JNL-AFTER               PIC 9(09)V99.
000596 01  WS-TIER-CHECK-FIELDS.
000598     05  WS-VALUE-PROTOCOL          PIC X(08).
000599     05  WS-VALUE-TOKEN             PIC X(08).
000600     05  WS-VALUE-AMOUNT            PIC 9(09)V99.
000601     05  WS-MOVE-VALUE              PIC 9(11)V99.
000602     05  WS-PROTOCOL-SOL            PIC 9(11)V99.
000604     05  WS-PROTOCOL-SOL-AFTER      PIC 9(11)V99.
000605     05  WS-TIER-BEFORE             PIC 9(02).
000606     05  WS-TIER-AFTER              PIC 9(02).
000607     05  WS-TIER-BEFORE-MIN         PIC 9(09)V99.
000608     05  WS-HOLD-SEQ                PIC 9(05) VALUE 0.
000610
000620 01  WS-FILE-STATUSES.
000630     05  WS-TXN-STATUS              PIC X(02).
000660         88  WS-COLLPOS-OK                 VALUE "00".
000670         88  WS-COLLPOS-FILE-MISSING       VALUE "35".
000680     05  WS-PM-STATUS               PIC X(02).
000681         88  WS-PM-FILE-MISSING            VALUE "35".
000683     05  WS-COLLJRNL-STATUS         PIC X(02).
000685         88  WS-COLLJRNL-OK                VALUE "00".
000686         88  WS-COLLJRNL-MISSING           VALUE "35" "05".
000688     05  WS-RISK-LIMITS-STATUS      PIC X(02).
000690         88  WS-RISK-LIMITS-OK             VALUE "00".
000691     05  WS-TOKEN-PRICES-STATUS     PIC X(02).
000693         88  WS-TOKEN-PRICES-OK            VALUE "00".
000695     05  WS-HOLD-STATUS             PIC X(02).
000696         88  WS-HOLD-OK                    VALUE "00".
000698         88  WS-HOLD-FILE-MISSING          VALUE "35".
000700
000710 01  WS-SWITCHES.
000720     05  WS-TXN-EOF-SW              PIC X(01) VALUE "N".
000750         88  WS-PROTOCOL-MASTER-DONE       VALUE "Y".
000760     05  WS-COLLPOS-EOF-SW          PIC X(01) VALUE "N".
000770         88  WS-COLLPOS-DONE               VALUE "Y".
000780     05  WS-POSITION-FOUND-SW       PIC X(01) VALUE "N".
000790         88  WS-POSITION-FOUND             VALUE "Y".
000800     05  WS-PROTOCOL-KNOWN-SW       PIC X(01) VALUE "N".
000810         88  WS-PROTOCOL-KNOWN             VALUE "Y".
000812     05  WS-PROTOCOL-ACTIVE-SW      PIC X(01) VALUE "N".
000814         88  WS-PROTOCOL-ACTIVE            VALUE "Y".
000820     05  WS-TXN-REJECTED-SW         PIC X(01) VALUE "N".
000821         88  WS-TXN-REJECTED               VALUE "Y".
000822     05  WS-COLLPOS-OPEN-SW         PIC X(01) VALUE "N".
000823         88  WS-COLLPOS-OPEN               VALUE "Y".
000824     05  WS-RISK-LIMITS-OPEN-SW     PIC X(01) VALUE "N".
000825         88  WS-RISK-LIMITS-OPEN           VALUE "Y".
000826     05  WS-TOKEN-PRICES-OPEN-SW    PIC X(01) VALUE "N".
000827         88  WS-TOKEN-PRICES-OPEN          VALUE "Y".
000828     05  WS-HOLDS-OPEN-SW           PIC X(01) VALUE "N".
000829         88  WS-HOLDS-OPEN                 VALUE "Y".
000830     05  WS-HOLD-EOF-SW             PIC X(01) VALUE "N".
000831         88  WS-HOLDS-DONE                 VALUE "Y".
000832     05  WS-POSTING-RELEASE-SW      PIC X(01) VALUE "N".
000833         88  WS-POSTING-RELEASE            VALUE "Y".
000834     05  WS-TXN-HELD-SW             PIC X(01) VALUE "N".
000835         88  WS-TXN-HELD                   VALUE "Y".
000836     05  WS-TIER-DROP-SW            PIC X(01) VALUE "N".
000837         88  WS-TIER-DROP                  VALUE "Y".
000838     05  WS-RISK-SCAN-DONE-SW       PIC X(01) VALUE "N".
000839         88  WS-RISK-SCAN-DONE             VALUE "Y".
000840     05  WS-BEFORE-TIER-FOUND-SW    PIC X(01) VALUE "N".
000841         88  WS-BEFORE-TIER-FOUND          VALUE "Y".
000842     05  WS-AFTER-TIER-FOUND-SW     PIC X(01) VALUE "N".
000843         88  WS-AFTER-TIER-FOUND           VALUE "Y".
000844     05  WS-VALUE-PROTOCOL-SW       PIC X(01) VALUE "N".
000845         88  WS-VALUE-PROTOCOL-FOUND       VALUE "Y".
000846
000850 01  WS-PROTOCOL-TABLE.
000860     05  WS-PROTOCOL-COUNT          PIC 9(03) COMP VALUE 0.
000890         10  WS-PT-NAME             PIC X(08).
000892         10  WS-PT-STATUS           PIC X(01).
000894             88  WS-PT-ACTIVE              VALUE "A" SPACE.
000897         10  WS-PT-COLLATERAL-SOL   PIC 9(11)V99.
000900
000910 01  WS-COUNTERS.
000920     05  WS-TXNS-READ               PIC 9(5) COMP VALUE 0.
000930     05  WS-TXNS-APPLIED            PIC 9(5) COMP VALUE 0.
000940     05  WS-TXNS-REJECTED           PIC 9(5) COMP VALUE 0.
000942     05  WS-JOURNAL-WRITTEN         PIC 9(5) COMP VALUE 0.
000944     05  WS-TXNS-HELD               PIC 9(5) COMP VALUE 0.
000946     05  WS-RELEASES-POSTED         PIC 9(5) COMP VALUE 0.
000948     05  WS-RELEASES-FAILED         PIC 9(5) COMP VALUE 0.
000950
000960 01  WS-CONTROL-TOTALS.
000970     05  WS-DEPOSIT-TOTAL           PIC 9(11)V99 VALUE 0.
000980     05  WS-WITHDRAWAL-TOTAL        PIC 9(11)V99 VALUE 0.
000990     05  WS-CLOSED-OUT-TOTAL        PIC 9(11)V99 VALUE 0.
000995     05  WS-TRANSFER-TOTAL          PIC 9(11)V99 VALUE 0.
001000     05  WS-POSITIONS-BEFORE        PIC 9(11)V99 VALUE 0.
001010     05  WS-POSITIONS-AFTER         PIC 9(11)V99 VALUE 0.
001020     05  WS-EXPECTED-AFTER          PIC 9(11)V99 VALUE 0.
001025     05  WS-COLLATERAL-GRAND        PIC 9(11)V99 VALUE 0.
001027     05  WS-HELD-TOTAL              PIC 9(11)V99 VALUE 0.
001030
001040 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001050
001055 COPY RUNPARM.
001060 PROCEDURE DIVISION.
001070 MAIN-PROGRAM.
001077     PERFORM 0100-START-RUN-STEP
001085     IF RCP-STEP-CLEARED
001092         PERFORM 1000-INITIALIZE
001100         IF WS-TXN-FILE-MISSING
001107             DISPLAY "COLLTXN: NO MOVEMENTS FILE STAGED, "
001115                 "RELEASED HOLDS ONLY"
001122         END-IF
001130         IF NOT WS-COLLPOS-OPEN
001140             DISPLAY "COLLPOS: POSITIONS FILE NOT AVAILABLE, "
001150                 "STATUS " WS-COLLPOS-STATUS
001170         ELSE
001180             PERFORM 3000-SUM-POSITIONS
001190             MOVE WS-COLLATERAL-GRAND TO WS-POSITIONS-BEFORE
001195             PERFORM 1900-POST-RELEASED-HOLDS
001200             IF NOT WS-TXN-FILE-MISSING
001205                 PERFORM 1800-READ-TXN
001210                 PERFORM 2000-APPLY-ONE-TXN UNTIL WS-TXN-DONE
001215             END-IF
001220             PERFORM 3000-SUM-POSITIONS
001230             MOVE WS-COLLATERAL-GRAND TO WS-POSITIONS-AFTER
001240             PERFORM 8000-PRINT-CONTROL-TOTALS
001250         END-IF
001252         IF NOT WS-TXN-FILE-MISSING
001255             CLOSE COLLATERAL-TXNS
001258         END-IF
001261         IF WS-COLLPOS-OPEN
001264             CLOSE COLLATERAL-POSITIONS
001267         END-IF
001270         IF WS-RISK-LIMITS-OPEN
001273             CLOSE RISK-LIMITS
001276         END-IF
001279         IF WS-TOKEN-PRICES-OPEN
001282             CLOSE TOKEN-PRICES
001285         END-IF
001288         IF WS-HOLDS-OPEN
001291             CLOSE MOVEMENT-HOLDS
001294         END-IF
001297         PERFORM 9900-END-RUN-STEP
001300     END-IF
001310     PERFORM 9999-EXIT
001320     STOP RUN.
001330
001332*****************************************************************
001335* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001337* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001340* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, OR IN THE DATE'S
001342* OTHER WINDOW -- THE DAY'S COLLTXN IS POSTED ONCE -- AND REFUSED
001345* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001347*****************************************************************
001350 0100-START-RUN-STEP.
001352     MOVE "S"        TO RCP-FUNCTION
001355     MOVE "COLL-UPD" TO RCP-STEP-NAME
001357     MOVE ZERO       TO RCP-CALLER-RC
001360     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001362     .
001365
001367*****************************************************************
001370* 1000-INITIALIZE -- OPEN THE MOVEMENTS AND POSITIONS FILES,
001380* LOAD THE PROTOCOL-MASTER LINEUP INTO A TABLE SO EVERY
001390* TRANSACTION'S PROTOCOL CAN BE EDITED AGAINST IT, AND PRINT
001392* THE REGISTER HEADER.  RISKLIM, TOKPRICE AND THE HOLD QUEUE
001395* FEED THE TIER-DROP CHECK ON MOVEMENTS OUT; WITHOUT RISKLIM
001398* NOTHING IS HELD, AND WITHOUT TOKPRICE A NON-SOL MOVEMENT IS
001401* VALUED AT ZERO EXACTLY AS GM LEAVES IT OUT OF THE POOL'S SUM.
001404* THE RUN DATE STAMPED ON THE JOURNAL AND HOLDS IS THE RUN-
001407* CONTROL WINDOW'S, SO A RESTART AFTER MIDNIGHT KEEPS ITS DATE.
001410*****************************************************************
001420 1000-INITIALIZE.
001430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001432     ACCEPT WS-CURRENT-TIME FROM TIME
001434     IF RCP-STEP-CLEARED
001436         MOVE RCP-RUN-DATE TO WS-CURRENT-DATE
001438     END-IF
001440     OPEN INPUT COLLATERAL-TXNS
001450     OPEN I-O COLLATERAL-POSITIONS
001452     IF WS-COLLPOS-OK
001454         MOVE "Y" TO WS-COLLPOS-OPEN-SW
001456     END-IF
001460     PERFORM 1500-LOAD-PROTOCOL-TABLE
001461     OPEN INPUT RISK-LIMITS
001462     IF WS-RISK-LIMITS-OK
001463         MOVE "Y" TO WS-RISK-LIMITS-OPEN-SW
001464     ELSE
001465         DISPLAY "RISKLIM: RISK LIMITS FILE NOT STAGED, STATUS "
001466             WS-RISK-LIMITS-STATUS " -- NO TIER-DROP HOLDS"
001467     END-IF
001468     OPEN INPUT TOKEN-PRICES
001469     IF WS-TOKEN-PRICES-OK
001470         MOVE "Y" TO WS-TOKEN-PRICES-OPEN-SW
001471     ELSE
001472         DISPLAY "TOKPRICE: TOKEN PRICE FILE NOT STAGED, STATUS "
001473             WS-TOKEN-PRICES-STATUS " -- NON-SOL MOVEMENTS "
001474             "VALUED AT ZERO"
001475     END-IF
001476     OPEN I-O MOVEMENT-HOLDS
001477     IF WS-HOLD-FILE-MISSING
001478         OPEN OUTPUT MOVEMENT-HOLDS
001479         CLOSE MOVEMENT-HOLDS
001480         OPEN I-O MOVEMENT-HOLDS
001481     END-IF
001482     IF WS-HOLD-OK
001483         MOVE "Y" TO WS-HOLDS-OPEN-SW
001484     ELSE
001485         DISPLAY "COLLHOLD: HOLD QUEUE NOT AVAILABLE, STATUS "
001486             WS-HOLD-STATUS " -- TIER-DROPPING MOVEMENTS REJECT"
001487     END-IF
001488     DISPLAY "========================================="
001489     DISPLAY "  LAVARAGE COLLATERAL MOVEMENTS REGISTER"
001490     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001500     DISPLAY "========================================="
001510     .
001820         SET WS-PT-IDX TO WS-PROTOCOL-COUNT
001830         MOVE PM-PROTOCOL-NAME TO WS-PT-NAME(WS-PT-IDX)
001832         MOVE PM-STATUS        TO WS-PT-STATUS(WS-PT-IDX)
001833         MOVE ZERO TO WS-PT-COLLATERAL-SOL(WS-PT-IDX)
001835     ELSE
001840         DISPLAY "PROTMSTR: PROTOCOL TABLE FULL, "
001845             PM-PROTOCOL-NAME " NOT TABLED -- ITS "
001890* 1800-READ-TXN -- PULL THE NEXT MOVEMENT OFF THE STAGED FILE.
001900*****************************************************************
001910 1800-READ-TXN.
001911     READ COLLATERAL-TXNS
001912         AT END
001913             MOVE "Y" TO WS-TXN-EOF-SW
001914     END-READ
001915     .
001916
001917*****************************************************************
001918* 1900-POST-RELEASED-HOLDS -- SWEEP THE HOLD QUEUE BEFORE THE
001920* DAY'S MOVEMENTS.  A HOLD RELEASED BY LAVARAGE-HOLD-REL IS
001921* POSTED NOW THROUGH THE SAME EDITS AS A STAGED MOVEMENT, BUT
001922* WITHOUT THE TIER-DROP CHECK -- THE DROP WAS WHAT THE SECOND
001923* APPROVER SIGNED OFF ON.  ONE THAT NO LONGER PASSES THE EDITS
001924* (THE POSITION MOVED WHILE IT WAITED) IS MARKED FAILED WITH
001925* ITS REASON.  THE SWEEP ALSO PICKS UP THE LAST HOLD SEQUENCE
001926* ALREADY USED TODAY SO NEW HOLDS KEY AFTER IT.
001927*****************************************************************
001928 1900-POST-RELEASED-HOLDS.
001930     IF WS-HOLDS-OPEN
001931         MOVE "N" TO WS-HOLD-EOF-SW
001932         MOVE LOW-VALUES TO HD-KEY
001933         START MOVEMENT-HOLDS
001934             KEY IS NOT LESS THAN HD-KEY
001935             INVALID KEY
001936                 MOVE "Y" TO WS-HOLD-EOF-SW
001937         END-START
001938         PERFORM 1910-CHECK-ONE-HOLD UNTIL WS-HOLDS-DONE
001940     END-IF
001941     .
001942
001943 1910-CHECK-ONE-HOLD.
001944     READ MOVEMENT-HOLDS NEXT RECORD
001945         AT END
001946             MOVE "Y" TO WS-HOLD-EOF-SW
001947         NOT AT END
001948             IF HD-HOLD-DATE = WS-CURRENT-DATE
001950                AND HD-HOLD-SEQ > WS-HOLD-SEQ
001951                 MOVE HD-HOLD-SEQ TO WS-HOLD-SEQ
001952             END-IF
001953             IF HD-RELEASED
001954                 PERFORM 1920-POST-ONE-RELEASE
001955             END-IF
001956     END-READ
001957     .
001958
001960 1920-POST-ONE-RELEASE.
001961     MOVE HD-MOVEMENT TO TXN-RECORD
001962     MOVE "Y" TO WS-POSTING-RELEASE-SW
001963     PERFORM 2050-EDIT-AND-APPLY
001964     PERFORM 2900-PRINT-REGISTER-LINE
001965     MOVE WS-CURRENT-DATE TO HD-POSTED-DATE
001966     IF WS-TXN-REJECTED
001967         MOVE "X" TO HD-STATUS
001968         MOVE WS-REJECT-REASON TO HD-POST-REASON
001970         ADD 1 TO WS-RELEASES-FAILED
001971     ELSE
001972         MOVE "A" TO HD-STATUS
001973         MOVE SPACES TO HD-POST-REASON
001974         ADD 1 TO WS-RELEASES-POSTED
001975     END-IF
001976     REWRITE HD-RECORD
001977         INVALID KEY
001978             DISPLAY "COLLHOLD: **** REWRITE FAILED FOR HOLD "
001980                 HD-HOLD-DATE " " HD-HOLD-SEQ ", STATUS "
001981                 WS-HOLD-STATUS " -- MARK IT BY HAND ****"
001982             IF RETURN-CODE < 8
001983                 MOVE 8 TO RETURN-CODE
001984             END-IF
001985     END-REWRITE
001986     MOVE "N" TO WS-POSTING-RELEASE-SW
001987     .
001988*****************************************************************
001990* 2000-APPLY-ONE-TXN -- EDIT AND APPLY ONE MOVEMENT, PRINT ITS
002000* REGISTER LINE, AND ADVANCE TO THE NEXT ONE.  EVERY REJECT
002010* CARRIES A REASON SO OPS CAN CORRECT AND RESTAGE.
002020*****************************************************************
002030 2000-APPLY-ONE-TXN.
002031     ADD 1 TO WS-TXNS-READ
002032     PERFORM 2050-EDIT-AND-APPLY
002034     PERFORM 2900-PRINT-REGISTER-LINE
002035     PERFORM 1800-READ-TXN
002037     .
002038
002040*****************************************************************
002041* 2050-EDIT-AND-APPLY -- EDIT ONE MOVEMENT IN TXN-RECORD AND
002042* APPLY IT, OR HOLD IT WHEN IT WOULD DROP ITS POOL'S TIER.
002044* SHARED BY THE STAGED MOVEMENTS AND THE RELEASED HOLDS.
002045*****************************************************************
002047 2050-EDIT-AND-APPLY.
002048     MOVE "N"    TO WS-TXN-HELD-SW
002050     MOVE "N"    TO WS-TXN-REJECTED-SW
002060     MOVE SPACES TO WS-REJECT-REASON
002070     EVALUATE TRUE
002170             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
002180             MOVE "Y" TO WS-TXN-REJECTED-SW
002190     END-EVALUATE
002220     .
002230
002240*****************************************************************
002250* 2100-APPLY-DEPOSIT -- ADD TO THE WALLET'S EXISTING POSITION IN
002260* THIS PROTOCOL AND TOKEN, OR CREATE A NEW ONE.  THE PROTOCOL
002270* MUST BE ACTIVE ON THE MASTER -- A SUSPENDED OR DECOMMISSIONED
002280* POOL TAKES NO NEW COLLATERAL.
002290*****************************************************************
002300 2100-APPLY-DEPOSIT.
002310     PERFORM 2700-CHECK-PROTOCOL-KNOWN
002380             MOVE "DEPOSIT AMOUNT IS ZERO" TO WS-REJECT-REASON
002390             MOVE "Y" TO WS-TXN-REJECTED-SW
002400         WHEN OTHER
002421             PERFORM 2800-READ-POSITION
002443             IF WS-POSITION-FOUND
002465                 MOVE CP-COLLATERAL-SOL TO WS-JNL-BEFORE
002486                 ADD TXN-AMOUNT-SOL TO CP-COLLATERAL-SOL
002508                 REWRITE CP-RECORD
002530             ELSE
002545                 MOVE ZERO              TO WS-JNL-BEFORE
002560                 MOVE TXN-AMOUNT-SOL    TO CP-COLLATERAL-SOL
002570                 WRITE CP-RECORD
002573             END-IF
002576             MOVE "D"                TO WS-JNL-ACTION
002579             MOVE TXN-PROTOCOL-NAME  TO WS-JNL-PROTOCOL
002582             MOVE SPACES             TO WS-JNL-OTHER-PROTOCOL
002585             MOVE TXN-AMOUNT-SOL     TO WS-JNL-AMOUNT
002588             MOVE CP-COLLATERAL-SOL  TO WS-JNL-AFTER
002591             PERFORM 2950-JOURNAL-MOVEMENT
002594             ADD TXN-AMOUNT-SOL TO WS-DEPOSIT-TOTAL
002597             MOVE TXN-PROTOCOL-NAME  TO WS-VALUE-PROTOCOL
002600             MOVE TXN-AMOUNT-SOL     TO WS-VALUE-AMOUNT
002603             PERFORM 2660-ADD-PROTOCOL-VALUE
002606             ADD 1 TO WS-TXNS-APPLIED
002610     END-EVALUATE
002620     .
002630
002640*****************************************************************
002648* 2200-APPLY-WITHDRAWAL -- REDUCE A POSTED POSITION.  A POSITION
002656* THAT IS NOT ON FILE, OR A WITHDRAWAL THAT EXCEEDS THE POSTED
002664* COLLATERAL, REJECTS.  ONE THAT WOULD DROP THE POOL BELOW ITS
002672* CURRENT RISK-LIMITS TIER IS HELD FOR A SECOND APPROVER.
002680*****************************************************************
002690 2200-APPLY-WITHDRAWAL.
002700     PERFORM 2800-READ-POSITION
002710     EVALUATE TRUE
002738         WHEN NOT WS-POSITION-FOUND
002767             MOVE "POSITION NOT ON COLLATERAL-POSITIONS"
002796                 TO WS-REJECT-REASON
002798             MOVE "Y" TO WS-TXN-REJECTED-SW
002800         WHEN TXN-AMOUNT-SOL = 0
002860                 TO WS-REJECT-REASON
002870             MOVE "Y" TO WS-TXN-REJECTED-SW
002880         WHEN OTHER
002886             MOVE TXN-AMOUNT-SOL TO WS-VALUE-AMOUNT
002892             PERFORM 2600-CHECK-TIER-DROP
002898             IF WS-TIER-DROP
002905                 PERFORM 2650-HOLD-MOVEMENT
002911             ELSE
002917                 PERFORM 2250-POST-WITHDRAWAL
002923             END-IF
002930     END-EVALUATE
002940     .
002941
002942 2250-POST-WITHDRAWAL.
002943     MOVE CP-COLLATERAL-SOL TO WS-JNL-BEFORE
002944     SUBTRACT TXN-AMOUNT-SOL FROM CP-COLLATERAL-SOL
002945     REWRITE CP-RECORD
002946     MOVE "W"                TO WS-JNL-ACTION
002947     MOVE TXN-PROTOCOL-NAME  TO WS-JNL-PROTOCOL
002948     MOVE SPACES             TO WS-JNL-OTHER-PROTOCOL
002950     MOVE TXN-AMOUNT-SOL     TO WS-JNL-AMOUNT
002951     MOVE CP-COLLATERAL-SOL  TO WS-JNL-AFTER
002952     PERFORM 2950-JOURNAL-MOVEMENT
002953     ADD TXN-AMOUNT-SOL TO WS-WITHDRAWAL-TOTAL
002954     ADD 1 TO WS-TXNS-APPLIED
002955     MOVE TXN-PROTOCOL-NAME  TO WS-VALUE-PROTOCOL
002956     PERFORM 2670-SUBTRACT-PROTOCOL-VALUE
002957     .
002958
002960*****************************************************************
002966* 2300-APPLY-CLOSE -- DELETE ONE POSITION RECORD.  THE POSTED
002973* BALANCE GOES OUT WITH IT AND IS CARRIED IN THE CLOSED CONTROL
002980* TOTAL SO THE REGISTER STILL BALANCES.  THE WALLET'S OTHER
002986* POSITIONS ARE NOT TOUCHED.  A CLOSE TAKES THE WHOLE BALANCE
002993* OUT, SO IT IS HELD ON A TIER DROP EXACTLY LIKE A WITHDRAWAL.
003000*****************************************************************
003010 2300-APPLY-CLOSE.
003020     PERFORM 2800-READ-POSITION
003030     EVALUATE TRUE
003053         WHEN NOT WS-POSITION-FOUND
003076             MOVE "POSITION NOT ON COLLATERAL-POSITIONS"
003100                 TO WS-REJECT-REASON
003110             MOVE "Y" TO WS-TXN-REJECTED-SW
003120         WHEN OTHER
003125             MOVE CP-COLLATERAL-SOL TO WS-VALUE-AMOUNT
003130             PERFORM 2600-CHECK-TIER-DROP
003135             IF WS-TIER-DROP
003140                 PERFORM 2650-HOLD-MOVEMENT
003145             ELSE
003150                 PERFORM 2350-POST-CLOSE
003155             END-IF
003160     END-EVALUATE
003170     .
003171
003172 2350-POST-CLOSE.
003173     MOVE TXN-PROTOCOL-NAME  TO WS-VALUE-PROTOCOL
003174     MOVE CP-COLLATERAL-SOL  TO WS-VALUE-AMOUNT
003175     PERFORM 2670-SUBTRACT-PROTOCOL-VALUE
003176     ADD CP-COLLATERAL-SOL TO WS-CLOSED-OUT-TOTAL
003177     MOVE CP-COLLATERAL-SOL  TO WS-JNL-BEFORE
003178     MOVE CP-COLLATERAL-SOL  TO WS-JNL-AMOUNT
003180     DELETE COLLATERAL-POSITIONS RECORD
003181     MOVE "C"                TO WS-JNL-ACTION
003182     MOVE TXN-PROTOCOL-NAME  TO WS-JNL-PROTOCOL
003183     MOVE SPACES             TO WS-JNL-OTHER-PROTOCOL
003184     MOVE ZERO               TO WS-JNL-AFTER
003185     PERFORM 2950-JOURNAL-MOVEMENT
003186     ADD 1 TO WS-TXNS-APPLIED
003187     .
003188
003190*****************************************************************
003191* 2400-APPLY-TRANSFER -- MOVE TXN-AMOUNT-SOL OF ONE TOKEN FROM
003192* THE WALLET'S POSITION IN ONE PROTOCOL TO ITS POSITION IN
003193* ANOTHER (AN AMOUNT OF ZERO MOVES THE WHOLE POSITION).  THE
003194* FROM-SIDE MUST BE POSTED AND COVER THE AMOUNT, AND THE
003195* DESTINATION MUST BE ACTIVE ON THE MASTER -- MOVING COLLATERAL
003196* INTO A SUSPENDED OR DECOMMISSIONED POOL IS THE SAME LEAK AS
003197* DEPOSITING THERE.  A SOURCE LEFT AT ZERO IS DELETED; THE
003198* DESTINATION IS ADDED TO OR CREATED.  THE SOURCE POOL IS
003199* TIER-CHECKED LIKE A WITHDRAWAL; THE DESTINATION CAN ONLY GAIN.
003200*****************************************************************
003201 2400-APPLY-TRANSFER.
003202     PERFORM 2800-READ-POSITION
003203     PERFORM 2750-CHECK-TO-PROTOCOL-KNOWN
003204     EVALUATE TRUE
003205         WHEN NOT WS-POSITION-FOUND
003206             MOVE "POSITION NOT ON COLLATERAL-POSITIONS"
003207                 TO WS-REJECT-REASON
003208             MOVE "Y" TO WS-TXN-REJECTED-SW
003209         WHEN TXN-TO-PROTOCOL = TXN-PROTOCOL-NAME
003210             MOVE "TO-PROTOCOL SAME AS FROM-PROTOCOL"
003211                 TO WS-REJECT-REASON
003212             MOVE "Y" TO WS-TXN-REJECTED-SW
003213         WHEN NOT WS-PROTOCOL-KNOWN
003214             MOVE "TO-PROTOCOL NOT ON PROTOCOL-MASTER"
003215                 TO WS-REJECT-REASON
003216             MOVE "Y" TO WS-TXN-REJECTED-SW
003217         WHEN NOT WS-PROTOCOL-ACTIVE
003218             MOVE "TO-PROTOCOL NOT ACCEPTING COLLATERAL"
003219                 TO WS-REJECT-REASON
003220             MOVE "Y" TO WS-TXN-REJECTED-SW
003221         WHEN TXN-AMOUNT-SOL > CP-COLLATERAL-SOL
003222             MOVE "TRANSFER EXCEEDS POSTED COLLATERAL"
003223                 TO WS-REJECT-REASON
003224             MOVE "Y" TO WS-TXN-REJECTED-SW
003225         WHEN OTHER
003226             PERFORM 2440-SET-TRANSFER-AMOUNT
003227             MOVE WS-TRANSFER-AMOUNT TO WS-VALUE-AMOUNT
003228             PERFORM 2600-CHECK-TIER-DROP
003229             IF WS-TIER-DROP
003230                 PERFORM 2650-HOLD-MOVEMENT
003231             ELSE
003232                 PERFORM 2450-MOVE-TRANSFER-AMOUNT
003233             END-IF
003234     END-EVALUATE
003235     .
003236
003237 2440-SET-TRANSFER-AMOUNT.
003238     IF TXN-AMOUNT-SOL = 0
003239         MOVE CP-COLLATERAL-SOL TO WS-TRANSFER-AMOUNT
003240     ELSE
003241         MOVE TXN-AMOUNT-SOL    TO WS-TRANSFER-AMOUNT
003242     END-IF
003243     .
003244
003245 2450-MOVE-TRANSFER-AMOUNT.
003246     MOVE TXN-PROTOCOL-NAME  TO WS-VALUE-PROTOCOL
003247     MOVE WS-TRANSFER-AMOUNT TO WS-VALUE-AMOUNT
003248     PERFORM 2670-SUBTRACT-PROTOCOL-VALUE
003250     MOVE TXN-TO-PROTOCOL    TO WS-VALUE-PROTOCOL
003251     PERFORM 2660-ADD-PROTOCOL-VALUE
003252     MOVE CP-COLLATERAL-SOL TO WS-JNL-BEFORE
003253     SUBTRACT WS-TRANSFER-AMOUNT FROM CP-COLLATERAL-SOL
003254     IF CP-COLLATERAL-SOL = 0
003255         DELETE COLLATERAL-POSITIONS RECORD
003256     ELSE
003257         REWRITE CP-RECORD
003258     END-IF
003259     MOVE "O"                TO WS-JNL-ACTION
003260     MOVE TXN-PROTOCOL-NAME  TO WS-JNL-PROTOCOL
003261     MOVE TXN-TO-PROTOCOL    TO WS-JNL-OTHER-PROTOCOL
003262     MOVE WS-TRANSFER-AMOUNT TO WS-JNL-AMOUNT
003263     MOVE CP-COLLATERAL-SOL  TO WS-JNL-AFTER
003264     PERFORM 2950-JOURNAL-MOVEMENT
003265     MOVE "N" TO WS-POSITION-FOUND-SW
003266     MOVE TXN-WALLET-ID   TO CP-WALLET-ID
003267     MOVE TXN-TO-PROTOCOL TO CP-PROTOCOL-NAME
003268     MOVE WS-TXN-TOKEN    TO CP-TOKEN-CODE
003269     READ COLLATERAL-POSITIONS
003270         KEY IS CP-KEY
003271         INVALID KEY
003272             CONTINUE
003273         NOT INVALID KEY
003274             MOVE "Y" TO WS-POSITION-FOUND-SW
003275     END-READ
003276     IF WS-POSITION-FOUND
003277         MOVE CP-COLLATERAL-SOL  TO WS-JNL-BEFORE
003278         ADD WS-TRANSFER-AMOUNT TO CP-COLLATERAL-SOL
003279         REWRITE CP-RECORD
003280     ELSE
003281         MOVE ZERO               TO WS-JNL-BEFORE
003282         MOVE TXN-WALLET-ID      TO CP-WALLET-ID
003283         MOVE TXN-TO-PROTOCOL    TO CP-PROTOCOL-NAME
003284         MOVE WS-TXN-TOKEN       TO CP-TOKEN-CODE
003285         MOVE WS-TRANSFER-AMOUNT TO CP-COLLATERAL-SOL
003286         WRITE CP-RECORD
003287     END-IF
003288     MOVE "I"                TO WS-JNL-ACTION
003289     MOVE TXN-TO-PROTOCOL    TO WS-JNL-PROTOCOL
003290     MOVE TXN-PROTOCOL-NAME  TO WS-JNL-OTHER-PROTOCOL
003291     MOVE WS-TRANSFER-AMOUNT TO WS-JNL-AMOUNT
003292     MOVE CP-COLLATERAL-SOL  TO WS-JNL-AFTER
003293     PERFORM 2950-JOURNAL-MOVEMENT
003294     ADD WS-TRANSFER-AMOUNT TO WS-TRANSFER-TOTAL
003295     ADD 1 TO WS-TXNS-APPLIED
003296     .
003297
003298*****************************************************************
003299* 2600-CHECK-TIER-DROP -- VALUE THE MOVEMENT OUT (WS-VALUE-AMOUNT
003300* OF THE TRANSACTION'S TOKEN) INTO SOL-EQUIVALENT AND WALK THE
003301* POOL'S RISK-LIMITS TIERS THE WAY LAVARAGE-GM DOES, ONCE FOR
003302* THE POOL'S RUNNING COLLATERAL AND ONCE FOR WHAT WOULD BE LEFT.
003303* IF THE POOL QUALIFIES FOR A TIER NOW AND WOULD NOT QUALIFY FOR
003304* THE SAME ONE AFTERWARDS, THE MOVEMENT IS A TIER DROP.  A POOL
003305* ALREADY BELOW EVERY TIER, OR WITH NO TIERS STAGED, CANNOT DROP.
003306* A RELEASED HOLD BEING POSTED IS NOT RE-CHECKED.
003307*****************************************************************
003308 2600-CHECK-TIER-DROP.
003310     MOVE "N" TO WS-TIER-DROP-SW
003311     MOVE "N" TO WS-BEFORE-TIER-FOUND-SW
003312     MOVE "N" TO WS-AFTER-TIER-FOUND-SW
003313     MOVE ZERO TO WS-TIER-BEFORE
003314     MOVE ZERO TO WS-TIER-AFTER
003315     MOVE ZERO TO WS-TIER-BEFORE-MIN
003316     MOVE TXN-PROTOCOL-NAME TO WS-VALUE-PROTOCOL
003317     MOVE WS-TXN-TOKEN      TO WS-VALUE-TOKEN
003318     PERFORM 2610-VALUE-AMOUNT
003319     PERFORM 2690-FIND-VALUE-PROTOCOL
003320     IF WS-RISK-LIMITS-OPEN AND NOT WS-POSTING-RELEASE
003321        AND WS-VALUE-PROTOCOL-FOUND AND WS-MOVE-VALUE > 0
003322         MOVE WS-PT-COLLATERAL-SOL(WS-PT-IDX) TO WS-PROTOCOL-SOL
003323         IF WS-MOVE-VALUE > WS-PROTOCOL-SOL
003324             MOVE ZERO TO WS-PROTOCOL-SOL-AFTER
003325         ELSE
003326             COMPUTE WS-PROTOCOL-SOL-AFTER =
003327                 WS-PROTOCOL-SOL - WS-MOVE-VALUE
003328         END-IF
003329         MOVE "N" TO WS-RISK-SCAN-DONE-SW
003330         MOVE TXN-PROTOCOL-NAME TO RL-PROTOCOL-NAME
003331         MOVE 0 TO RL-COLLATERAL-TIER
003332         START RISK-LIMITS
003333             KEY IS NOT LESS THAN RL-KEY
003334             INVALID KEY
003335                 MOVE "Y" TO WS-RISK-SCAN-DONE-SW
003336         END-START
003337         PERFORM 2620-SCAN-RISK-TIER UNTIL WS-RISK-SCAN-DONE
003338         IF WS-BEFORE-TIER-FOUND
003339             IF NOT WS-AFTER-TIER-FOUND
003340                OR WS-TIER-AFTER NOT = WS-TIER-BEFORE
003341                 MOVE "Y" TO WS-TIER-DROP-SW
003342             END-IF
003343         END-IF
003344     END-IF
003345     .
003346
003347*****************************************************************
003348* 2610-VALUE-AMOUNT -- WS-VALUE-AMOUNT OF WS-VALUE-TOKEN IN SOL.
003349* NATIVE SOL COUNTS AS POSTED; AN UNPRICED TOKEN IS VALUED AT
003350* ZERO, AS IT IS LEFT OUT OF THE POOL'S SUMMED COLLATERAL.
003351*****************************************************************
003352 2610-VALUE-AMOUNT.
003353     IF WS-VALUE-TOKEN = "SOL" OR WS-VALUE-TOKEN = SPACES
003354         MOVE WS-VALUE-AMOUNT TO WS-MOVE-VALUE
003355     ELSE
003356         MOVE ZERO TO WS-MOVE-VALUE
003357         IF WS-TOKEN-PRICES-OPEN
003358             MOVE WS-VALUE-TOKEN TO TP-TOKEN-CODE
003359             READ TOKEN-PRICES
003360                 KEY IS TP-TOKEN-CODE
003361                 INVALID KEY
003362                     CONTINUE
003363                 NOT INVALID KEY
003364                     COMPUTE WS-MOVE-VALUE ROUNDED =
003365                         WS-VALUE-AMOUNT * TP-PRICE-SOL
003366             END-READ
003367         END-IF
003368     END-IF
003370     .
003371
003372*****************************************************************
003373* 2620-SCAN-RISK-TIER -- WALK THE POOL'S TIERS IN ASCENDING ORDER
003374* UNTIL ONE'S MINIMUM EXCEEDS WHAT THE POOL HOLDS NOW, KEEPING
003375* THE HIGHEST TIER MET NOW AND THE HIGHEST STILL MET AFTERWARDS.
003376*****************************************************************
003377 2620-SCAN-RISK-TIER.
003378     READ RISK-LIMITS NEXT RECORD
003379         AT END
003380             MOVE "Y" TO WS-RISK-SCAN-DONE-SW
003381     END-READ
003382     IF NOT WS-RISK-SCAN-DONE
003383         IF RL-PROTOCOL-NAME NOT = TXN-PROTOCOL-NAME
003384             MOVE "Y" TO WS-RISK-SCAN-DONE-SW
003385         ELSE
003386             IF RL-TIER-MIN-COLLATERAL > WS-PROTOCOL-SOL
003387                 MOVE "Y" TO WS-RISK-SCAN-DONE-SW
003388             ELSE
003389                 MOVE "Y" TO WS-BEFORE-TIER-FOUND-SW
003390                 MOVE RL-COLLATERAL-TIER TO WS-TIER-BEFORE
003391                 MOVE RL-TIER-MIN-COLLATERAL TO WS-TIER-BEFORE-MIN
003392                 IF RL-TIER-MIN-COLLATERAL
003393                    NOT > WS-PROTOCOL-SOL-AFTER
003394                     MOVE "Y" TO WS-AFTER-TIER-FOUND-SW
003395                     MOVE RL-COLLATERAL-TIER TO WS-TIER-AFTER
003396                 END-IF
003397             END-IF
003398         END-IF
003399     END-IF
003400     .
003401
003402*****************************************************************
003403* 2650-HOLD-MOVEMENT -- PUT THE MOVEMENT ON THE HOLD QUEUE IN
003404* PLACE OF POSTING IT.  NOTHING ON COLLPOS OR THE JOURNAL MOVES
003405* UNTIL A SECOND APPROVER RELEASES IT.  IF THE QUEUE CANNOT BE
003406* WRITTEN THE MOVEMENT REJECTS RATHER THAN POSTS.
003407*****************************************************************
003408 2650-HOLD-MOVEMENT.
003409     IF NOT WS-HOLDS-OPEN
003410         MOVE "TIER DROP -- HOLD QUEUE NOT AVAILABLE"
003411             TO WS-REJECT-REASON
003412         MOVE "Y" TO WS-TXN-REJECTED-SW
003413     ELSE
003414         ADD 1 TO WS-HOLD-SEQ
003415         MOVE SPACES                 TO HD-RECORD
003416         MOVE WS-CURRENT-DATE        TO HD-HOLD-DATE
003417         MOVE WS-HOLD-SEQ            TO HD-HOLD-SEQ
003418         MOVE WS-CURRENT-TIME        TO HD-HOLD-TIME
003419         MOVE "P"                    TO HD-STATUS
003420         MOVE TXN-RECORD             TO HD-MOVEMENT
003421         MOVE WS-MOVE-VALUE          TO HD-MOVE-VALUE-SOL
003422         MOVE WS-PROTOCOL-SOL        TO HD-PROTOCOL-SOL
003423         MOVE WS-TIER-BEFORE         TO HD-TIER-BEFORE
003424         MOVE WS-TIER-AFTER          TO HD-TIER-AFTER
003425         IF WS-AFTER-TIER-FOUND
003426             MOVE "N"                TO HD-BELOW-TIERS-SW
003427         ELSE
003428             MOVE "Y"                TO HD-BELOW-TIERS-SW
003430         END-IF
003431         MOVE WS-TIER-BEFORE-MIN     TO HD-TIER-MIN-COLLATERAL
003432         MOVE ZERO                   TO HD-DECISION-DATE
003433         MOVE ZERO                   TO HD-DECISION-TIME
003434         MOVE ZERO                   TO HD-POSTED-DATE
003435         WRITE HD-RECORD
003436             INVALID KEY
003437                 MOVE "TIER DROP -- HOLD QUEUE WRITE FAILED"
003438                     TO WS-REJECT-REASON
003439                 MOVE "Y" TO WS-TXN-REJECTED-SW
003440             NOT INVALID KEY
003441                 MOVE "Y" TO WS-TXN-HELD-SW
003442                 ADD 1 TO WS-TXNS-HELD
003443                 ADD WS-VALUE-AMOUNT TO WS-HELD-TOTAL
003444         END-WRITE
003445     END-IF
003446     .
003447
003448*****************************************************************
003449* 2660/2670 -- KEEP THE POOL'S RUNNING SOL-EQUIVALENT CURRENT AS
003450* MOVEMENTS POST, SO EACH TIER CHECK SEES THE MOVEMENTS AHEAD OF
003451* IT IN THE SAME RUN.  WS-VALUE-PROTOCOL AND WS-VALUE-AMOUNT ARE
003452* SET BY THE CALLER; THE TOKEN IS THE TRANSACTION'S.
003453*****************************************************************
003454 2660-ADD-PROTOCOL-VALUE.
003455     MOVE WS-TXN-TOKEN TO WS-VALUE-TOKEN
003456     PERFORM 2610-VALUE-AMOUNT
003457     PERFORM 2690-FIND-VALUE-PROTOCOL
003458     IF WS-VALUE-PROTOCOL-FOUND
003459         ADD WS-MOVE-VALUE TO WS-PT-COLLATERAL-SOL(WS-PT-IDX)
003460     END-IF
003461     .
003462
003463 2670-SUBTRACT-PROTOCOL-VALUE.
003464     MOVE WS-TXN-TOKEN TO WS-VALUE-TOKEN
003465     PERFORM 2610-VALUE-AMOUNT
003466     PERFORM 2690-FIND-VALUE-PROTOCOL
003467     IF WS-VALUE-PROTOCOL-FOUND
003468         IF WS-MOVE-VALUE > WS-PT-COLLATERAL-SOL(WS-PT-IDX)
003469             MOVE ZERO TO WS-PT-COLLATERAL-SOL(WS-PT-IDX)
003470         ELSE
003471             SUBTRACT WS-MOVE-VALUE
003472                 FROM WS-PT-COLLATERAL-SOL(WS-PT-IDX)
003473         END-IF
003474     END-IF
003475     .
003476
003477 2690-FIND-VALUE-PROTOCOL.
003478     MOVE "N" TO WS-VALUE-PROTOCOL-SW
003479     IF WS-PROTOCOL-COUNT > 0
003480         SET WS-PT-IDX TO 1
003481         SEARCH WS-PROTOCOL-ENTRY
003482             WHEN WS-PT-IDX > WS-PROTOCOL-COUNT
003483                 CONTINUE
003484             WHEN WS-PT-NAME(WS-PT-IDX) = WS-VALUE-PROTOCOL
003485                 MOVE "Y" TO WS-VALUE-PROTOCOL-SW
003486         END-SEARCH
003487     END-IF
003488     .
003490*****************************************************************
003500* 2700-CHECK-PROTOCOL-KNOWN -- EDIT TXN-PROTOCOL-NAME AGAINST
003510* THE TABLED PROTOCOL-MASTER LINEUP.
003770     .
003780
003790*****************************************************************
003796* 2800-READ-POSITION -- RANDOM READ OF COLLATERAL-POSITIONS BY
003802* THE TRANSACTION'S WALLET, PROTOCOL AND TOKEN.  NATIVE SOL IS
003808* KEYED AS "SOL" WHETHER THE MOVEMENT SPELLS IT OR LEAVES IT
003814* BLANK.  ON A MISS THE KEY IS LEFT IN PLACE FOR A NEW WRITE.
003820*****************************************************************
003823 2800-READ-POSITION.
003827     MOVE "N" TO WS-POSITION-FOUND-SW
003830     IF TXN-NATIVE-SOL
003834         MOVE "SOL" TO WS-TXN-TOKEN
003838     ELSE
003841         MOVE TXN-TOKEN-CODE TO WS-TXN-TOKEN
003845     END-IF
003849     MOVE TXN-WALLET-ID     TO CP-WALLET-ID
003852     MOVE TXN-PROTOCOL-NAME TO CP-PROTOCOL-NAME
003856     MOVE WS-TXN-TOKEN      TO CP-TOKEN-CODE
003860     READ COLLATERAL-POSITIONS
003870         KEY IS CP-KEY
003880         INVALID KEY
003885             MOVE TXN-WALLET-ID     TO CP-WALLET-ID
003890             MOVE TXN-PROTOCOL-NAME TO CP-PROTOCOL-NAME
003895             MOVE WS-TXN-TOKEN      TO CP-TOKEN-CODE
003900         NOT INVALID KEY
003910             MOVE "Y" TO WS-POSITION-FOUND-SW
003920     END-READ
003930     .
003940
003941*****************************************************************
003960* 2900-PRINT-REGISTER-LINE -- ONE LINE PER MOVEMENT, APPLIED OR
003966* REJECTED WITH ITS REASON, HELD WITH ITS HOLD KEY, OR POSTED
003973* OFF A RELEASED HOLD.
003980*****************************************************************
003990 2900-PRINT-REGISTER-LINE.
004000     MOVE TXN-AMOUNT-SOL TO WS-AMOUNT-DISPLAY
004010     IF WS-TXN-REJECTED
004020         ADD 1 TO WS-TXNS-REJECTED
004021         DISPLAY "  REJECTED " TXN-ACTION " " TXN-WALLET-ID
004022             " " TXN-PROTOCOL-NAME " " WS-AMOUNT-DISPLAY
004023             " -- " WS-REJECT-REASON
004024     ELSE
004025         IF WS-TXN-HELD
004026             DISPLAY "  HELD     " TXN-ACTION " " TXN-WALLET-ID
004027                 " " TXN-PROTOCOL-NAME " " WS-AMOUNT-DISPLAY
004028                 " -- HOLD " HD-HOLD-DATE "-" HD-HOLD-SEQ
004029                 " TIER " WS-TIER-BEFORE " DROP"
004030         ELSE
004031             IF WS-POSTING-RELEASE
004032                 DISPLAY "  RELEASED " TXN-ACTION " "
004033                     TXN-WALLET-ID " " TXN-PROTOCOL-NAME " "
004034                     WS-AMOUNT-DISPLAY
004035                     " -- HOLD " HD-HOLD-DATE "-" HD-HOLD-SEQ
004036             ELSE
004037                 DISPLAY "  APPLIED  " TXN-ACTION " "
004038                     TXN-WALLET-ID " " TXN-PROTOCOL-NAME " "
004039                     WS-AMOUNT-DISPLAY
004040             END-IF
004041         END-IF
004042     END-IF
004043     .
004044
004045*****************************************************************
004046* 2950-JOURNAL-MOVEMENT -- APPEND ONE APPLIED MOVEMENT (OR ONE
004047* LEG OF A TRANSFER) TO THE CUMULATIVE MOVEMENT JOURNAL WITH
004048* THE POSITION'S BALANCE BEFORE AND AFTER.  A MOVEMENT THAT
004049* CANNOT BE JOURNALED IS STILL POSTED, BUT THE STATEMENTS WILL NOT
004050* PROVE, SO THE RUN ENDS RC 8 AT LEAST.
004051*****************************************************************
004052 2950-JOURNAL-MOVEMENT.
004053     OPEN EXTEND COLLATERAL-JOURNAL
004054     IF WS-COLLJRNL-MISSING
004055         OPEN OUTPUT COLLATERAL-JOURNAL
004056     END-IF
004057     IF NOT WS-COLLJRNL-OK
004058         DISPLAY "COLLJRNL: **** JOURNAL NOT AVAILABLE, STATUS "
004059             WS-COLLJRNL-STATUS " -- " TXN-WALLET-ID " "
004060             WS-JNL-PROTOCOL " NOT JOURNALED ****"
004061         IF RETURN-CODE < 8
004062             MOVE 8 TO RETURN-CODE
004063         END-IF
004064     ELSE
004065         MOVE SPACES                TO MJ-RECORD
004066         MOVE WS-CURRENT-DATE       TO MJ-RUN-DATE
004067         MOVE WS-CURRENT-TIME       TO MJ-RUN-TIME
004068         MOVE TXN-WALLET-ID         TO MJ-WALLET-ID
004069         MOVE WS-JNL-PROTOCOL       TO MJ-PROTOCOL-NAME
004070         MOVE WS-TXN-TOKEN          TO MJ-TOKEN-CODE
004071         MOVE WS-JNL-ACTION         TO MJ-ACTION
004072         MOVE WS-JNL-AMOUNT         TO MJ-AMOUNT
004073         MOVE WS-JNL-BEFORE         TO MJ-BEFORE-BALANCE
004074         MOVE WS-JNL-AFTER          TO MJ-AFTER-BALANCE
004075         MOVE WS-JNL-OTHER-PROTOCOL TO MJ-OTHER-PROTOCOL
004076         WRITE MJ-RECORD
004077         IF WS-COLLJRNL-OK
004078             ADD 1 TO WS-JOURNAL-WRITTEN
004079         ELSE
004080             DISPLAY "COLLJRNL: **** JOURNAL WRITE FAILED, "
004081                 "STATUS "
004082                 WS-COLLJRNL-STATUS " -- " TXN-WALLET-ID " "
004083                 WS-JNL-PROTOCOL " NOT JOURNALED ****"
004084             IF RETURN-CODE < 8
004085                 MOVE 8 TO RETURN-CODE
004086             END-IF
004087         END-IF
004088         CLOSE COLLATERAL-JOURNAL
004090     END-IF
004100     .
004110
004120*****************************************************************
004130* 3000-SUM-POSITIONS -- SWEEP THE WHOLE POSITIONS FILE AND SUM
004140* EVERY POSITION'S POSTED COLLATERAL.  RUN BEFORE AND AFTER THE
004150* APPLY SO THE CONTROL TOTALS CAN PROVE MOVEMENTS IN EQUALS
004160* POSITIONS OUT.
004170*****************************************************************
004180 3000-SUM-POSITIONS.
004190     MOVE ZERO TO WS-COLLATERAL-GRAND
004192     PERFORM 3050-CLEAR-PROTOCOL-VALUE
004195         VARYING WS-PT-IDX FROM 1 BY 1
004197         UNTIL WS-PT-IDX > WS-PROTOCOL-COUNT
004200     MOVE "N"  TO WS-COLLPOS-EOF-SW
004210     MOVE LOW-VALUES TO CP-KEY
004220     START COLLATERAL-POSITIONS
004230         KEY IS NOT LESS THAN CP-KEY
004240         INVALID KEY
004250             MOVE "Y" TO WS-COLLPOS-EOF-SW
004260     END-START
004270     PERFORM 3100-SUM-ONE-POSITION UNTIL WS-COLLPOS-DONE
004272     .
004274
004276 3050-CLEAR-PROTOCOL-VALUE.
004278     MOVE ZERO TO WS-PT-COLLATERAL-SOL(WS-PT-IDX)
004280     .
004290
004300 3100-SUM-ONE-POSITION.
004340         NOT AT END
004342             IF WS-COLLPOS-OK
004350                 ADD CP-COLLATERAL-SOL TO WS-COLLATERAL-GRAND
004351                 PERFORM 3200-VALUE-ONE-POSITION
004352             ELSE
004354                 MOVE "Y" TO WS-COLLPOS-EOF-SW
004356             END-IF
004360     END-READ
004370     .
004371
004372*****************************************************************
004373* 3200-VALUE-ONE-POSITION -- ADD THE POSITION'S SOL-EQUIVALENT TO
004375* ITS POOL'S RUNNING COLLATERAL FOR THE TIER-DROP CHECK.
004376*****************************************************************
004377 3200-VALUE-ONE-POSITION.
004378     MOVE CP-PROTOCOL-NAME  TO WS-VALUE-PROTOCOL
004380     MOVE CP-TOKEN-CODE     TO WS-VALUE-TOKEN
004381     MOVE CP-COLLATERAL-SOL TO WS-VALUE-AMOUNT
004382     PERFORM 2610-VALUE-AMOUNT
004383     PERFORM 2690-FIND-VALUE-PROTOCOL
004385     IF WS-VALUE-PROTOCOL-FOUND
004386         ADD WS-MOVE-VALUE TO WS-PT-COLLATERAL-SOL(WS-PT-IDX)
004387     END-IF
004388     .
004390*****************************************************************
004400* 8000-PRINT-CONTROL-TOTALS -- THE MORNING BALANCING BLOCK.
004410* POSITIONS BEFORE PLUS DEPOSITS LESS WITHDRAWALS AND CLOSES
004460     DISPLAY "  TXNS READ:           " WS-TXNS-READ
004470     DISPLAY "  TXNS APPLIED:        " WS-TXNS-APPLIED
004480     DISPLAY "  TXNS REJECTED:       " WS-TXNS-REJECTED
004482     DISPLAY "  TXNS HELD:           " WS-TXNS-HELD
004484     DISPLAY "  RELEASED HOLDS POSTED:" WS-RELEASES-POSTED
004486     DISPLAY "  RELEASED HOLDS FAILED:" WS-RELEASES-FAILED
004488     DISPLAY "  MOVEMENTS JOURNALED: " WS-JOURNAL-WRITTEN
004490     MOVE WS-POSITIONS-BEFORE TO WS-AMOUNT-DISPLAY
004500     DISPLAY "  POSITIONS BEFORE:    " WS-AMOUNT-DISPLAY
004510     MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-DISPLAY
004540     DISPLAY "  WITHDRAWALS OUT:     " WS-AMOUNT-DISPLAY
004550     MOVE WS-CLOSED-OUT-TOTAL TO WS-AMOUNT-DISPLAY
004560     DISPLAY "  CLOSED POSITIONS OUT:" WS-AMOUNT-DISPLAY
004562     MOVE WS-TRANSFER-TOTAL TO WS-AMOUNT-DISPLAY
004564     DISPLAY "  TRANSFERRED BETWEEN: " WS-AMOUNT-DISPLAY
004566     MOVE WS-HELD-TOTAL TO WS-AMOUNT-DISPLAY
004568     DISPLAY "  HELD, NOT POSTED:    " WS-AMOUNT-DISPLAY
004570     MOVE WS-POSITIONS-AFTER TO WS-AMOUNT-DISPLAY
004580     DISPLAY "  POSITIONS AFTER:     " WS-AMOUNT-DISPLAY
004590     COMPUTE WS-EXPECTED-AFTER =
004670     END-IF
004680     DISPLAY "========================================="
004690     .
004691
004692*****************************************************************
004693* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
004694* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
004695*****************************************************************
004696 9900-END-RUN-STEP.
004697     MOVE "E"         TO RCP-FUNCTION
004698     MOVE RETURN-CODE TO RCP-CALLER-RC
004700     MOVE "COLLTXN"   TO RCP-INPUT-NAME-1
004701     MOVE WS-TXNS-READ TO RCP-INPUT-COUNT-1
004702     MOVE "COLLHOLD"  TO RCP-INPUT-NAME-2
004703     COMPUTE RCP-INPUT-COUNT-2 = WS-RELEASES-POSTED
004704         + WS-RELEASES-FAILED
004705     MOVE SPACES      TO RCP-PARMS-TEXT
004706     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
004707     .
004708
004710 9999-EXIT.
004720     EXIT.

000210* WALLET ID OR A PROTOCOL NAME FROM SYSIN AND PRINTS THE FULL
000220* PICTURE ON ONE PAGE:
000230*   - THE COLLPOS POSITION(S) WITH SOL-EQUIVALENT VALUE AT
000235*     TODAY'S TOKEN-PRICES RATE.  A WALLET INQUIRY LISTS EVERY
000240*     POSITION THE WALLET HOLDS AND THEN PRINTS THE PROTOCOL
000245*     PICTURE BELOW ONCE FOR EACH PROTOCOL IT IS POSTED TO
000250*   - THE PROTOCOL'S PM-RECORD (LEVERAGE, STATUS, EFFECTIVE
000260*     DATE) AND LAVARAGE-CONFIG SETTINGS
000270*   - THE RISK-LIMITS TIER LADDER WITH THE TIER THE SUMMED
000340* (PROTOCOL); LINE 2 IS THE WALLET ID OR PROTOCOL NAME.
000350*
000360* MODIFICATION HISTORY
000361* 2026-09-02 AJP  INITIAL VERSION.
000362* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000364*                 PROTOCOL AND TOKEN (CP-KEY).  A WALLET INQUIRY
000365*                 NOW LISTS EVERY POSITION THE WALLET HOLDS AND
000366*                 PRINTS THE PROTOCOL PICTURE FOR EACH PROTOCOL
000368*                 IT IS POSTED TO.
000369* 2026-10-15 AJP  THE TIER CALL NOW USES THE PROTOCOL'S
000370*                 COLLATERAL OFF THE PROTOCOL COLLATERAL SUMMARY
000372*                 (COLLSUM) BUILT BY LAVARAGE-COLL-SUM, WITH ITS
000373*                 BUILD STAMP, UNPRICED COUNT AND PRICE DATE
000374*                 SHOWN UNDER THE POSITION LIST.
000376* 2026-10-15 AJP  A COLLSUM SUMMARY NOT BUILT FOR THE CURRENT
000377*                 RUN-CONTROL WINDOW IS REPORTED AS STALE AND
000378*                 NOT USED, AS LAVARAGE-GM DOES.
000380*
000390
000400 ENVIRONMENT DIVISION.
000470         ASSIGN TO "COLLPOS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CP-KEY
000510         FILE STATUS IS WS-COLLPOS-STATUS.
000520     SELECT TOKEN-PRICES
000530         ASSIGN TO "TOKPRICE"
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS TP-TOKEN-CODE
000570         FILE STATUS IS WS-TOKEN-PRICES-STATUS.
000571     SELECT PROTOCOL-COLL-SUMMARY
000572         ASSIGN TO "COLLSUM"
000574         ORGANIZATION IS INDEXED
000575         ACCESS MODE IS DYNAMIC
000577         RECORD KEY IS CS-PROTOCOL-NAME
000578         FILE STATUS IS WS-COLLSUM-STATUS.
000580     SELECT PROTOCOL-MASTER
000590         ASSIGN TO "PROTMSTR"
000600         ORGANIZATION IS SEQUENTIAL
000850         ASSIGN TO "LAVEXCPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-EXCPT-STATUS.
000872     SELECT RUN-WINDOW
000874         ASSIGN TO "RUNWIN"
000876         ORGANIZATION IS SEQUENTIAL
000878         FILE STATUS IS WS-RUNWIN-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 COPY COLLPOS.
000920 COPY TOKPRICE.
000925 COPY COLLSUM.
000930 COPY PROTMSTR.
000940 COPY LAVCFG.
000950 COPY RISKLIM.
000960 COPY VIBEFEED.
000970 COPY AUDITREC.
000980 COPY EXCPTREC.
000985 COPY RUNWIN.
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-MODE-PARM           PIC X(01) VALUE SPACE.
001060 01  WS-PROTOCOL-NAME       PIC X(08).
001070 01  WS-POSITION-VALUE      PIC 9(11)V99.
001080 01  WS-COLLATERAL-SOL      PIC 9(11)V99.
001085 01  WS-WINDOW-DATE         PIC 9(08).
001090 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001100 01  WS-MIN-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
001110
001290         88  WS-COLLPOS-OK                 VALUE "00".
001300     05  WS-TOKEN-PRICES-STATUS     PIC X(02).
001310         88  WS-TOKEN-PRICES-OK            VALUE "00".
001312     05  WS-COLLSUM-STATUS          PIC X(02).
001314         88  WS-COLLSUM-OK                 VALUE "00".
001316     05  WS-RUNWIN-STATUS           PIC X(02).
001318         88  WS-RUNWIN-OK                  VALUE "00".
001320     05  WS-PM-STATUS               PIC X(02).
001330         88  WS-PM-FILE-MISSING            VALUE "35".
001340     05  WS-CFG-STATUS              PIC X(02).
001670         88  WS-BEST-TIER-FOUND            VALUE "Y".
001680
001690 01  WS-COUNTERS.
001691     05  WS-POSITIONS-LISTED        PIC 9(5) COMP VALUE 0.
001692
001693*    THE DISTINCT PROTOCOLS A WALLET INQUIRY FOUND POSITIONS IN,
001694*    IN KEY ORDER, EACH GIVEN ITS OWN PROTOCOL PICTURE.
001695 01  WS-WALLET-PROTOCOL-TABLE.
001696     05  WS-WP-COUNT                PIC 9(03) COMP VALUE 0.
001697     05  WS-WP-ENTRY OCCURS 20 TIMES
001698             INDEXED BY WS-WP-IDX.
001699         10  WS-WP-PROTOCOL-NAME    PIC X(08).
001700 01  WS-WP-SUB              PIC 9(03) COMP VALUE 0.
001701
001703*    THE PROTOCOL'S TIERS, TABLED SO THE LADDER CAN BE PRINTED
001704*    WITH ONLY THE HIGHEST MET TIER FLAGGED -- THE SAME ONE
001705*    WHOSE MAX LEVERAGE GATES THE BANNER IN THE GM RUN.
001770         WHEN WS-WALLET-MODE
001780             PERFORM 2000-RESOLVE-WALLET
001790             IF WS-WALLET-FOUND
001795                 PERFORM 2500-REPORT-ONE-WALLET-PROTOCOL
001800                     VARYING WS-WP-SUB FROM 1 BY 1
001805                     UNTIL WS-WP-SUB > WS-WP-COUNT
001810             END-IF
001820         WHEN WS-PROTOCOL-MODE
001830             MOVE WS-VALUE-PARM(1:8) TO WS-PROTOCOL-NAME
001970 1000-INITIALIZE.
001980     ACCEPT WS-MODE-PARM
001990     ACCEPT WS-VALUE-PARM
001995     PERFORM 1100-RESOLVE-WINDOW-DATE
002000     DISPLAY "========================================="
002010     DISPLAY "  LAVARAGE OPS INQUIRY -- " WS-MODE-PARM
002020         " " WS-VALUE-PARM
002040     .
002050
002060*****************************************************************
002061* 1100-RESOLVE-WINDOW-DATE -- THE DATE OF THE CURRENT RUN-CONTROL
002062* WINDOW, WHICH IS THE DATE LAVARAGE-COLL-SUM STAMPS ITS BUILD
002064* WITH.  WITH NO WINDOW ON FILE IT IS TODAY.
002065*****************************************************************
002066 1100-RESOLVE-WINDOW-DATE.
002068     ACCEPT WS-WINDOW-DATE FROM DATE YYYYMMDD
002069     OPEN INPUT RUN-WINDOW
002070     IF WS-RUNWIN-OK
002072         READ RUN-WINDOW
002073             NOT AT END
002075                 MOVE RW-RUN-DATE TO WS-WINDOW-DATE
002076         END-READ
002077         CLOSE RUN-WINDOW
002079     END-IF
002080     .
002081
002083*****************************************************************
002084* 2000-RESOLVE-WALLET -- EVERY POSITION THE WALLET HOLDS, READ
002085* BY GENERIC KEY ON THE WALLET ID.  EACH LINE IS VALUED AT
002087* TODAY'S RATE, AND EACH PROTOCOL THE WALLET IS POSTED TO IS
002088* TABLED TO DRIVE ITS PROTOCOL PICTURE.
002090*****************************************************************
002100 2000-RESOLVE-WALLET.
002110     MOVE "N" TO WS-WALLET-FOUND-SW
002120     MOVE WS-VALUE-PARM TO WS-WALLET-ID
002122     MOVE 0 TO WS-WP-COUNT
002125     MOVE ZERO TO WS-COLLATERAL-SOL
002127     MOVE "N" TO WS-COLLPOS-EOF-SW
002130     OPEN INPUT COLLATERAL-POSITIONS
002140     IF NOT WS-COLLPOS-OK
002150         DISPLAY "  COLLPOS NOT AVAILABLE, STATUS "
002160             WS-COLLPOS-STATUS
002170         MOVE 8 TO RETURN-CODE
002180     ELSE
002181         MOVE "N" TO WS-TOKEN-PRICES-OPEN-SW
002182         OPEN INPUT TOKEN-PRICES
002183         IF WS-TOKEN-PRICES-OK
002185             MOVE "Y" TO WS-TOKEN-PRICES-OPEN-SW
002186         END-IF
002187         DISPLAY " "
002188         DISPLAY "  POSITIONS FOR WALLET " WS-WALLET-ID
002190         MOVE WS-WALLET-ID TO CP-WALLET-ID
002196         MOVE LOW-VALUES   TO CP-PROTOCOL-NAME
002202         MOVE LOW-VALUES   TO CP-TOKEN-CODE
002208         START COLLATERAL-POSITIONS
002214             KEY IS NOT LESS THAN CP-KEY
002220             INVALID KEY
002221                 MOVE "Y" TO WS-COLLPOS-EOF-SW
002223         END-START
002224         PERFORM 3200-READ-POSITION
002226         PERFORM 2100-LIST-ONE-WALLET-POSITION
002227             UNTIL WS-COLLPOS-DONE
002229         CLOSE COLLATERAL-POSITIONS
002230         IF WS-TOKEN-PRICES-OPEN
002232             CLOSE TOKEN-PRICES
002234         END-IF
002235         IF WS-WALLET-FOUND
002237             MOVE WS-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
002238             DISPLAY "    WALLET TOTAL " WS-AMOUNT-DISPLAY
002240                 " SOL IN " WS-WP-COUNT " PROTOCOL(S)"
002241         ELSE
002243             DISPLAY "  WALLET " WS-WALLET-ID
002245                 " NOT ON COLLATERAL-POSITIONS"
002246             MOVE 4 TO RETURN-CODE
002248         END-IF
002249     END-IF
002251     .
002252
002254 2100-LIST-ONE-WALLET-POSITION.
002255     IF CP-WALLET-ID NOT = WS-WALLET-ID
002257         MOVE "Y" TO WS-COLLPOS-EOF-SW
002259     ELSE
002260         MOVE "Y" TO WS-WALLET-FOUND-SW
002262         PERFORM 3400-VALUE-ONE-POSITION
002263         ADD WS-POSITION-VALUE TO WS-COLLATERAL-SOL
002265         MOVE WS-POSITION-VALUE TO WS-AMOUNT-DISPLAY
002266         DISPLAY "    " CP-PROTOCOL-NAME " " CP-TOKEN-CODE
002268             " " WS-AMOUNT-DISPLAY " SOL"
002270         PERFORM 2200-TABLE-WALLET-PROTOCOL
002271         PERFORM 3200-READ-POSITION
002273     END-IF
002274     .
002276
002277 2200-TABLE-WALLET-PROTOCOL.
002279     IF WS-WP-COUNT = 0
002280        OR WS-WP-PROTOCOL-NAME(WS-WP-COUNT)
002282           NOT = CP-PROTOCOL-NAME
002284         IF WS-WP-COUNT < 20
002285             ADD 1 TO WS-WP-COUNT
002287             SET WS-WP-IDX TO WS-WP-COUNT
002288             MOVE CP-PROTOCOL-NAME
002290                 TO WS-WP-PROTOCOL-NAME(WS-WP-IDX)
002291         ELSE
002293             DISPLAY "    PROTOCOL TABLE FULL, NO PICTURE FOR "
002295                 CP-PROTOCOL-NAME
002296         END-IF
002298     END-IF
002299     .
002301
002302*****************************************************************
002304* 2500-REPORT-ONE-WALLET-PROTOCOL -- THE PROTOCOL PICTURE FOR
002305* ONE OF THE PROTOCOLS THE WALLET IS POSTED TO.
002307*****************************************************************
002309 2500-REPORT-ONE-WALLET-PROTOCOL.
002310     SET WS-WP-IDX TO WS-WP-SUB
002312     MOVE WS-WP-PROTOCOL-NAME(WS-WP-IDX) TO WS-PROTOCOL-NAME
002313     DISPLAY " "
002315     DISPLAY "-----------------------------------------"
002316     DISPLAY "  PROTOCOL " WS-PROTOCOL-NAME
002318     PERFORM 3000-REPORT-PROTOCOL-PICTURE
002320     .
002330
002340*****************************************************************
002480*****************************************************************
002490* 3100-LIST-POSITIONS -- EVERY POSITION POSTED AGAINST THE
002500* PROTOCOL, VALUED AT TODAY'S RATE.  IN WALLET MODE THE NAMED
002506* WALLET'S LINES ARE POINTED OUT; THE SUMMARY FIGURE THAT THE
002513* TIER CALL USES IS SHOWN UNDER THE LIST.
002520*****************************************************************
002530 3100-LIST-POSITIONS.
002540     DISPLAY " "
002690         DISPLAY "    COLLPOS NOT AVAILABLE, STATUS "
002700             WS-COLLPOS-STATUS
002710     ELSE
002720         MOVE LOW-VALUES TO CP-KEY
002730         START COLLATERAL-POSITIONS
002740             KEY IS NOT LESS THAN CP-KEY
002750             INVALID KEY
002760                 MOVE "Y" TO WS-COLLPOS-EOF-SW
002770         END-START
002870     ELSE
002880         MOVE WS-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
002890         DISPLAY "    TOTAL " WS-AMOUNT-DISPLAY
002900             " SOL OVER " WS-POSITIONS-LISTED " POSITIONS"
002910     END-IF
002915     PERFORM 3500-READ-COLLATERAL-SUMMARY
002920     .
002930
002940 3200-READ-POSITION.
003310                 INVALID KEY
003320                     CONTINUE
003330                 NOT INVALID KEY
003331                     COMPUTE WS-POSITION-VALUE ROUNDED =
003332                         CP-COLLATERAL-SOL * TP-PRICE-SOL
003333             END-READ
003334         END-IF
003335     END-IF
003336     .
003337
003338*****************************************************************
003339* 3500-READ-COLLATERAL-SUMMARY -- THE TIER CALL USES THE
003340* PROTOCOL'S FIGURE OFF THE SUMMARY LAVARAGE-COLL-SUM BUILT FOR
003341* THE WINDOW, THE SAME ONE THE GM RUN QUALIFIED AGAINST.  THE
003342* LISTED TOTAL STANDS IN ONLY WHEN NO SUMMARY IS AVAILABLE.  A
003343* SUMMARY BUILT FOR AN EARLIER WINDOW IS STALE AND COUNTS AS NONE.
003344*****************************************************************
003345 3500-READ-COLLATERAL-SUMMARY.
003347     OPEN INPUT PROTOCOL-COLL-SUMMARY
003348     IF NOT WS-COLLSUM-OK
003349         DISPLAY "    COLLSUM NOT AVAILABLE, TIER CALL USES THE "
003350             "LISTED TOTAL"
003351     ELSE
003352         MOVE WS-PROTOCOL-NAME TO CS-PROTOCOL-NAME
003353         READ PROTOCOL-COLL-SUMMARY
003354             KEY IS CS-PROTOCOL-NAME
003355             INVALID KEY
003356                 DISPLAY "    NO COLLSUM RECORD, TIER CALL USES "
003357                     "THE LISTED TOTAL"
003358             NOT INVALID KEY
003359                 PERFORM 3600-TAKE-SUMMARY-RECORD
003360         END-READ
003361         CLOSE PROTOCOL-COLL-SUMMARY
003362     END-IF
003364     .
003365
003366 3600-TAKE-SUMMARY-RECORD.
003367     IF CS-BUILD-DATE NOT = WS-WINDOW-DATE
003368         DISPLAY "    COLLSUM BUILT " CS-BUILD-DATE
003369             " IS STALE, TIER CALL USES THE LISTED TOTAL"
003370     ELSE
003371         MOVE CS-COLLATERAL-SOL TO WS-COLLATERAL-SOL
003372         MOVE CS-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
003373         DISPLAY "    SUMMARY " WS-AMOUNT-DISPLAY
003374             " SOL  BUILT " CS-BUILD-DATE
003375             " " CS-BUILD-TIME
003376         DISPLAY "    UNPRICED POSITIONS "
003377             CS-UNPRICED-COUNT
003378             "  PRICE DATE " CS-PRICE-DATE
003380     END-IF
003390     .
003400

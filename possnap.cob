000150 DATE-COMPILED.
000160*
000170* LAVARAGE DAILY POSITION SNAPSHOT
000180* RUNS RIGHT AFTER LAVARAGE-COLL-UPD AND APPENDS EVERY WALLET
000190* POSITION (WALLET, PROTOCOL, TOKEN, POSTED AMOUNT, RUN DATE
000200* AND THE SOL-EQUIVALENT VALUE AT THAT DAY'S TOKEN-PRICES RATE)
000210* TO THE CUMULATIVE POSITION-HISTORY FILE -- SO ONCE THE APPLY
000250*
000260* A RERUN GUARD SWEEPS THE HISTORY FIRST: IF THE RUN DATE IS
000270* ALREADY SNAPPED THE JOB REFUSES WITH RETURN CODE 8 RATHER
000273* THAN DOUBLING THE DAY IN THE CUMULATIVE TRAIL.  A DATE LEFT
000276* PART-SNAPPED BY A FAILED RUN IS FINISHED BY RESUBMITTING WITH
000280* RESUME ON THE SECOND SYSIN LINE: THE POSITIONS ARE SNAPPED IN
000283* KEY ORDER, SO THE RUN STARTS AFTER THE LAST POSITION ALREADY
000286* ON THE HISTORY FOR THE DATE AND SNAPS ONLY THE REST.  A
000290* WHOSE TOKEN HAS NO USABLE PRICE IS STILL SNAPPED -- WITH A
000300* ZERO SOL VALUE AND A WARNING -- BECAUSE THE HISTORY EXISTS
000310* TO ANSWER "WHAT WAS POSTED", NOT ONLY "WHAT WAS IT WORTH".
000320*
000330* THE RUN DATE IS READ FROM SYSIN AS YYYYMMDD; AN EMPTY OR
000336* NON-NUMERIC PARM DEFAULTS TO TODAY.  SYSIN LINE 2 IS BLANK,
000343* OR RESUME AS ABOVE.
000350*
000351* MODIFICATION HISTORY
000352* 2026-09-02 AJP  INITIAL VERSION.
000354* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000355*                 PROTOCOL AND TOKEN (CP-KEY).  ONE WALLET MAY
000356*                 NOW SNAP SEVERAL POSITIONS, ONE HISTORY RECORD
000358*                 EACH.
000359* 2026-10-15 AJP  EVERY POSHIST RECORD WRITTEN IS NOW POSTED TO
000360*                 THE DAY'S JOURNAL CONTROL TOTALS THROUGH
000362*                 LAVARAGE-JRNL-CTL.
000363* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000365*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000366*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000367*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000369*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000370*                 WHEN ITS PREDECESSOR IS NOT.
000371* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000373*                 DATE IS USED, SO A RESTART AFTER MIDNIGHT
000374*                 STAYS ON THE WINDOW.  A FAILED JOURNAL-CONTROL
000375*                 POSTING RAISES THE RETURN CODE.
000377* 2026-10-15 AJP  RESUME ON SYSIN LINE 2 FINISHES A DATE LEFT
000378*                 PART-SNAPPED BY A FAILED RUN.
000380*
000390
000400 ENVIRONMENT DIVISION.
000470         ASSIGN TO "COLLPOS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS CP-KEY
000510         FILE STATUS IS WS-COLLPOS-STATUS.
000520     SELECT TOKEN-PRICES
000530         ASSIGN TO "TOKPRICE"
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-RUN-DATE-PARM       PIC X(08) VALUE SPACES.
000701 01  WS-MODE-PARM           PIC X(08) VALUE SPACES.
000702     88  WS-RESUME-MODE                VALUE "RESUME".
000704 01  WS-LAST-SNAPPED-KEY.
000705     05  WS-LAST-WALLET-ID          PIC X(20) VALUE SPACES.
000707     05  WS-LAST-PROTOCOL-NAME      PIC X(08) VALUE SPACES.
000708     05  WS-LAST-TOKEN-CODE         PIC X(08) VALUE SPACES.
000710 01  WS-RUN-DATE            PIC 9(08).
000720 01  WS-SOL-VALUE           PIC 9(11)V99.
000730 01  WS-SNAP-TOTAL          PIC 9(11)V99 VALUE 0.
000960     05  WS-POSITIONS-READ          PIC 9(5) COMP VALUE 0.
000970     05  WS-POSITIONS-SNAPPED       PIC 9(5) COMP VALUE 0.
000980     05  WS-UNPRICED-COUNT          PIC 9(5) COMP VALUE 0.
000985     05  WS-ALREADY-ON-HISTORY      PIC 9(5) COMP VALUE 0.
000990
000993 COPY JRNLPARM.
000996 COPY RUNPARM.
001000 PROCEDURE DIVISION.
001010 MAIN-PROGRAM.
001014     PERFORM 0100-START-RUN-STEP
001018     IF RCP-STEP-CLEARED
001023         PERFORM 1000-INITIALIZE
001027         PERFORM 2000-CHECK-ALREADY-SNAPPED
001031         IF WS-ALREADY-SNAPPED
001036            AND NOT WS-RESUME-MODE
001040             DISPLAY "POSHIST: **** RUN DATE ALREADY SNAPPED, "
001044                 "REFUSING TO DOUBLE THE HISTORY ****"
001049             DISPLAY "POSHIST: **** TO FINISH A PART-SNAPPED "
001053                 "DATE, RESUBMIT WITH RESUME ON SYSIN LINE 2 ****"
001057             MOVE 8 TO RETURN-CODE
001062         ELSE
001066             IF WS-ALREADY-SNAPPED
001070                 DISPLAY "POSHIST: RESUMING AFTER "
001075                     WS-LAST-WALLET-ID " " WS-LAST-PROTOCOL-NAME
001079                     " " WS-LAST-TOKEN-CODE ", "
001083                     WS-ALREADY-ON-HISTORY " ALREADY SNAPPED"
001088             END-IF
001092             PERFORM 3000-SNAPSHOT-POSITIONS
001096             PERFORM 8000-PRINT-TOTALS
001101         END-IF
001105         PERFORM 9900-END-RUN-STEP
001110     END-IF
001120     PERFORM 9999-EXIT
001130     STOP RUN.
001140
001141*****************************************************************
001142* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001144* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001145* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001146* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001148*****************************************************************
001149 0100-START-RUN-STEP.
001150     MOVE "S"        TO RCP-FUNCTION
001152     MOVE "POS-SNAP" TO RCP-STEP-NAME
001153     MOVE ZERO       TO RCP-CALLER-RC
001154     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001156     .
001157
001158*****************************************************************
001160* 1000-INITIALIZE -- RESOLVE THE RUN DATE AND PRINT THE HEADER.
001163* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
001166* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
001170*****************************************************************
001180 1000-INITIALIZE.
001190     ACCEPT WS-RUN-DATE-PARM
001220         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001230     ELSE
001240         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001242         IF RCP-STEP-CLEARED
001245             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001247         END-IF
001250     END-IF
001255     ACCEPT WS-MODE-PARM
001260     DISPLAY "========================================="
001270     DISPLAY "  LAVARAGE POSITION SNAPSHOT -- " WS-RUN-DATE
001280     DISPLAY "========================================="
001300
001310*****************************************************************
001320* 2000-CHECK-ALREADY-SNAPPED -- SWEEP THE CUMULATIVE HISTORY
001327* FOR RECORDS ALREADY CARRYING THE RUN DATE, KEEPING THE LAST
001335* ONE'S POSITION FOR A RESUME.  A MISSING HISTORY FILE JUST
001342* MEANS THIS IS THE FIRST SNAPSHOT.
001350*****************************************************************
001360 2000-CHECK-ALREADY-SNAPPED.
001370     OPEN INPUT POSITION-HISTORY
001540 2200-CHECK-ONE-HISTORY.
001550     IF PH-RUN-DATE = WS-RUN-DATE
001560         MOVE "Y" TO WS-ALREADY-SNAPPED-SW
001568         ADD 1 TO WS-ALREADY-ON-HISTORY
001576         MOVE PH-WALLET-ID     TO WS-LAST-WALLET-ID
001584         MOVE PH-PROTOCOL-NAME TO WS-LAST-PROTOCOL-NAME
001592         MOVE PH-TOKEN-CODE    TO WS-LAST-TOKEN-CODE
001600     END-IF
001605     PERFORM 2100-READ-HISTORY
001610     .
001620
001630*****************************************************************
001640* 3000-SNAPSHOT-POSITIONS -- SWEEP EVERY POSITION, VALUE IT AT
001646* THE STAGED RATE AND APPEND IT TO THE HISTORY.  A RESUME
001653* STARTS AFTER THE LAST POSITION ALREADY SNAPPED FOR THE DATE.
001660*****************************************************************
001670 3000-SNAPSHOT-POSITIONS.
001680     MOVE "N" TO WS-TOKEN-PRICES-OPEN-SW
001840         IF WS-POSHIST-MISSING
001850             OPEN OUTPUT POSITION-HISTORY
001860         END-IF
001862         IF WS-ALREADY-SNAPPED
001865             PERFORM 3050-START-AFTER-LAST-SNAPPED
001868         END-IF
001871         IF NOT WS-COLLPOS-DONE
001874             PERFORM 3100-READ-POSITION
001877         END-IF
001880         PERFORM 3200-SNAP-ONE-POSITION UNTIL WS-COLLPOS-DONE
001890         CLOSE POSITION-HISTORY
001900         CLOSE COLLATERAL-POSITIONS
001920     IF WS-TOKEN-PRICES-OPEN
001930         CLOSE TOKEN-PRICES
001940     END-IF
001941     .
001942
001943 3050-START-AFTER-LAST-SNAPPED.
001944     MOVE WS-LAST-SNAPPED-KEY TO CP-KEY
001945     START COLLATERAL-POSITIONS
001946         KEY IS GREATER THAN CP-KEY
001947         INVALID KEY
001948             MOVE "Y" TO WS-COLLPOS-EOF-SW
001949     END-START
001950     .
001960
001970 3100-READ-POSITION.
002150     MOVE CP-COLLATERAL-SOL  TO PH-COLLATERAL-AMOUNT
002160     MOVE WS-SOL-VALUE       TO PH-SOL-VALUE
002170     WRITE PH-RECORD
002171     MOVE "POSHIST"             TO JCP-JOURNAL-NAME
002172     MOVE PH-RUN-DATE           TO JCP-RECORD-DATE
002173     MOVE PH-RECORD             TO JCP-RECORD-DATA
002175     MOVE PH-COLLATERAL-AMOUNT  TO JCP-HASH-COLLATERAL
002176     MOVE ZERO                  TO JCP-HASH-LEVERAGE
002177     MOVE ZERO                  TO JCP-HASH-FEE
002178     PERFORM 3250-POST-JOURNAL-CONTROL
002180     ADD 1 TO WS-POSITIONS-SNAPPED
002190     ADD WS-SOL-VALUE TO WS-SNAP-TOTAL
002191     PERFORM 3100-READ-POSITION
002192     .
002194
002195*****************************************************************
002196* 3250-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED ONTO
002198* THE JOURNAL'S CONTROL TOTALS FOR THE DAY.
002199*****************************************************************
002200 3250-POST-JOURNAL-CONTROL.
002202     MOVE "P"         TO JCP-FUNCTION
002203     MOVE RETURN-CODE TO JCP-CALLER-RC
002204     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
002206     IF JCP-RETURN-CODE > RETURN-CODE
002207         MOVE JCP-RETURN-CODE TO RETURN-CODE
002208     END-IF
002210     .
002220
002230*****************************************************************
002570     DISPLAY "  POSITIONS READ:      " WS-POSITIONS-READ
002580     DISPLAY "  POSITIONS SNAPPED:   " WS-POSITIONS-SNAPPED
002590     DISPLAY "  UNPRICED POSITIONS:  " WS-UNPRICED-COUNT
002592     IF WS-ALREADY-SNAPPED
002594         DISPLAY "  SNAPPED BEFORE THE RESUME: "
002596             WS-ALREADY-ON-HISTORY
002598     END-IF
002600     MOVE WS-SNAP-TOTAL TO WS-AMOUNT-DISPLAY
002610     DISPLAY "  SNAPPED SOL VALUE:   " WS-AMOUNT-DISPLAY
002620     DISPLAY "========================================="
002630     .
002631
002632*****************************************************************
002633* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
002634* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
002635*****************************************************************
002636 9900-END-RUN-STEP.
002637     MOVE "E"         TO RCP-FUNCTION
002638     MOVE RETURN-CODE TO RCP-CALLER-RC
002639     MOVE "COLLPOS"   TO RCP-INPUT-NAME-1
002640     MOVE WS-POSITIONS-READ TO RCP-INPUT-COUNT-1
002641     MOVE SPACES      TO RCP-INPUT-NAME-2
002642     MOVE ZERO        TO RCP-INPUT-COUNT-2
002643     MOVE SPACES      TO RCP-PARMS-TEXT
002644     STRING WS-RUN-DATE-PARM " " WS-MODE-PARM
002645         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
002646     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
002647     .
002648
002650 9999-EXIT.
002660     EXIT.

000330* REFUSES TO ACCRUE THE SAME DATE TWICE (RETURN CODE 8) SO A
000340* RESUBMITTED NIGHT CANNOT DOUBLE-BILL.  A PROTOCOL WITH NO
000350* FEE SCHEDULE RECORD ACCRUES NOTHING AND IS FLAGGED.
000351* A DATE LEFT PART-ACCRUED BY A FAILED RUN IS FINISHED BY
000352* RESUBMITTING WITH RESUME ON THE SECOND SYSIN LINE: PROTOCOLS
000354* ARE ACCRUED IN PROTMSTR ORDER AND THEIR POSITIONS IN KEY
000355* ORDER, SO THE RUN PASSES OVER EVERY PROTOCOL BEFORE THE LAST
000357* ONE ON THE JOURNAL FOR THE DATE, AND OVER THAT PROTOCOL'S
000358* POSITIONS UP TO THE LAST ONE ACCRUED.
000360*
000370* THE ACCRUAL DATE IS READ FROM SYSIN AS YYYYMMDD; AN EMPTY
000376* OR NON-NUMERIC PARM DEFAULTS TO TODAY.  SYSIN LINE 2 IS
000383* BLANK, OR RESUME AS ABOVE.
000390*
000391* MODIFICATION HISTORY
000392* 2026-09-02 AJP  INITIAL VERSION.
000393* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000395*                 PROTOCOL AND TOKEN (CP-KEY).  EACH POSITION
000396*                 STILL ACCRUES ITS OWN JOURNAL RECORD, SO A
000397*                 WALLET POSTED TO SEVERAL POOLS IS BILLED PER
000399*                 POOL.
000400* 2026-10-15 AJP  EVERY FEEJRNL RECORD WRITTEN IS NOW POSTED TO
000401*                 THE DAY'S JOURNAL CONTROL TOTALS THROUGH
000403*                 LAVARAGE-JRNL-CTL.
000404* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000405*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000406*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000408*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000409*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000410*                 WHEN ITS PREDECESSOR IS NOT.
000412* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000413*                 DATE IS USED, SO A RESTART AFTER MIDNIGHT
000414*                 STAYS ON THE WINDOW.  A FAILED JOURNAL-CONTROL
000416*                 POSTING RAISES THE RETURN CODE.
000417* 2026-10-15 AJP  RESUME ON SYSIN LINE 2 FINISHES A DATE LEFT
000418*                 PART-ACCRUED BY A FAILED RUN.
000420*
000430
000440 ENVIRONMENT DIVISION.
000670         ASSIGN TO "COLLPOS"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS CP-KEY
000710         FILE STATUS IS WS-COLLPOS-STATUS.
000720     SELECT TOKEN-PRICES
000730         ASSIGN TO "TOKPRICE"
000920 WORKING-STORAGE SECTION.
000930 01  WS-RUN-DATE-PARM       PIC X(08) VALUE SPACES.
000940 01  WS-RUN-DATE            PIC 9(08).
000941 01  WS-MODE-PARM           PIC X(08) VALUE SPACES.
000942     88  WS-RESUME-MODE                VALUE "RESUME".
000944 01  WS-LAST-ACCRUED-KEY.
000945     05  WS-LAST-WALLET-ID          PIC X(20) VALUE SPACES.
000947     05  WS-LAST-PROTOCOL-NAME      PIC X(08) VALUE SPACES.
000948     05  WS-LAST-TOKEN-CODE         PIC X(08) VALUE SPACES.
000950 01  WS-CURRENT-TIME        PIC 9(08).
000960 01  WS-PROTOCOL-NAME       PIC X(08).
000970 01  WS-LEVERAGE            PIC 9(03).
001410         88  WS-TOKEN-PRICES-OPEN          VALUE "Y".
001420     05  WS-FEESCHED-OPEN-SW        PIC X(01) VALUE "N".
001430         88  WS-FEESCHED-OPEN              VALUE "Y".
001431     05  WS-RESUMING-SW             PIC X(01) VALUE "N".
001432         88  WS-RESUMING                   VALUE "Y".
001434     05  WS-SKIP-PROTOCOL-SW        PIC X(01) VALUE "N".
001435         88  WS-SKIP-PROTOCOL              VALUE "Y".
001437     05  WS-RESUME-PROTOCOL-SW      PIC X(01) VALUE "N".
001438         88  WS-RESUME-PROTOCOL            VALUE "Y".
001440
001450 01  WS-COUNTERS.
001460     05  WS-UNPRICED-COUNT          PIC 9(5) COMP VALUE 0.
001470     05  WS-NO-SCHEDULE-COUNT       PIC 9(5) COMP VALUE 0.
001475     05  WS-ALREADY-ON-JOURNAL      PIC 9(5) COMP VALUE 0.
001480
001483 COPY JRNLPARM.
001486 COPY RUNPARM.
001490 PROCEDURE DIVISION.
001500 MAIN-PROGRAM.
001511     PERFORM 0100-START-RUN-STEP
001523     IF RCP-STEP-CLEARED
001535         PERFORM 1000-INITIALIZE
001546         PERFORM 1200-CHECK-ALREADY-ACCRUED
001558         IF WS-ALREADY-ACCRUED
001570            AND NOT WS-RESUME-MODE
001581             DISPLAY "FEEJRNL: **** ACCRUAL DATE ALREADY ON THE "
001593                 "JOURNAL, REFUSING TO DOUBLE-BILL ****"
001605             DISPLAY "FEEJRNL: **** TO FINISH A PART-ACCRUED "
001616                 "DATE, RESUBMIT WITH RESUME ON SYSIN LINE 2 ****"
001628             MOVE 8 TO RETURN-CODE
001640         ELSE
001642             IF WS-ALREADY-ACCRUED
001645                 MOVE "Y" TO WS-RESUMING-SW
001648                 DISPLAY "FEEJRNL: RESUMING AFTER "
001650                     WS-LAST-PROTOCOL-NAME " " WS-LAST-WALLET-ID
001653                     " " WS-LAST-TOKEN-CODE ", "
001656                     WS-ALREADY-ON-JOURNAL " ALREADY ACCRUED"
001659             END-IF
001661             PERFORM 1500-OPEN-REFERENCE-FILES
001664             OPEN INPUT PROTOCOL-MASTER
001667             IF WS-PM-FILE-MISSING
001670                 DISPLAY "PROTMSTR: PROTOCOL MASTER NOT STAGED "
001672                     "-- NOTHING TO ACCRUE"
001675                 MOVE 12 TO RETURN-CODE
001678             ELSE
001680                 PERFORM 1600-READ-PROTOCOL-MASTER
001683                 PERFORM 2000-ACCRUE-ONE-PROTOCOL
001686                     UNTIL WS-PROTOCOL-MASTER-DONE
001689                 CLOSE PROTOCOL-MASTER
001691                 PERFORM 8000-PRINT-GRAND-TOTALS
001694             END-IF
001697             PERFORM 1900-CLOSE-REFERENCE-FILES
001700         END-IF
001710         PERFORM 9900-END-RUN-STEP
001720     END-IF
001730     PERFORM 9999-EXIT
001740     STOP RUN.
001750
001751*****************************************************************
001752* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001754* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001755* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001756* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001758*****************************************************************
001759 0100-START-RUN-STEP.
001760     MOVE "S"        TO RCP-FUNCTION
001762     MOVE "FEE-ACCR" TO RCP-STEP-NAME
001763     MOVE ZERO       TO RCP-CALLER-RC
001764     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001766     .
001767
001768*****************************************************************
001770* 1000-INITIALIZE -- RESOLVE THE ACCRUAL DATE AND PRINT THE
001780* BILLING REGISTER HEADER.
001783* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
001786* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
001790*****************************************************************
001800 1000-INITIALIZE.
001810     ACCEPT WS-RUN-DATE-PARM
001840         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001850     ELSE
001860         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001862         IF RCP-STEP-CLEARED
001865             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001867         END-IF
001870     END-IF
001875     ACCEPT WS-MODE-PARM
001880     ACCEPT WS-CURRENT-TIME FROM TIME
001890     DISPLAY "========================================="
001900     DISPLAY "  LAVARAGE BORROW FEE ACCRUAL -- " WS-RUN-DATE
001920     .
001930
001940*****************************************************************
001947* 1200-CHECK-ALREADY-ACCRUED -- SWEEP THE JOURNAL FOR RECORDS
001955* ALREADY CARRYING THE ACCRUAL DATE, KEEPING THE LAST ONE'S
001962* PROTOCOL AND POSITION FOR A RESUME.  A MISSING JOURNAL JUST
001970* MEANS THIS IS THE FIRST ACCRUAL NIGHT.
001980*****************************************************************
001990 1200-CHECK-ALREADY-ACCRUED.
002170 1400-CHECK-ONE-JOURNAL.
002180     IF FJ-RUN-DATE = WS-RUN-DATE
002190         MOVE "Y" TO WS-ALREADY-ACCRUED-SW
002198         ADD 1 TO WS-ALREADY-ON-JOURNAL
002206         MOVE FJ-WALLET-ID     TO WS-LAST-WALLET-ID
002214         MOVE FJ-PROTOCOL-NAME TO WS-LAST-PROTOCOL-NAME
002222         MOVE FJ-TOKEN-CODE    TO WS-LAST-TOKEN-CODE
002230     END-IF
002235     PERFORM 1300-READ-JOURNAL
002240     .
002250
002260*****************************************************************
002650* LEVERAGE AND DAILY RATE, THEN SWEEP ITS WALLETS.  ONLY
002660* ACTIVE PROTOCOLS ACCRUE -- A SUSPENDED OR DECOMMISSIONED
002670* POOL IS NOT CHARGING ITS WALLETS.
002673* ON A RESUME THE PROTOCOLS BEFORE THE LAST ONE ACCRUED ARE
002676* PASSED OVER.
002680*****************************************************************
002690 2000-ACCRUE-ONE-PROTOCOL.
002695     PERFORM 2050-CHECK-RESUME-PROTOCOL
002700     IF PM-ACTIVE
002705        AND NOT WS-SKIP-PROTOCOL
002710         MOVE PM-PROTOCOL-NAME TO WS-PROTOCOL-NAME
002720         MOVE PM-LEVERAGE      TO WS-LEVERAGE
002730         PERFORM 2100-RESOLVE-LEVERAGE
002840                 "NOTHING ACCRUED ****"
002850         END-IF
002860     END-IF
002861     PERFORM 1600-READ-PROTOCOL-MASTER
002862     .
002863
002864 2050-CHECK-RESUME-PROTOCOL.
002865     MOVE "N" TO WS-SKIP-PROTOCOL-SW
002866     MOVE "N" TO WS-RESUME-PROTOCOL-SW
002867     IF WS-RESUMING
002868         IF PM-PROTOCOL-NAME = WS-LAST-PROTOCOL-NAME
002869             MOVE "N" TO WS-RESUMING-SW
002870             MOVE "Y" TO WS-RESUME-PROTOCOL-SW
002871         ELSE
002872             MOVE "Y" TO WS-SKIP-PROTOCOL-SW
002873             IF PM-ACTIVE
002874                 DISPLAY " "
002875                 DISPLAY "  PROTOCOL " PM-PROTOCOL-NAME
002876                     " ACCRUED BEFORE THE RESUME"
002877             END-IF
002878         END-IF
002879     END-IF
002880     .
002890
002900*****************************************************************
003610
003620 3200-ACCRUE-ONE-WALLET.
003630     IF CP-PROTOCOL-NAME = WS-PROTOCOL-NAME
003633        AND NOT (WS-RESUME-PROTOCOL
003636                 AND CP-KEY NOT > WS-LAST-ACCRUED-KEY)
003640         PERFORM 3300-VALUE-ONE-POSITION
003650         IF WS-POSITION-VALUE > 0
003660             PERFORM 3400-COMPUTE-FEE
004350     MOVE WS-DAILY-RATE-PCT  TO FJ-DAILY-RATE-PCT
004360     MOVE WS-FEE-SOL         TO FJ-FEE-SOL
004370     WRITE FJ-RECORD
004371     MOVE "FEEJRNL"             TO JCP-JOURNAL-NAME
004372     MOVE FJ-RUN-DATE           TO JCP-RECORD-DATE
004373     MOVE FJ-RECORD             TO JCP-RECORD-DATA
004375     MOVE FJ-COLLATERAL-VALUE   TO JCP-HASH-COLLATERAL
004376     MOVE FJ-LEVERAGE           TO JCP-HASH-LEVERAGE
004377     MOVE FJ-FEE-SOL            TO JCP-HASH-FEE
004378     PERFORM 3550-POST-JOURNAL-CONTROL
004380     CLOSE FEE-JOURNAL
004381     .
004382
004384*****************************************************************
004385* 3550-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED ONTO
004386* THE JOURNAL'S CONTROL TOTALS FOR THE DAY.
004388*****************************************************************
004389 3550-POST-JOURNAL-CONTROL.
004390     MOVE "P"         TO JCP-FUNCTION
004392     MOVE RETURN-CODE TO JCP-CALLER-RC
004393     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
004394     IF JCP-RETURN-CODE > RETURN-CODE
004396         MOVE JCP-RETURN-CODE TO RETURN-CODE
004397     END-IF
004398     .
004400
004410*****************************************************************
004420* 3900-PRINT-PROTOCOL-TOTALS -- THE PROTOCOL'S BILLING CONTROL
004630     DISPLAY "  TOTAL FEES ACCRUED:  " WS-FEE-DISPLAY " SOL"
004640     DISPLAY "  UNPRICED POSITIONS:  " WS-UNPRICED-COUNT
004650     DISPLAY "  PROTOCOLS UNRATED:   " WS-NO-SCHEDULE-COUNT
004652     IF WS-ALREADY-ACCRUED
004654         DISPLAY "  ACCRUED BEFORE THE RESUME: "
004656             WS-ALREADY-ON-JOURNAL
004658     END-IF
004660     IF WS-UNPRICED-COUNT > 0 OR WS-NO-SCHEDULE-COUNT > 0
004670         DISPLAY "  **** ACCRUAL INCOMPLETE -- REVIEW BEFORE "
004680             "INVOICING ****"
004685         IF RETURN-CODE < 4
004690             MOVE 4 TO RETURN-CODE
004695         END-IF
004700     END-IF
004710     DISPLAY "========================================="
004720     .
004721
004722*****************************************************************
004723* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
004724* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
004725*****************************************************************
004726 9900-END-RUN-STEP.
004727     MOVE "E"         TO RCP-FUNCTION
004728     MOVE RETURN-CODE TO RCP-CALLER-RC
004729     MOVE "COLLPOS"   TO RCP-INPUT-NAME-1
004730     MOVE WS-GRAND-WALLET-COUNT TO RCP-INPUT-COUNT-1
004731     MOVE SPACES      TO RCP-INPUT-NAME-2
004732     MOVE ZERO        TO RCP-INPUT-COUNT-2
004733     MOVE SPACES      TO RCP-PARMS-TEXT
004734     STRING WS-RUN-DATE-PARM " " WS-MODE-PARM
004735         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
004736     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
004737     .
004738
004740 9999-EXIT.
004750     EXIT.

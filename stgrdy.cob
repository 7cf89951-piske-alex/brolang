000430* OR NON-NUMERIC DEFAULTS TO 20).
000440*
000450* MODIFICATION HISTORY
000451* 2026-09-02 AJP  INITIAL VERSION.
000453* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000454*                 PROTOCOL AND TOKEN (CP-KEY).
000456* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000457*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000459*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000460*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000462*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000463*                 WHEN ITS PREDECESSOR IS NOT.
000465* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000466*                 DATE IS USED, SO A RESTART AFTER MIDNIGHT
000468*                 STAYS ON THE WINDOW.
000470*
000480
000490 ENVIRONMENT DIVISION.
000820         ASSIGN TO "COLLPOS"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS CP-KEY
000860         FILE STATUS IS WS-COLLPOS-STATUS.
000870
000880 DATA DIVISION.
001660
001670 01  WS-CHECK-IDX           PIC 9(03) COMP VALUE 0.
001680
001685 COPY RUNPARM.
001690 PROCEDURE DIVISION.
001700 MAIN-PROGRAM.
001706     PERFORM 0100-START-RUN-STEP
001713     IF RCP-STEP-CLEARED
001720         PERFORM 1000-INITIALIZE
001727         IF WS-PM-FILE-MISSING
001734             DISPLAY "PROTMSTR: PROTOCOL MASTER NOT STAGED -- "
001741                 "NO-GO"
001748             ADD 1 TO WS-FAILURE-COUNT
001755         ELSE
001761             PERFORM 2000-CHECK-TOKEN-PRICES
001768             PERFORM 3000-CHECK-CONFIG
001775             PERFORM 4000-CHECK-RISK-LIMITS
001782             PERFORM 5000-CHECK-POSITIONS
001789         END-IF
001796         PERFORM 8000-PRINT-SUMMARY
001803         PERFORM 9900-END-RUN-STEP
001810     END-IF
001830     PERFORM 9999-EXIT
001831     STOP RUN.
001832
001834*****************************************************************
001835* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001836* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001838* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001839* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001840*****************************************************************
001842 0100-START-RUN-STEP.
001843     MOVE "S"        TO RCP-FUNCTION
001844     MOVE "STG-RDY"  TO RCP-STEP-NAME
001846     MOVE ZERO       TO RCP-CALLER-RC
001847     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001848     .
001850
001860*****************************************************************
001870* 1000-INITIALIZE -- RESOLVE THE RUN DATE AND TOLERANCE, PRINT
001880* THE GATE HEADER AND LOAD THE ACTIVE LINEUP.  SUSPENDED AND
001890* DECOMMISSIONED PROTOCOLS ARE NOT EXPECTED TO BE STAGED.
001893* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
001896* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
001900*****************************************************************
001910 1000-INITIALIZE.
001920     ACCEPT WS-RUN-DATE-PARM
001950         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001960     ELSE
001970         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001972         IF RCP-STEP-CLEARED
001975             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001977         END-IF
001980     END-IF
001990     ACCEPT WS-TOLERANCE-PARM
002000     IF WS-TOLERANCE-PARM IS NUMERIC
005760     END-EVALUATE
005770     DISPLAY "========================================="
005780     .
005781
005782*****************************************************************
005783* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
005784* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
005785*****************************************************************
005786 9900-END-RUN-STEP.
005787     MOVE "E"         TO RCP-FUNCTION
005788     MOVE RETURN-CODE TO RCP-CALLER-RC
005789     MOVE "TOKPRICE"  TO RCP-INPUT-NAME-1
005790     MOVE WS-PRICES-CHECKED TO RCP-INPUT-COUNT-1
005791     MOVE "COLLPOS"   TO RCP-INPUT-NAME-2
005792     MOVE WS-POSITIONS-CHECKED TO RCP-INPUT-COUNT-2
005793     MOVE SPACES      TO RCP-PARMS-TEXT
005794     STRING WS-RUN-DATE-PARM " " WS-TOLERANCE-PARM
005795         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
005796     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
005797     .
005798
005800 9999-EXIT.
005810     EXIT.

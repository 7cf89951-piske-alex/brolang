000282* 2026-09-02 AJP  ADDED THE PROTSUSP BUCKET FOR PROTOCOLS THE GM
000284*                 RUN SKIPPED BECAUSE THE MASTER RECORD IS
000286*                 SUSPENDED.
000287* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000288*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000289*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000290*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000291*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000293*                 WHEN ITS PREDECESSOR IS NOT.
000294* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000295*                 DATE IS USED, SO A RESTART AFTER MIDNIGHT
000296*                 STAYS ON THE WINDOW.
000297*
000298
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 REPOSITORY.
000770
000780 01  WS-CHECK-IDX           PIC 9(03) COMP VALUE 0.
000790
000795 COPY RUNPARM.
000800 PROCEDURE DIVISION.
000810 MAIN-PROGRAM.
000816     PERFORM 0100-START-RUN-STEP
000823     IF RCP-STEP-CLEARED
000830         PERFORM 1000-INITIALIZE
000836         IF WS-EXCPT-FILE-MISSING
000843             DISPLAY "LAVEXCPT: NO EXCEPTION STREAM STAGED, "
000850                 "NO EXCEPTIONS TO REPORT"
000856         ELSE
000863             PERFORM 2500-READ-EXCEPTION
000870             PERFORM 3000-PROCESS-EXCEPTION UNTIL WS-EXCPT-DONE
000876             CLOSE LAVARAGE-EXCPT
000883             PERFORM 7000-PRINT-PROTOCOL-SUMMARY
000890         END-IF
000896         PERFORM 8000-PRINT-TOTALS
000903         PERFORM 9900-END-RUN-STEP
000910     END-IF
000930     PERFORM 9999-EXIT
000940     STOP RUN.
000950
000951*****************************************************************
000952* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
000954* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
000955* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
000956* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
000958*****************************************************************
000959 0100-START-RUN-STEP.
000960     MOVE "S"        TO RCP-FUNCTION
000962     MOVE "EXC-RPT"  TO RCP-STEP-NAME
000963     MOVE ZERO       TO RCP-CALLER-RC
000964     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
000966     .
000967
000968*****************************************************************
000970* 1000-INITIALIZE -- RESOLVE THE REPORT DATE, OPEN THE STREAM
000980* AND PRINT THE BANNER.
000983* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
000986* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
000990*****************************************************************
001000 1000-INITIALIZE.
001010     ACCEPT WS-RUN-DATE-PARM
001040         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001050     ELSE
001060         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001062         IF RCP-STEP-CLEARED
001065             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001067         END-IF
001070     END-IF
001080     DISPLAY "========================================="
001090     DISPLAY "  LAVARAGE DAILY EXCEPTIONS -- " WS-RUN-DATE
002590     DISPLAY "  RECORDS ON DATE:     " WS-RECORDS-ON-DATE
002600     DISPLAY "========================================="
002610     .
002611
002612*****************************************************************
002613* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
002614* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
002615*****************************************************************
002617 9900-END-RUN-STEP.
002618     MOVE "E"         TO RCP-FUNCTION
002619     MOVE RETURN-CODE TO RCP-CALLER-RC
002620     MOVE "LAVEXCPT"  TO RCP-INPUT-NAME-1
002621     MOVE WS-RECORDS-READ TO RCP-INPUT-COUNT-1
002622     MOVE SPACES      TO RCP-INPUT-NAME-2
002624     MOVE ZERO        TO RCP-INPUT-COUNT-2
002625     MOVE WS-RUN-DATE-PARM TO RCP-PARMS-TEXT
002626     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
002627     .
002628
002630 9999-EXIT.
002640     EXIT.

000350*
000360* MODIFICATION HISTORY
000370* 2026-08-22 AJP  INITIAL VERSION.
000371* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000372*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000373*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000374*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000375*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000376*                 WHEN ITS PREDECESSOR IS NOT.
000377* 2026-10-15 AJP  WITH NO SYSIN DATE THE RUN-CONTROL WINDOW'S
000378*                 DATE IS USED, SO A RESTART AFTER MIDNIGHT
000379*                 STAYS ON THE WINDOW.
000380*
000390
000400 ENVIRONMENT DIVISION.
000750     05  WS-RECORDS-PASSED          PIC 9(5) COMP VALUE 0.
000760     05  WS-RECORDS-MARKED          PIC 9(5) COMP VALUE 0.
000770
000775 COPY RUNPARM.
000780 PROCEDURE DIVISION.
000790 MAIN-PROGRAM.
000796     PERFORM 0100-START-RUN-STEP
000803     IF RCP-STEP-CLEARED
000810         PERFORM 1000-INITIALIZE
000816         IF NOT WS-VIBES-FEED-OK
000823             DISPLAY "VIBEFEED: FEED FILE NOT AVAILABLE, STATUS "
000830                 WS-VIBES-FEED-STATUS
000836                 " -- NOTHING TO VALIDATE"
000843         ELSE
000850             PERFORM 2000-READ-FEED
000856             PERFORM 3000-VALIDATE-ONE-RECORD UNTIL WS-FEED-DONE
000863             CLOSE VIBES-FEED
000870         END-IF
000876         PERFORM 8000-PRINT-SUMMARY
000883         PERFORM 9900-END-RUN-STEP
000890     END-IF
000910     PERFORM 9999-EXIT
000920     STOP RUN.
000930
000931*****************************************************************
000932* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
000934* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
000935* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
000936* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
000938*****************************************************************
000939 0100-START-RUN-STEP.
000940     MOVE "S"        TO RCP-FUNCTION
000942     MOVE "VIBE-VAL" TO RCP-STEP-NAME
000943     MOVE ZERO       TO RCP-CALLER-RC
000944     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
000946     .
000947
000948*****************************************************************
000950* 1000-INITIALIZE -- RESOLVE THE RUN DATE, OPEN THE FEED FOR
000960* UPDATE AND POSITION AT THE FIRST RECORD.
000963* WITH NO DATE ON SYSIN THE RUN DATE IS THE RUN-CONTROL WINDOW'S,
000966* SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW'S DATE.
000970*****************************************************************
000980 1000-INITIALIZE.
000990     ACCEPT WS-RUN-DATE-PARM
001020         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001030     ELSE
001040         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001042         IF RCP-STEP-CLEARED
001045             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001047         END-IF
001050     END-IF
001060     DISPLAY "========================================="
001070     DISPLAY "  LAVARAGE VIBES FEED GATE -- " WS-RUN-DATE
002030     END-IF
002040     DISPLAY "========================================="
002050     .
002051
002052*****************************************************************
002053* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
002054* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
002055*****************************************************************
002057 9900-END-RUN-STEP.
002058     MOVE "E"         TO RCP-FUNCTION
002059     MOVE RETURN-CODE TO RCP-CALLER-RC
002060     MOVE "VIBEFEED"  TO RCP-INPUT-NAME-1
002061     MOVE WS-RECORDS-READ TO RCP-INPUT-COUNT-1
002062     MOVE SPACES      TO RCP-INPUT-NAME-2
002064     MOVE ZERO        TO RCP-INPUT-COUNT-2
002065     MOVE WS-RUN-DATE-PARM TO RCP-PARMS-TEXT
002066     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
002067     .
002068
002070 9999-EXIT.
002080     EXIT.

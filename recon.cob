000324*                 AFTER ITS WINDOW COMMITTED) STILL TALLIES
000325*                 AND MATCHES INSTEAD OF ORPHANING, AND A
000326*                 WIND-DOWN POOL STOPS FALSE-ALARMING.
000327* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000328*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000329*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000330*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000331*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000333*                 WHEN ITS PREDECESSOR IS NOT.
000334* 2026-10-15 AJP  WITH NO SYSIN DATE OR CYCLE THE RUN-CONTROL
000335*                 WINDOW'S ARE USED, SO A RESTART AFTER MIDNIGHT
000336*                 STAYS ON THE WINDOW.
000337*
000338
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 REPOSITORY.
001080     05  WS-AUD-ORPHANS             PIC 9(5) COMP VALUE 0.
001090     05  WS-GMO-ORPHANS             PIC 9(5) COMP VALUE 0.
001100
001102 01  WS-READ-COUNTS.
001104     05  WS-AUDIT-READ              PIC 9(7) COMP VALUE 0.
001106     05  WS-GM-OUT-READ             PIC 9(7) COMP VALUE 0.
001108
001110 01  WS-CHECK-IDX           PIC 9(03) COMP VALUE 0.
001120
001125 COPY RUNPARM.
001130 PROCEDURE DIVISION.
001140 MAIN-PROGRAM.
001147     PERFORM 0100-START-RUN-STEP
001155     IF RCP-STEP-CLEARED
001162         PERFORM 1000-INITIALIZE
001170         IF WS-PM-FILE-MISSING
001177             DISPLAY "PROTMSTR: PROTOCOL MASTER NOT STAGED -- "
001185                 "NOTHING TO RECONCILE"
001192             MOVE 12 TO RETURN-CODE
001200         ELSE
001207             PERFORM 2000-SCAN-AUDIT
001215             PERFORM 3000-SCAN-GM-OUT
001222             PERFORM 4000-CHECK-CHECKPOINTS
001230             PERFORM 5000-REPORT-DISCREPANCIES
001237             PERFORM 8000-PRINT-SUMMARY
001245         END-IF
001252         PERFORM 9900-END-RUN-STEP
001260     END-IF
001270     PERFORM 9999-EXIT
001280     STOP RUN.
001290
001291*****************************************************************
001292* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001294* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001295* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001296* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001298*****************************************************************
001299 0100-START-RUN-STEP.
001300     MOVE "S"        TO RCP-FUNCTION
001302     MOVE "RECON"    TO RCP-STEP-NAME
001303     MOVE ZERO       TO RCP-CALLER-RC
001304     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001306     .
001307
001308*****************************************************************
001310* 1000-INITIALIZE -- RESOLVE THE RUN DATE TO RECONCILE AND LOAD
001320* THE PROTOCOL-MASTER LINEUP INTO THE RECONCILIATION TABLE.
001323* WITH NO DATE OR CYCLE ON SYSIN THE RUN-CONTROL WINDOW'S ARE
001326* USED, SO A RESTART AFTER MIDNIGHT STAYS ON THE WINDOW.
001330*****************************************************************
001340 1000-INITIALIZE.
001350     ACCEPT WS-RUN-DATE-PARM
001380         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
001390     ELSE
001400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001402         IF RCP-STEP-CLEARED
001405             MOVE RCP-RUN-DATE TO WS-RUN-DATE
001407         END-IF
001410     END-IF
001411     ACCEPT WS-CYCLE-PARM
001412     IF WS-CYCLE-PARM = "AM" OR WS-CYCLE-PARM = "PM"
001413         MOVE WS-CYCLE-PARM TO WS-RUN-CYCLE
001414     ELSE
001415         IF RCP-STEP-CLEARED
001416             MOVE RCP-CYCLE TO WS-RUN-CYCLE
001417         END-IF
001418     END-IF
001419     PERFORM 1200-CHECK-PLANNED-SKIP
001420     DISPLAY "========================================="
002060     .
002070
002080 2200-TALLY-ONE-AUDIT.
002085     ADD 1 TO WS-AUDIT-READ
002090     IF AUD-RUN-DATE = WS-RUN-DATE
002095        AND AUD-CYCLE = WS-RUN-CYCLE
002100         MOVE "N" TO WS-PROTOCOL-FOUND-SW
002600     .
002610
002620 3200-TALLY-ONE-GM-OUT.
002625     ADD 1 TO WS-GM-OUT-READ
002630     IF GMO-RUN-DATE = WS-RUN-DATE
002635        AND GMO-CYCLE = WS-RUN-CYCLE
002640         MOVE "N" TO WS-PROTOCOL-FOUND-SW
004100     END-IF
004110     DISPLAY "========================================="
004120     .
004121
004122*****************************************************************
004123* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
004124* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
004125*****************************************************************
004126 9900-END-RUN-STEP.
004127     MOVE "E"         TO RCP-FUNCTION
004128     MOVE RETURN-CODE TO RCP-CALLER-RC
004129     MOVE "LAVAUDIT"  TO RCP-INPUT-NAME-1
004130     MOVE WS-AUDIT-READ TO RCP-INPUT-COUNT-1
004131     MOVE "LAVGMOUT"  TO RCP-INPUT-NAME-2
004132     MOVE WS-GM-OUT-READ TO RCP-INPUT-COUNT-2
004133     MOVE SPACES      TO RCP-PARMS-TEXT
004134     STRING WS-RUN-DATE-PARM " " WS-CYCLE-PARM
004135         DELIMITED BY SIZE INTO RCP-PARMS-TEXT
004136     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
004137     .
004138
004140 9999-EXIT.
004150     EXIT.

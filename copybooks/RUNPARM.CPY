000100*****************************************************************
000110* RUNPARM.CPY
000120* PARAMETER AREA FOR LAVARAGE-RUN-LOG.  EVERY CHAIN STEP CALLS IT
000130* TWICE, WITH ITS STEP NAME IN RCP-STEP-NAME:
000140*   FUNCTION S -- AT THE TOP OF THE STEP.  THE STEP MAY GO ON
000150*                 ONLY WHEN RCP-STEP-CLEARED COMES BACK; THE
000160*                 CURRENT WINDOW IS RETURNED IN RCP-RUN-DATE AND
000170*                 RCP-CYCLE FOR THE END CALL.
000180*   FUNCTION E -- AS THE STEP ENDS, WITH ITS RETURN CODE IN
000190*                 RCP-CALLER-RC, ITS INPUT COUNTS AND ITS SYSIN.
000200* RCP-RESULT ON THE START CALL:
000210*   C  CLEARED  -- RUN THE STEP.
000220*   B  BYPASSED -- ALREADY COMPLETE IN THIS WINDOW, OR A
000222*                  ONCE-A-DATE STEP COMPLETE IN THE DATE'S OTHER
000224*                  WINDOW; RC 0.
000230*   R  REFUSED  -- PREDECESSOR NOT COMPLETE (RC 8) OR THE RUN
000240*                  CONTROL FILES UNUSABLE (RC 12).
000250* RCP-RETURN-CODE IS THE CODE THE STEP SHOULD END WITH ON A
000260* START CALL; ON AN END CALL IT IS THE CALLER'S CODE, RAISED TO
000270* 12 IF THE END COULD NOT BE RECORDED.
000280*****************************************************************
000290 01  RCP-PARMS.
000300     05  RCP-FUNCTION               PIC X(01).
000310         88  RCP-START-STEP                VALUE "S".
000320         88  RCP-END-STEP                  VALUE "E".
000330     05  RCP-STEP-NAME              PIC X(08).
000340     05  RCP-RUN-DATE               PIC 9(08).
000350     05  RCP-CYCLE                  PIC X(02).
000360     05  RCP-RESULT                 PIC X(01).
000370         88  RCP-STEP-CLEARED              VALUE "C".
000380         88  RCP-STEP-BYPASSED             VALUE "B".
000390         88  RCP-STEP-REFUSED              VALUE "R".
000400     05  RCP-CALLER-RC              PIC S9(04).
000410     05  RCP-RETURN-CODE            PIC 9(02).
000420     05  RCP-INPUT-NAME-1           PIC X(08).
000430     05  RCP-INPUT-COUNT-1          PIC 9(09).
000440     05  RCP-INPUT-NAME-2           PIC X(08).
000450     05  RCP-INPUT-COUNT-2          PIC 9(09).
000460     05  RCP-PARMS-TEXT             PIC X(80).

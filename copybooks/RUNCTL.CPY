000100*****************************************************************
000110* RUNCTL.CPY
000120* JOB-STREAM RUN CONTROL -- ONE RECORD PER CHAIN STEP PER BATCH
000130* WINDOW, KEYED RUN DATE + CYCLE + STEP NAME.  LAVARAGE-RUN-LOG
000140* WRITES IT WHEN A STEP STARTS AND COMPLETES IT WHEN THE STEP
000150* ENDS; A RECORD STILL IN STATE S MEANS THE STEP NEVER REACHED
000160* ITS END (ABENDED, CANCELLED OR STILL RUNNING).  A RESTARTED
000170* STEP REUSES ITS RECORD AND COUNTS THE ATTEMPT.
000180*****************************************************************
000190 FD  RUN-CONTROL
000200     LABEL RECORDS ARE STANDARD.
000210 01  RCT-RECORD.
000220     05  RCT-KEY.
000230         10  RCT-RUN-DATE           PIC 9(08).
000240         10  RCT-CYCLE              PIC X(02).
000250         10  RCT-STEP-NAME          PIC X(08).
000260     05  RCT-STEP-SEQ               PIC 9(02).
000270     05  RCT-STEP-STATE             PIC X(01).
000280         88  RCT-STEP-STARTED              VALUE "S".
000290         88  RCT-STEP-ENDED                VALUE "E".
000300     05  RCT-ATTEMPTS               PIC 9(03).
000310     05  RCT-START-DATE             PIC 9(08).
000320     05  RCT-START-TIME             PIC 9(08).
000330     05  RCT-END-DATE               PIC 9(08).
000340     05  RCT-END-TIME               PIC 9(08).
000350     05  RCT-STEP-RC                PIC 9(04).
000360     05  RCT-INPUT-NAME-1           PIC X(08).
000370     05  RCT-INPUT-COUNT-1          PIC 9(09).
000380     05  RCT-INPUT-NAME-2           PIC X(08).
000390     05  RCT-INPUT-COUNT-2          PIC 9(09).
000400     05  RCT-PARMS                  PIC X(80).
000410     05  FILLER                     PIC X(16).

000100*****************************************************************
000110* RUNWIN.CPY
000120* CURRENT BATCH WINDOW -- ONE RECORD NAMING THE RUN DATE AND
000130* CYCLE THE JOB STREAM IS WORKING ON.  THE FIRST STEP OF THE
000140* CHAIN OPENS A NEW WINDOW ONCE THE LAST ONE HAS COMPLETED, SO A
000150* RESTART AFTER MIDNIGHT STILL LANDS IN THE WINDOW IT FAILED IN;
000160* LAVARAGE-RUN-CTL CAN ALSO OPEN ONE BY HAND.
000170*****************************************************************
000180 FD  RUN-WINDOW
000190     LABEL RECORDS ARE STANDARD.
000200 01  RW-RECORD.
000210     05  RW-RUN-DATE                PIC 9(08).
000220     05  RW-CYCLE                   PIC X(02).
000230     05  RW-OPENED-DATE             PIC 9(08).
000240     05  RW-OPENED-TIME             PIC 9(08).
000250     05  RW-OPENED-BY               PIC X(08).
000260     05  FILLER                     PIC X(06).

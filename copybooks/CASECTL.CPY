000100*****************************************************************
000110* CASECTL.CPY
000120* EXCEPTION CASE CONTROL -- ONE RECORD, REWRITTEN BY EVERY
000130* LAVARAGE-EXC-CASE RUN, SAYING HOW MANY LAVARAGE-EXCPT RECORDS
000140* HAVE ALREADY BEEN TAKEN INTO CASES AND WHICH RECORD WAS THE
000150* LAST ONE, SO EACH RUN PICKS UP ONLY THE NEW EXCEPTIONS AND CAN
000160* TELL IF THE STREAM WAS ALTERED UNDERNEATH IT.
000170*****************************************************************
000180 FD  CASE-CONTROL
000190     LABEL RECORDS ARE STANDARD.
000200 01  CC-RECORD.
000210     05  CC-EXCPT-RECORDS           PIC 9(09).
000220     05  CC-LAST-EXC-DATE           PIC 9(08).
000230     05  CC-LAST-EXC-TIME           PIC 9(08).
000240     05  CC-LAST-EXC-PROTOCOL       PIC X(08).
000250     05  CC-LAST-EXC-REASON         PIC X(08).
000260     05  CC-RUN-DATE                PIC 9(08).
000270     05  CC-RUN-TIME                PIC 9(08).
000280     05  FILLER                     PIC X(13).

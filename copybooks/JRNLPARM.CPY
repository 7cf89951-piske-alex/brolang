000100*****************************************************************
000110* JRNLPARM.CPY
000120* PARAMETER AREA FOR LAVARAGE-JRNL-CTL.  THE CALLER MOVES THE
000130* RECORD JUST WRITTEN INTO JCP-RECORD-DATA (SHORTER RECORDS PAD
000140* WITH SPACES), ITS JOURNAL NAME AND RECORD DATE, AND THE AMOUNT
000150* FIELDS THAT JOURNAL HASH-TOTALS, AND SAVES ITS OWN RETURN CODE
000160* IN JCP-CALLER-RC SO THE CALL CANNOT DISTURB IT.
000170*   FUNCTION P -- POST THE RECORD TO THE DAY'S JOURNAL CONTROL.
000180*   FUNCTION C -- FOLD THE RECORD INTO JCP-CHAIN-VALUE ONLY, SO
000190*                 THE VERIFIER RECOMPUTES THE CHAIN EXACTLY AS
000200*                 THE WRITERS BUILT IT.
000210* JCP-RETURN-CODE COMES BACK 00, OR 12 WHEN THE CONTROL FILE
000220* COULD NOT BE POSTED.
000230*****************************************************************
000240 01  JCP-PARMS.
000250     05  JCP-FUNCTION               PIC X(01).
000260         88  JCP-POST-RECORD               VALUE "P".
000270         88  JCP-CHAIN-ONLY                VALUE "C".
000280     05  JCP-JOURNAL-NAME           PIC X(08).
000290     05  JCP-RECORD-DATE            PIC 9(08).
000300     05  JCP-HASH-COLLATERAL        PIC 9(11)V9(04).
000310     05  JCP-HASH-LEVERAGE          PIC 9(05).
000320     05  JCP-HASH-FEE               PIC 9(11)V9(04).
000330     05  JCP-CHAIN-VALUE            PIC 9(09).
000340     05  JCP-CALLER-RC              PIC S9(04).
000350     05  JCP-RETURN-CODE            PIC 9(02).
000360     05  JCP-RECORD-DATA            PIC X(400).
000370     05  JCP-RECORD-BYTES REDEFINES JCP-RECORD-DATA.
000380         10  JCP-RECORD-BYTE        PIC X(01) OCCURS 400 TIMES.

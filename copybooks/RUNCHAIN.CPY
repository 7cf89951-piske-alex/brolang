000100*****************************************************************
000110* RUNCHAIN.CPY
000120* THE NIGHTLY CHAIN, IN RUN ORDER, WITH THE HIGHEST RETURN CODE
000130* EACH STEP MAY END WITH AND STILL LET ITS SUCCESSOR START.  RC 4
000140* IS A WARNING THE CHAIN RUNS THROUGH; MGN-CALL'S RC 8 REPORTS
000150* LIQUIDATION CANDIDATES FOR THE DESK, NOT A FAILED STEP.
000152* A "D" AFTER THE LIMIT MARKS A STEP THAT WORKS ONCE PER RUN
000154* DATE (COLL-UPD, POS-SNAP, FEE-ACCR); IT RUNS IN THE FIRST
000156* WINDOW OF THE DATE THAT REACHES IT AND IS LOGGED DONE IN THE
000158* DATE'S OTHER WINDOW WITHOUT RUNNING AGAIN.
000160*****************************************************************
000170 01  WS-CHAIN-VALUES.
000180     05  FILLER                     PIC X(11) VALUE "STG-RDY 04 ".
000190     05  FILLER                     PIC X(11) VALUE "VIBE-VAL04 ".
000200     05  FILLER                     PIC X(11) VALUE "COLL-UPD04D".
000210     05  FILLER                     PIC X(11) VALUE "POS-SNAP04D".
000220     05  FILLER                     PIC X(11) VALUE "COLL-SUM04 ".
000230     05  FILLER                     PIC X(11) VALUE "GM      04 ".
000240     05  FILLER                     PIC X(11) VALUE "EXC-CASE04 ".
000250     05  FILLER                     PIC X(11) VALUE "RECON   04 ".
000260     05  FILLER                     PIC X(11) VALUE "EXC-RPT 04 ".
000270     05  FILLER                     PIC X(11) VALUE "FEE-ACCR04D".
000280     05  FILLER                     PIC X(11) VALUE "MGN-CALL08 ".
000290     05  FILLER                     PIC X(11) VALUE "HOLD-RPT04 ".
000300 01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
000310     05  WS-CHAIN-STEP OCCURS 12 TIMES.
000320         10  WS-CHAIN-STEP-NAME     PIC X(08).
000330         10  WS-CHAIN-RC-LIMIT      PIC 9(02).
000335         10  WS-CHAIN-DATE-SW       PIC X(01).
000337             88  WS-CHAIN-ONCE-A-DATE      VALUE "D".
000340 01  WS-CHAIN-LENGTH        PIC 9(02) VALUE 12.

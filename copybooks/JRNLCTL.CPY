000100*****************************************************************
000110* JRNLCTL.CPY
000120* JOURNAL CONTROL TOTALS -- ONE RECORD PER CONTROLLED JOURNAL
000130* PER RECORD DATE, POSTED BY LAVARAGE-JRNL-CTL EVERY TIME A
000140* WRITER APPENDS TO ONE OF THE COMPLIANCE JOURNALS.  CARRIES THE
000150* RUNNING RECORD COUNT, HASH TOTALS OF THE KEY AMOUNT FIELDS
000160* (COLLATERAL, LEVERAGE, FEE -- ZERO WHERE A JOURNAL HAS NONE)
000170* AND A CHAINED CHECK VALUE FOLDED FROM EVERY BYTE OF EVERY
000180* RECORD IN WRITE ORDER, SO LAVARAGE-JRNL-VFY CAN PROVE A
000190* JOURNAL HAS NOT BEEN EDITED, TRUNCATED, REORDERED OR PADDED
000200* SINCE IT WAS WRITTEN.
000210*****************************************************************
000220 FD  JOURNAL-CONTROL
000230     LABEL RECORDS ARE STANDARD.
000240 01  JC-RECORD.
000250     05  JC-KEY.
000260         10  JC-JOURNAL-NAME        PIC X(08).
000270         10  JC-JOURNAL-DATE        PIC 9(08).
000280     05  JC-RECORD-COUNT            PIC 9(09).
000290     05  JC-HASH-COLLATERAL         PIC 9(15)V9(04).
000300     05  JC-HASH-LEVERAGE           PIC 9(13).
000310     05  JC-HASH-FEE                PIC 9(15)V9(04).
000320     05  JC-CHAIN-VALUE             PIC 9(09).
000330     05  JC-LAST-POST-DATE          PIC 9(08).
000340     05  JC-LAST-POST-TIME          PIC 9(08).
000350     05  FILLER                     PIC X(20).

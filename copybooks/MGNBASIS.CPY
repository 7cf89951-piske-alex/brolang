000100*****************************************************************
000110* MGNBASIS.CPY
000120* MARGIN BASIS -- ONE RECORD PER COLLATERAL POSITION, KEYED THE
000130* SAME WAY AS COLLPOS (WALLET, PROTOCOL, TOKEN), HOLDING THE
000140* LOAN THE POSITION IS CARRYING.  MAINTAINED BY
000150* LAVARAGE-MGN-CALL.  WHEN A POSITION IS FIRST SEEN THE BORROW
000160* IS STRUCK AT ITS SOL-EQUIVALENT VALUE THAT NIGHT:
000170* MB-BASIS-VALUE IS THAT VALUE AND MB-BORROWED-SOL IS
000180* MB-BASIS-VALUE * (LEVERAGE - 1), THE SAME FORMULA
000190* LAVARAGE-FEE-ACCR BILLS ON.  A LATER DEPOSIT ADDS ITS OWN
000200* VALUE AND BORROW AT THAT NIGHT'S RATE; A WITHDRAWAL REPAYS
000210* PRO RATA.  MB-POSTED-AMOUNT IS THE POSTED TOKEN AMOUNT THE
000220* BASIS LAST MATCHED, SO A CHANGE IS SEEN THE NEXT NIGHT.
000230*****************************************************************
000240 FD  MARGIN-BASIS
000250     LABEL RECORDS ARE STANDARD.
000260 01  MB-RECORD.
000270     05  MB-KEY.
000280         10  MB-WALLET-ID           PIC X(20).
000290         10  MB-PROTOCOL-NAME       PIC X(08).
000300         10  MB-TOKEN-CODE          PIC X(08).
000310     05  MB-POSTED-AMOUNT           PIC 9(09)V99.
000320     05  MB-BASIS-VALUE             PIC 9(11)V99.
000330     05  MB-BORROWED-SOL            PIC 9(11)V99.
000340     05  MB-LEVERAGE                PIC 9(03).
000350     05  MB-BASIS-DATE              PIC 9(08).
000360     05  MB-LAST-SEEN-DATE          PIC 9(08).
000370     05  FILLER                     PIC X(08).

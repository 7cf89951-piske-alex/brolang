000100*****************************************************************
000110* COLLTXN.CPY
000120* DAILY POSITION MOVEMENTS -- ONE RECORD PER DEPOSIT,
000125* WITHDRAWAL, POSITION CLOSE OR TRANSFER, STAGED BY OPS AND
000131* APPLIED AGAINST COLLATERAL-POSITIONS BY LAVARAGE-COLL-UPD
000136* BEFORE THE MORNING GM RUN.  WALLET, PROTOCOL AND TOKEN
000142* TOGETHER NAME THE POSITION BEING MOVED (TOKEN SPACES MEANS
000147* NATIVE SOL).  TXN-TO-PROTOCOL IS ONLY USED ON A TRANSFER,
000153* WHICH MOVES TXN-AMOUNT-SOL OF THAT ONE TOKEN TO THE SAME
000158* WALLET'S POSITION IN THE OTHER PROTOCOL; AN AMOUNT OF ZERO
000164* MOVES THE WHOLE POSITION.
000170*****************************************************************
000180 FD  COLLATERAL-TXNS
000190     LABEL RECORDS ARE STANDARD.

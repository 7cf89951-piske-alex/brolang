000100*****************************************************************
000110* COLLJRNL.CPY
000120* COLLATERAL MOVEMENT JOURNAL -- ONE RECORD APPENDED BY
000130* LAVARAGE-COLL-UPD FOR EVERY MOVEMENT IT APPLIES, CARRYING THE
000140* POSITION MOVED (WALLET, PROTOCOL, TOKEN), THE ACTION, THE
000150* AMOUNT IN TOKEN UNITS AND THE POSITION'S BALANCE BEFORE AND
000160* AFTER, SO A WITHDRAWAL CAN STILL BE FOUND LONG AFTER THE
000170* REGISTER SYSOUT AND THE DAY'S COLLTXN ARE GONE.  A CLOSE
000180* CARRIES THE WHOLE BALANCE IT TOOK OUT.  A TRANSFER WRITES TWO
000190* RECORDS: AN OUT LEG AGAINST THE FROM-PROTOCOL AND AN IN LEG
000200* AGAINST THE TO-PROTOCOL, EACH NAMING THE OTHER IN
000210* MJ-OTHER-PROTOCOL.  READ BY LAVARAGE-WAL-STMT.
000220*****************************************************************
000230 FD  COLLATERAL-JOURNAL
000240     LABEL RECORDS ARE STANDARD.
000250 01  MJ-RECORD.
000260     05  MJ-RUN-DATE                PIC 9(08).
000270     05  MJ-RUN-TIME                PIC 9(08).
000280     05  MJ-WALLET-ID               PIC X(20).
000290     05  MJ-PROTOCOL-NAME           PIC X(08).
000300     05  MJ-TOKEN-CODE              PIC X(08).
000310     05  MJ-ACTION                  PIC X(01).
000320         88  MJ-DEPOSIT                    VALUE "D".
000330         88  MJ-WITHDRAWAL                 VALUE "W".
000340         88  MJ-CLOSE                      VALUE "C".
000350         88  MJ-TRANSFER-OUT               VALUE "O".
000360         88  MJ-TRANSFER-IN                VALUE "I".
000370         88  MJ-INFLOW                     VALUE "D" "I".
000380     05  MJ-AMOUNT                  PIC 9(09)V99.
000390     05  MJ-BEFORE-BALANCE          PIC 9(09)V99.
000400     05  MJ-AFTER-BALANCE           PIC 9(09)V99.
000410     05  MJ-OTHER-PROTOCOL          PIC X(08).
000420     05  FILLER                     PIC X(08).

000100*****************************************************************
000110* COLLHOLD.CPY
000120* MOVEMENT HOLD QUEUE -- ONE RECORD PER WITHDRAWAL, CLOSE OR
000130* TRANSFER OUT THAT LAVARAGE-COLL-UPD DID NOT POST BECAUSE IT
000140* WOULD HAVE DROPPED ITS PROTOCOL BELOW THE RISK-LIMITS TIER THE
000150* POOL CURRENTLY QUALIFIES FOR.  KEYED BY THE DATE THE MOVEMENT
000160* WAS HELD AND A SEQUENCE WITHIN THAT DATE.  HD-MOVEMENT IS THE
000170* STAGED COLLTXN RECORD EXACTLY AS KEYED, SO A RELEASED HOLD CAN
000180* BE POSTED BY THE NEXT COLL-UPD RUN THROUGH THE SAME EDITS AS
000190* ANY OTHER MOVEMENT.  LAVARAGE-HOLD-REL RECORDS THE RELEASE OR
000200* DENY DECISION; HD-USER-ID KEYED IT AND HD-APPROVER-ID IS THE
000210* SECOND PERSON WHO APPROVED IT.
000220*****************************************************************
000230 FD  MOVEMENT-HOLDS
000240     LABEL RECORDS ARE STANDARD.
000250 01  HD-RECORD.
000260     05  HD-KEY.
000270         10  HD-HOLD-DATE           PIC 9(08).
000280         10  HD-HOLD-SEQ            PIC 9(05).
000290     05  HD-HOLD-TIME               PIC 9(08).
000300     05  HD-STATUS                  PIC X(01).
000310         88  HD-PENDING                    VALUE "P".
000320         88  HD-RELEASED                   VALUE "R".
000330         88  HD-DENIED                     VALUE "D".
000340         88  HD-POSTED                     VALUE "A".
000350         88  HD-POST-FAILED                VALUE "X".
000360     05  HD-MOVEMENT.
000370         10  HD-ACTION              PIC X(01).
000380         10  HD-WALLET-ID           PIC X(20).
000390         10  HD-PROTOCOL-NAME       PIC X(08).
000400         10  HD-TOKEN-CODE          PIC X(08).
000410         10  HD-AMOUNT-SOL          PIC 9(09)V99.
000420         10  HD-TO-PROTOCOL         PIC X(08).
000430         10  FILLER                 PIC X(04).
000440     05  HD-MOVE-VALUE-SOL          PIC 9(11)V99.
000450     05  HD-PROTOCOL-SOL            PIC 9(11)V99.
000460     05  HD-TIER-BEFORE             PIC 9(02).
000470     05  HD-TIER-AFTER              PIC 9(02).
000473     05  HD-BELOW-TIERS-SW          PIC X(01).
000476         88  HD-BELOW-ALL-TIERS            VALUE "Y".
000480     05  HD-TIER-MIN-COLLATERAL     PIC 9(09)V99.
000490     05  HD-DECISION-DATE           PIC 9(08).
000500     05  HD-DECISION-TIME           PIC 9(08).
000510     05  HD-USER-ID                 PIC X(08).
000520     05  HD-APPROVER-ID             PIC X(08).
000530     05  HD-DECISION-NOTE           PIC X(30).
000540     05  HD-POSTED-DATE             PIC 9(08).
000550     05  HD-POST-REASON             PIC X(40).
000560     05  FILLER                     PIC X(09).

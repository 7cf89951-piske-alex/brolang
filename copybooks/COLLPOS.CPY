000100*****************************************************************
000110* COLLPOS.CPY
000115* COLLATERAL POSITIONS -- ONE RECORD PER WALLET, PROTOCOL AND
000120* TOKEN, KEYED BY CP-KEY, SHOWING HOW MUCH COLLATERAL THE
000125* WALLET HAS POSTED IN THAT TOKEN AGAINST THAT PROTOCOL.  ONE
000130* WALLET MAY HOLD SEVERAL POSITIONS ACROSS PROTOCOLS AND
000135* TOKENS; THEY ARE ADJACENT IN KEY ORDER.  CP-COLLATERAL-SOL
000140* IS THE POSTED AMOUNT IN UNITS OF CP-TOKEN-CODE ("SOL",
000145* "USDC", "JITOSOL", ...).  NATIVE SOL IS ALWAYS WRITTEN AS
000150* "SOL" -- NEVER SPACES -- SO ONE WALLET CANNOT CARRY TWO
000155* NATIVE POSITIONS IN THE SAME POOL.  ON READS CP-NATIVE-SOL
000160* STILL TAKES A BLANK TOKEN AS SOL, SO A RECORD THAT MISSED
000165* COLLCONV IS VALUED, NOT DROPPED AS UNPRICED.  NON-SOL POSITIONS
000170* ARE VALUED INTO SOL-EQUIVALENT AT THE STAGED TOKEN-PRICES
000180* RATE WHEREVER POSITIONS ARE SUMMED OR RANKED.
000190*****************************************************************
000200 FD  COLLATERAL-POSITIONS
000210     LABEL RECORDS ARE STANDARD.
000220 01  CP-RECORD.
000228     05  CP-KEY.
000236         10  CP-WALLET-ID           PIC X(20).
000245         10  CP-PROTOCOL-NAME       PIC X(08).
000253         10  CP-TOKEN-CODE          PIC X(08).
000261             88  CP-NATIVE-SOL             VALUE "SOL" SPACES.
000270     05  CP-COLLATERAL-SOL          PIC 9(09)V99.
000280     05  FILLER                     PIC X(11).

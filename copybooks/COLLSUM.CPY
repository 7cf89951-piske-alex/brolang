000100*****************************************************************
000110* COLLSUM.CPY
000120* PROTOCOL COLLATERAL SUMMARY -- ONE RECORD PER PROTOCOL ON THE
000130* MASTER, KEYED BY PROTOCOL NAME, REBUILT EVERY WINDOW BY
000140* LAVARAGE-COLL-SUM RIGHT AFTER LAVARAGE-COLL-UPD APPLIES THE
000150* DAY'S MOVEMENTS.  CS-COLLATERAL-SOL IS THE PROTOCOL'S POSTED
000160* COLLATERAL VALUED INTO SOL-EQUIVALENT AT THE STAGED
000170* TOKEN-PRICES RATE; CS-UNPRICED-COUNT IS THE NUMBER OF
000180* POSITIONS LEFT OUT OF THAT SUM FOR WANT OF A USABLE PRICE.
000190* CS-PRICE-DATE IS THE OLDEST TOKEN-PRICES DATE THE SUM LEANED
000200* ON (ZERO WHEN EVERY POSITION WAS NATIVE SOL).  THE LARGEST
000210* WALLET IS THE ONE WALLET WHOSE POSITIONS IN THE POOL, TAKEN
000220* TOGETHER, ARE WORTH THE MOST.  LAVARAGE-GM, MGN-WATCH, RL-SIM,
000230* RL-MAINT AND INQUIRY ALL TAKE A PROTOCOL'S COLLATERAL FROM
000240* HERE, SO THEY CANNOT DISAGREE ABOUT IT ON THE SAME MORNING.
000250*****************************************************************
000260 FD  PROTOCOL-COLL-SUMMARY
000270     LABEL RECORDS ARE STANDARD.
000280 01  CS-RECORD.
000290     05  CS-PROTOCOL-NAME           PIC X(08).
000300     05  CS-COLLATERAL-SOL          PIC 9(11)V99.
000310     05  CS-POSITION-COUNT          PIC 9(07).
000320     05  CS-UNPRICED-COUNT          PIC 9(07).
000330     05  CS-PRICE-DATE              PIC 9(08).
000340     05  CS-LARGEST-WALLET-ID       PIC X(20).
000350     05  CS-LARGEST-WALLET-SOL      PIC 9(11)V99.
000360     05  CS-BUILD-DATE              PIC 9(08).
000370     05  CS-BUILD-TIME              PIC 9(08).
000380     05  FILLER                     PIC X(08).

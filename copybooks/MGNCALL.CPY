000100*****************************************************************
000110* MGNCALL.CPY
000120* MARGIN CALLS -- ONE RECORD PER WALLET THAT HAS EVER BEEN
000130* CALLED, KEYED BY WALLET ID, CARRYING THE WALLET'S CURRENT (OR
000140* MOST RECENT) CALL.  MAINTAINED NIGHTLY BY LAVARAGE-MGN-CALL:
000150*   N  NEW      ISSUED ON THIS RUN DATE
000160*   O  OPEN     STILL BELOW MAINTENANCE, INSIDE THE CURE WINDOW
000170*   C  CURED    BACK AT OR ABOVE MAINTENANCE, OR CLOSED OUT
000180*   E  EXPIRED  STILL BELOW MAINTENANCE PAST THE CURE DEADLINE --
000190*               A LIQUIDATION CANDIDATE
000200* A NEW CALL ON A WALLET WHOSE LAST CALL WAS CURED REPLACES IT;
000210* THE FULL HISTORY IS ON THE MARGIN NOTICE FILE (MGNNOTC).
000220*****************************************************************
000230 FD  MARGIN-CALLS
000240     LABEL RECORDS ARE STANDARD.
000250 01  MC-RECORD.
000260     05  MC-WALLET-ID               PIC X(20).
000270     05  MC-STATUS                  PIC X(01).
000280         88  MC-NEW                        VALUE "N".
000290         88  MC-OPEN                       VALUE "O".
000300         88  MC-CURED                      VALUE "C".
000310         88  MC-EXPIRED                    VALUE "E".
000320         88  MC-LIVE                       VALUE "N" "O" "E".
000330     05  MC-ISSUE-DATE              PIC 9(08).
000340     05  MC-CURE-DEADLINE           PIC 9(08).
000350     05  MC-LAST-REVIEW-DATE        PIC 9(08).
000360     05  MC-CLOSE-DATE              PIC 9(08).
000370     05  MC-COLLATERAL-SOL          PIC 9(11)V99.
000380     05  MC-BORROWED-SOL            PIC 9(11)V99.
000390     05  MC-REQUIRED-SOL            PIC 9(11)V99.
000400     05  MC-ISSUE-COLLATERAL-SOL    PIC 9(11)V99.
000410     05  FILLER                     PIC X(10).

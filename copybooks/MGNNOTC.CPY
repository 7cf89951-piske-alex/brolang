000100*****************************************************************
000110* MGNNOTC.CPY
000120* MARGIN NOTICES -- ONE RECORD APPENDED BY LAVARAGE-MGN-CALL
000130* EVERY TIME A WALLET'S MARGIN CALL CHANGES STATE: A NEW CALL
000140* NOTICE (ISSUE DATE AND CURE DEADLINE FOR THE CUSTOMER), A
000150* CURE, OR AN EXPIRY THAT PUTS THE WALLET ON THE LIQUIDATION
000160* CANDIDATE LIST.  CUMULATIVE; NEVER REWRITTEN.
000170*****************************************************************
000180 FD  MARGIN-NOTICES
000190     LABEL RECORDS ARE STANDARD.
000200 01  MN-RECORD.
000210     05  MN-RUN-DATE                PIC 9(08).
000220     05  MN-RUN-TIME                PIC 9(08).
000230     05  MN-WALLET-ID               PIC X(20).
000240     05  MN-NOTICE-TYPE             PIC X(01).
000250         88  MN-CALL-ISSUED                VALUE "N".
000260         88  MN-CALL-CURED                 VALUE "C".
000270         88  MN-CALL-EXPIRED               VALUE "E".
000280     05  MN-ISSUE-DATE              PIC 9(08).
000290     05  MN-CURE-DEADLINE           PIC 9(08).
000300     05  MN-COLLATERAL-SOL          PIC 9(11)V99.
000310     05  MN-BORROWED-SOL            PIC 9(11)V99.
000320     05  MN-REQUIRED-SOL            PIC 9(11)V99.
000330     05  MN-MAINT-PCT               PIC 9(03).
000340     05  FILLER                     PIC X(05).

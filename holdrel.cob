000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-HOLD-REL.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE MOVEMENT HOLD RELEASE / DENY
000180* APPLIES STAGED RELEASE AND DENY DECISIONS AGAINST THE MOVEMENT
000190* HOLD QUEUE (COLLHOLD).  LAVARAGE-COLL-UPD PUTS A WITHDRAWAL,
000200* CLOSE OR TRANSFER OUT ON THE QUEUE INSTEAD OF POSTING IT WHEN
000210* IT WOULD DROP ITS POOL BELOW THE RISK-LIMITS TIER THE POOL
000220* QUALIFIES FOR NOW.  EDITS ENFORCED PER DECISION:
000230*   - THE HOLD MUST BE ON THE QUEUE AND STILL PENDING
000240*   - A USER ID MUST BE KEYED, AND AN APPROVER ID THAT IS NOT
000250*     THE USER ID -- EVERY DECISION NEEDS A SECOND PERSON
000260* A RELEASED HOLD IS NOT POSTED HERE; THE NEXT COLL-UPD RUN
000270* POSTS IT THROUGH ITS NORMAL EDITS AND JOURNAL.  A DENIED HOLD
000280* IS NEVER POSTED.  THE DECISION, BOTH IDS AND THE NOTE STAY ON
000290* THE HOLD RECORD.
000300*
000310* RETURN CODES: 0 CLEAN; 4 WHEN ANY DECISION REJECTED; 12 WHEN
000320* THE HOLD QUEUE IS NOT AVAILABLE.
000330*
000340* MODIFICATION HISTORY
000350* 2026-10-15 AJP  INITIAL VERSION.
000360*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 REPOSITORY.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HOLD-DECISION-TXNS
000450         ASSIGN TO "HOLDTXN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HDT-STATUS.
000480     SELECT MOVEMENT-HOLDS
000490         ASSIGN TO "COLLHOLD"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HD-KEY
000530         FILE STATUS IS WS-HOLD-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 COPY HOLDTXN.
000580 COPY COLLHOLD.
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-CURRENT-DATE        PIC 9(08).
000620 01  WS-CURRENT-TIME        PIC 9(08).
000630 01  WS-REJECT-REASON       PIC X(40).
000640
000650 01  WS-FILE-STATUSES.
000660     05  WS-HDT-STATUS              PIC X(02).
000670         88  WS-HDT-FILE-MISSING           VALUE "35".
000680     05  WS-HOLD-STATUS             PIC X(02).
000690         88  WS-HOLD-OK                    VALUE "00".
000700
000710 01  WS-SWITCHES.
000720     05  WS-HDT-EOF-SW              PIC X(01) VALUE "N".
000730         88  WS-HDT-DONE                   VALUE "Y".
000740     05  WS-TXN-REJECTED-SW         PIC X(01) VALUE "N".
000750         88  WS-TXN-REJECTED               VALUE "Y".
000760     05  WS-HOLD-FOUND-SW           PIC X(01) VALUE "N".
000770         88  WS-HOLD-FOUND                 VALUE "Y".
000780
000790 01  WS-COUNTERS.
000800     05  WS-TXNS-READ               PIC 9(5) COMP VALUE 0.
000810     05  WS-TXNS-APPLIED            PIC 9(5) COMP VALUE 0.
000820     05  WS-TXNS-REJECTED           PIC 9(5) COMP VALUE 0.
000830     05  WS-HOLDS-RELEASED          PIC 9(5) COMP VALUE 0.
000840     05  WS-HOLDS-DENIED            PIC 9(5) COMP VALUE 0.
000850
000860 PROCEDURE DIVISION.
000870 MAIN-PROGRAM.
000880     PERFORM 1000-INITIALIZE
000890     IF WS-HDT-FILE-MISSING
000900         DISPLAY "HOLDTXN: NO HOLD DECISIONS STAGED, "
000910             "NOTHING TO APPLY"
000920     ELSE
000930         IF NOT WS-HOLD-OK
000940             DISPLAY "COLLHOLD: HOLD QUEUE NOT AVAILABLE, "
000950                 "STATUS " WS-HOLD-STATUS
000960                 " -- CANNOT APPLY DECISIONS"
000970             MOVE 12 TO RETURN-CODE
000980         ELSE
000990             PERFORM 1800-READ-TXN
001000             PERFORM 2000-APPLY-ONE-TXN UNTIL WS-HDT-DONE
001010             CLOSE MOVEMENT-HOLDS
001020             PERFORM 8000-PRINT-TOTALS
001030         END-IF
001040         CLOSE HOLD-DECISION-TXNS
001050     END-IF
001060     PERFORM 9999-EXIT
001070     STOP RUN.
001080
001090*****************************************************************
001100* 1000-INITIALIZE -- CLOCK, FILES, REGISTER HEADER.
001110*****************************************************************
001120 1000-INITIALIZE.
001130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001140     ACCEPT WS-CURRENT-TIME FROM TIME
001150     OPEN INPUT HOLD-DECISION-TXNS
001160     OPEN I-O MOVEMENT-HOLDS
001170     DISPLAY "========================================="
001180     DISPLAY "  LAVARAGE MOVEMENT HOLD DECISIONS"
001190     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001200     DISPLAY "========================================="
001210     .
001220
001230 1800-READ-TXN.
001240     READ HOLD-DECISION-TXNS
001250         AT END
001260             MOVE "Y" TO WS-HDT-EOF-SW
001270     END-READ
001280     .
001290
001300*****************************************************************
001310* 2000-APPLY-ONE-TXN -- EDIT ONE DECISION, APPLY IT IF CLEAN,
001320* AND PRINT ITS REGISTER LINE.
001330*****************************************************************
001340 2000-APPLY-ONE-TXN.
001350     ADD 1 TO WS-TXNS-READ
001360     MOVE "N"    TO WS-TXN-REJECTED-SW
001370     MOVE SPACES TO WS-REJECT-REASON
001380     PERFORM 2100-READ-HOLD
001390     PERFORM 2200-EDIT-TXN
001400     IF NOT WS-TXN-REJECTED
001410         PERFORM 2300-CHECK-APPROVER
001420     END-IF
001430     IF NOT WS-TXN-REJECTED
001440         PERFORM 3000-APPLY-TO-HOLD
001450     END-IF
001460     PERFORM 2900-PRINT-REGISTER-LINE
001470     PERFORM 1800-READ-TXN
001480     .
001490
001500*****************************************************************
001510* 2100-READ-HOLD -- RANDOM READ OF THE NAMED HOLD.
001520*****************************************************************
001530 2100-READ-HOLD.
001540     MOVE "N" TO WS-HOLD-FOUND-SW
001550     IF HDT-HOLD-DATE NUMERIC AND HDT-HOLD-SEQ NUMERIC
001560         MOVE HDT-HOLD-DATE TO HD-HOLD-DATE
001570         MOVE HDT-HOLD-SEQ  TO HD-HOLD-SEQ
001580         READ MOVEMENT-HOLDS
001590             KEY IS HD-KEY
001600             INVALID KEY
001610                 CONTINUE
001620             NOT INVALID KEY
001630                 MOVE "Y" TO WS-HOLD-FOUND-SW
001640         END-READ
001650     END-IF
001660     .
001670
001680*****************************************************************
001690* 2200-EDIT-TXN -- THE DECISION EDITS, FIRST FAILURE NAMES THE
001700* REJECT REASON.
001710*****************************************************************
001720 2200-EDIT-TXN.
001730     EVALUATE TRUE
001740         WHEN NOT (HDT-RELEASE OR HDT-DENY)
001750             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
001760             MOVE "Y" TO WS-TXN-REJECTED-SW
001770         WHEN HDT-USER-ID = SPACES
001780             MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
001790             MOVE "Y" TO WS-TXN-REJECTED-SW
001800         WHEN NOT WS-HOLD-FOUND
001810             MOVE "HOLD NOT ON HOLD QUEUE" TO WS-REJECT-REASON
001820             MOVE "Y" TO WS-TXN-REJECTED-SW
001830         WHEN HD-RELEASED OR HD-POSTED OR HD-POST-FAILED
001840             MOVE "HOLD ALREADY RELEASED" TO WS-REJECT-REASON
001850             MOVE "Y" TO WS-TXN-REJECTED-SW
001860         WHEN HD-DENIED
001870             MOVE "HOLD ALREADY DENIED" TO WS-REJECT-REASON
001880             MOVE "Y" TO WS-TXN-REJECTED-SW
001890         WHEN NOT HD-PENDING
001900             MOVE "HOLD STATUS INVALID" TO WS-REJECT-REASON
001910             MOVE "Y" TO WS-TXN-REJECTED-SW
001920     END-EVALUATE
001930     .
001940
001950*****************************************************************
001960* 2300-CHECK-APPROVER -- EVERY HOLD DECISION NEEDS A SECOND PAIR
001970* OF EYES: AN APPROVER ID THAT IS PRESENT AND IS NOT THE KEYING
001980* USER.
001990*****************************************************************
002000 2300-CHECK-APPROVER.
002010     IF HDT-APPROVER-ID = SPACES
002020        OR HDT-APPROVER-ID = HDT-USER-ID
002030         MOVE "HOLD DECISION NEEDS SECOND APPROVER"
002040             TO WS-REJECT-REASON
002050         MOVE "Y" TO WS-TXN-REJECTED-SW
002060     END-IF
002070     .
002080
002090*****************************************************************
002100* 2900-PRINT-REGISTER-LINE -- ONE LINE PER DECISION.
002110*****************************************************************
002120 2900-PRINT-REGISTER-LINE.
002130     IF WS-TXN-REJECTED
002140         ADD 1 TO WS-TXNS-REJECTED
002150         DISPLAY "  REJECTED " HDT-ACTION " HOLD "
002160             HDT-HOLD-DATE "-" HDT-HOLD-SEQ
002170             " -- " WS-REJECT-REASON
002180     ELSE
002190         DISPLAY "  APPLIED  " HDT-ACTION " HOLD "
002200             HDT-HOLD-DATE "-" HDT-HOLD-SEQ " "
002210             HD-ACTION " " HD-WALLET-ID " " HD-PROTOCOL-NAME
002220     END-IF
002230     .
002240
002250*****************************************************************
002260* 3000-APPLY-TO-HOLD -- RECORD THE DECISION, BOTH IDS AND THE
002270* NOTE ON THE HOLD.  A RELEASE LEAVES IT FOR COLL-UPD TO POST.
002280*****************************************************************
002290 3000-APPLY-TO-HOLD.
002300     IF HDT-RELEASE
002310         MOVE "R" TO HD-STATUS
002320     ELSE
002330         MOVE "D" TO HD-STATUS
002340     END-IF
002350     MOVE WS-CURRENT-DATE  TO HD-DECISION-DATE
002360     MOVE WS-CURRENT-TIME  TO HD-DECISION-TIME
002370     MOVE HDT-USER-ID      TO HD-USER-ID
002380     MOVE HDT-APPROVER-ID  TO HD-APPROVER-ID
002390     MOVE HDT-NOTE         TO HD-DECISION-NOTE
002400     REWRITE HD-RECORD
002410         INVALID KEY
002420             MOVE "HOLD QUEUE REWRITE FAILED" TO WS-REJECT-REASON
002430             MOVE "Y" TO WS-TXN-REJECTED-SW
002440         NOT INVALID KEY
002450             ADD 1 TO WS-TXNS-APPLIED
002460             IF HDT-RELEASE
002470                 ADD 1 TO WS-HOLDS-RELEASED
002480             ELSE
002490                 ADD 1 TO WS-HOLDS-DENIED
002500             END-IF
002510     END-REWRITE
002520     .
002530
002540*****************************************************************
002550* 8000-PRINT-TOTALS -- RUN TOTALS.
002560*****************************************************************
002570 8000-PRINT-TOTALS.
002580     DISPLAY " "
002590     DISPLAY "  TXNS READ:           " WS-TXNS-READ
002600     DISPLAY "  TXNS APPLIED:        " WS-TXNS-APPLIED
002610     DISPLAY "  TXNS REJECTED:       " WS-TXNS-REJECTED
002620     DISPLAY "  HOLDS RELEASED:      " WS-HOLDS-RELEASED
002630     DISPLAY "  HOLDS DENIED:        " WS-HOLDS-DENIED
002640     DISPLAY "========================================="
002650     IF WS-TXNS-REJECTED > 0
002660         MOVE 4 TO RETURN-CODE
002670     END-IF
002680     .
002690
002700 9999-EXIT.
002710     EXIT.

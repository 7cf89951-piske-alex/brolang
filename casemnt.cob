000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-CASE-MAINT.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE EXCEPTION CASE MAINTENANCE
000180* APPLIES STAGED ACKNOWLEDGE, ASSIGN AND RESOLVE TRANSACTIONS
000190* AGAINST THE EXCEPTION CASE FILE (EXCCASE), SO EVERY CASE
000200* CARRIES WHO LOOKED AT IT, WHO OWNS IT AND HOW IT WAS CLOSED,
000210* EACH WITH A DATE.  EDITS ENFORCED PER TRANSACTION:
000220*   - THE CASE MUST BE ON FILE AND NOT ALREADY RESOLVED
000230*   - A USER ID MUST BE KEYED
000240*   - AN ACKNOWLEDGE OF A CASE ALREADY ACKNOWLEDGED REJECTS
000250*   - AN ASSIGN MUST NAME THE USER IT ASSIGNS TO
000260*   - A RESOLVE MUST CARRY A RESOLUTION NOTE
000270* ASSIGNING OR RESOLVING A CASE NOBODY HAS ACKNOWLEDGED ALSO
000280* ACKNOWLEDGES IT UNDER THE SAME USER -- SOMEONE HAS LOOKED.
000290*
000300* RETURN CODES: 0 CLEAN; 4 WHEN ANY TRANSACTION REJECTED; 12
000310* WHEN THE CASE FILE IS NOT AVAILABLE.
000320*
000330* MODIFICATION HISTORY
000340* 2026-10-15 AJP  INITIAL VERSION.
000343* 2026-10-15 AJP  A FAILED CASE REWRITE REJECTS THE TRANSACTION
000346*                 INSTEAD OF COUNTING IT APPLIED.
000350*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 REPOSITORY.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CASE-TXNS
000440         ASSIGN TO "CASETXN"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CT-STATUS.
000470     SELECT EXCEPTION-CASES
000480         ASSIGN TO "EXCCASE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EC-KEY
000520         FILE STATUS IS WS-EXCCASE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 COPY CASETXN.
000570 COPY EXCCASE.
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-CURRENT-DATE        PIC 9(08).
000610 01  WS-CURRENT-TIME        PIC 9(08).
000620 01  WS-REJECT-REASON       PIC X(40).
000630
000640 01  WS-FILE-STATUSES.
000650     05  WS-CT-STATUS               PIC X(02).
000660         88  WS-CT-FILE-MISSING            VALUE "35".
000670     05  WS-EXCCASE-STATUS          PIC X(02).
000680         88  WS-EXCCASE-OK                 VALUE "00".
000690
000700 01  WS-SWITCHES.
000710     05  WS-CT-EOF-SW               PIC X(01) VALUE "N".
000720         88  WS-CT-DONE                    VALUE "Y".
000730     05  WS-TXN-REJECTED-SW         PIC X(01) VALUE "N".
000740         88  WS-TXN-REJECTED               VALUE "Y".
000750     05  WS-CASE-FOUND-SW           PIC X(01) VALUE "N".
000760         88  WS-CASE-FOUND                 VALUE "Y".
000770
000780 01  WS-COUNTERS.
000790     05  WS-TXNS-READ               PIC 9(5) COMP VALUE 0.
000800     05  WS-TXNS-APPLIED            PIC 9(5) COMP VALUE 0.
000810     05  WS-TXNS-REJECTED           PIC 9(5) COMP VALUE 0.
000820     05  WS-CASES-ACKNOWLEDGED      PIC 9(5) COMP VALUE 0.
000830     05  WS-CASES-ASSIGNED          PIC 9(5) COMP VALUE 0.
000840     05  WS-CASES-RESOLVED          PIC 9(5) COMP VALUE 0.
000850
000860 PROCEDURE DIVISION.
000870 MAIN-PROGRAM.
000880     PERFORM 1000-INITIALIZE
000890     IF WS-CT-FILE-MISSING
000900         DISPLAY "CASETXN: NO CASE TRANSACTIONS STAGED, "
000910             "NOTHING TO APPLY"
000920     ELSE
000930         IF NOT WS-EXCCASE-OK
000940             DISPLAY "EXCCASE: CASE FILE NOT AVAILABLE, "
000950                 "STATUS " WS-EXCCASE-STATUS
000960                 " -- CANNOT APPLY MAINTENANCE"
000970             MOVE 12 TO RETURN-CODE
000980         ELSE
000990             PERFORM 1800-READ-TXN
001000             PERFORM 2000-APPLY-ONE-TXN UNTIL WS-CT-DONE
001010             CLOSE EXCEPTION-CASES
001020             PERFORM 8000-PRINT-TOTALS
001030         END-IF
001040         CLOSE CASE-TXNS
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
001150     OPEN INPUT CASE-TXNS
001160     OPEN I-O EXCEPTION-CASES
001170     DISPLAY "========================================="
001180     DISPLAY "  LAVARAGE EXCEPTION CASE MAINTENANCE"
001190     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001200     DISPLAY "========================================="
001210     .
001220
001230 1800-READ-TXN.
001240     READ CASE-TXNS
001250         AT END
001260             MOVE "Y" TO WS-CT-EOF-SW
001270     END-READ
001280     .
001290
001300*****************************************************************
001310* 2000-APPLY-ONE-TXN -- EDIT ONE CASE TRANSACTION, APPLY IT IF
001320* CLEAN, AND PRINT ITS REGISTER LINE.
001330*****************************************************************
001340 2000-APPLY-ONE-TXN.
001350     ADD 1 TO WS-TXNS-READ
001360     MOVE "N"    TO WS-TXN-REJECTED-SW
001370     MOVE SPACES TO WS-REJECT-REASON
001380     PERFORM 2100-READ-CASE
001390     PERFORM 2200-EDIT-TXN
001400     IF NOT WS-TXN-REJECTED
001410         PERFORM 3000-APPLY-TO-CASE
001420     END-IF
001430     PERFORM 2900-PRINT-REGISTER-LINE
001440     PERFORM 1800-READ-TXN
001450     .
001460
001470*****************************************************************
001480* 2100-READ-CASE -- RANDOM READ OF THE NAMED CASE.
001490*****************************************************************
001500 2100-READ-CASE.
001510     MOVE "N" TO WS-CASE-FOUND-SW
001520     IF CT-CASE-SEQ NUMERIC
001530         MOVE CT-PROTOCOL-NAME TO EC-PROTOCOL-NAME
001540         MOVE CT-REASON-CODE   TO EC-REASON-CODE
001550         MOVE CT-CASE-SEQ      TO EC-CASE-SEQ
001560         READ EXCEPTION-CASES
001570             KEY IS EC-KEY
001580             INVALID KEY
001590                 CONTINUE
001600             NOT INVALID KEY
001610                 MOVE "Y" TO WS-CASE-FOUND-SW
001620         END-READ
001630     END-IF
001640     .
001650
001660*****************************************************************
001670* 2200-EDIT-TXN -- THE TRANSACTION EDITS, FIRST FAILURE NAMES
001680* THE REJECT REASON.
001690*****************************************************************
001700 2200-EDIT-TXN.
001710     EVALUATE TRUE
001720         WHEN NOT (CT-ACKNOWLEDGE OR CT-ASSIGN OR CT-RESOLVE)
001730             MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
001740             MOVE "Y" TO WS-TXN-REJECTED-SW
001750         WHEN CT-USER-ID = SPACES
001760             MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
001770             MOVE "Y" TO WS-TXN-REJECTED-SW
001780         WHEN NOT WS-CASE-FOUND
001790             MOVE "CASE NOT ON EXCCASE" TO WS-REJECT-REASON
001800             MOVE "Y" TO WS-TXN-REJECTED-SW
001810         WHEN EC-RESOLVED
001820             MOVE "CASE ALREADY RESOLVED" TO WS-REJECT-REASON
001830             MOVE "Y" TO WS-TXN-REJECTED-SW
001840         WHEN CT-ACKNOWLEDGE AND EC-ACKNOWLEDGED
001850             MOVE "CASE ALREADY ACKNOWLEDGED" TO WS-REJECT-REASON
001860             MOVE "Y" TO WS-TXN-REJECTED-SW
001870         WHEN CT-ASSIGN AND CT-ASSIGN-TO = SPACES
001880             MOVE "ASSIGN-TO USER IS BLANK" TO WS-REJECT-REASON
001890             MOVE "Y" TO WS-TXN-REJECTED-SW
001900         WHEN CT-RESOLVE AND CT-NOTE = SPACES
001910             MOVE "RESOLUTION NOTE IS BLANK" TO WS-REJECT-REASON
001920             MOVE "Y" TO WS-TXN-REJECTED-SW
001930     END-EVALUATE
001940     .
001950
001960*****************************************************************
001970* 2900-PRINT-REGISTER-LINE -- ONE LINE PER TRANSACTION.
001980*****************************************************************
001990 2900-PRINT-REGISTER-LINE.
002000     IF WS-TXN-REJECTED
002010         ADD 1 TO WS-TXNS-REJECTED
002020         DISPLAY "  REJECTED " CT-ACTION " " CT-PROTOCOL-NAME " "
002030             CT-REASON-CODE " CASE " CT-CASE-SEQ
002040             " -- " WS-REJECT-REASON
002050     ELSE
002060         DISPLAY "  APPLIED  " CT-ACTION " " CT-PROTOCOL-NAME " "
002070             CT-REASON-CODE " CASE " CT-CASE-SEQ
002080             " BY " CT-USER-ID
002090     END-IF
002100     .
002110
002120*****************************************************************
002130* 3000-APPLY-TO-CASE -- STAMP THE ACTION, ITS USER AND DATE ON
002140* THE CASE.  AN UNACKNOWLEDGED CASE IS ACKNOWLEDGED BY WHOEVER
002150* FIRST ACTS ON IT.
002160*****************************************************************
002170 3000-APPLY-TO-CASE.
002180     IF EC-OPEN
002190         MOVE "A"             TO EC-STATUS
002200         MOVE WS-CURRENT-DATE TO EC-ACK-DATE
002210         MOVE WS-CURRENT-TIME TO EC-ACK-TIME
002220         MOVE CT-USER-ID      TO EC-ACK-USER
002230     END-IF
002240     EVALUATE TRUE
002270         WHEN CT-ASSIGN
002280             MOVE CT-ASSIGN-TO    TO EC-ASSIGNED-TO
002290             MOVE WS-CURRENT-DATE TO EC-ASSIGN-DATE
002300             MOVE CT-USER-ID      TO EC-ASSIGN-USER
002320         WHEN CT-RESOLVE
002330             MOVE "R"             TO EC-STATUS
002340             MOVE WS-CURRENT-DATE TO EC-RESOLVED-DATE
002350             MOVE WS-CURRENT-TIME TO EC-RESOLVED-TIME
002360             MOVE CT-USER-ID      TO EC-RESOLVED-USER
002370             MOVE CT-NOTE         TO EC-RESOLUTION-NOTE
002390     END-EVALUATE
002400     REWRITE EC-RECORD
002402         INVALID KEY
002404             MOVE "CASE FILE REWRITE FAILED" TO WS-REJECT-REASON
002406             MOVE "Y" TO WS-TXN-REJECTED-SW
002408         NOT INVALID KEY
002410             ADD 1 TO WS-TXNS-APPLIED
002411             EVALUATE TRUE
002412                 WHEN CT-ACKNOWLEDGE
002413                     ADD 1 TO WS-CASES-ACKNOWLEDGED
002414                 WHEN CT-ASSIGN
002415                     ADD 1 TO WS-CASES-ASSIGNED
002416                 WHEN CT-RESOLVE
002417                     ADD 1 TO WS-CASES-RESOLVED
002418             END-EVALUATE
002419     END-REWRITE
002420     .
002430
002440*****************************************************************
002450* 8000-PRINT-TOTALS -- RUN TOTALS.
002460*****************************************************************
002470 8000-PRINT-TOTALS.
002480     DISPLAY " "
002490     DISPLAY "  TXNS READ:           " WS-TXNS-READ
002500     DISPLAY "  TXNS APPLIED:        " WS-TXNS-APPLIED
002510     DISPLAY "  TXNS REJECTED:       " WS-TXNS-REJECTED
002520     DISPLAY "  CASES ACKNOWLEDGED:  " WS-CASES-ACKNOWLEDGED
002530     DISPLAY "  CASES ASSIGNED:      " WS-CASES-ASSIGNED
002540     DISPLAY "  CASES RESOLVED:      " WS-CASES-RESOLVED
002550     DISPLAY "========================================="
002560     IF WS-TXNS-REJECTED > 0
002570         MOVE 4 TO RETURN-CODE
002580     END-IF
002590     .
002600
002610 9999-EXIT.
002620     EXIT.

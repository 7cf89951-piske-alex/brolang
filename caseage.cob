000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-CASE-AGE.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE OPEN EXCEPTION CASE AGING REPORT
000180* LISTS EVERY UNRESOLVED CASE ON THE EXCEPTION CASE FILE
000190* (EXCCASE) WITH ITS AGE IN DAYS FROM THE FIRST EXCEPTION, HOW
000200* MANY TIMES IT HAS RECURRED, WHEN IT WAS LAST SEEN, AND WHO
000210* ACKNOWLEDGED IT AND OWNS IT -- THEN TOTALS OPEN CASES IN 0-1,
000220* 2-7, 8-30 AND OVER 30 DAY BUCKETS, UNACKNOWLEDGED AND
000230* ACKNOWLEDGED SEPARATELY.  A LEVREJ OR NOTIER CASE IS A
000240* PROTOCOL THAT COULD NOT BANNER ON ITS RISK LIMITS; ONE THAT
000250* NOBODY HAS ACKNOWLEDGED PAST THE THRESHOLD FAILS THE JOB.
000260*
000270* SYSIN: LINE 1 THE AGING DATE AS YYYYMMDD (EMPTY OR NON-NUMERIC
000280* DEFAULTS TO TODAY); LINE 2 THE ACKNOWLEDGEMENT THRESHOLD IN
000290* DAYS AS 2 DIGITS (DEFAULT 01).
000300*
000310* RETURN CODES: 0 NOTHING OVERDUE; 8 A LEVREJ OR NOTIER CASE IS
000320* UNACKNOWLEDGED PAST THE THRESHOLD; 12 CASE FILE NOT AVAILABLE.
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
000440     SELECT EXCEPTION-CASES
000450         ASSIGN TO "EXCCASE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS EC-KEY
000490         FILE STATUS IS WS-EXCCASE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 COPY EXCCASE.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-AGE-DATE-PARM       PIC X(08) VALUE SPACES.
000570 01  WS-AGE-DATE            PIC 9(08).
000580 01  WS-THRESHOLD-PARM      PIC X(02) VALUE SPACES.
000590 01  WS-THRESHOLD-DAYS      PIC 9(02) VALUE 1.
000600 01  WS-CASE-AGE            PIC S9(05).
000610 01  WS-AGE-DISPLAY         PIC ZZZZ9.
000620 01  WS-OCCUR-DISPLAY       PIC ZZZZ9.
000630 01  WS-OVERDUE-FLAG        PIC X(14).
000640
000650 01  WS-FILE-STATUSES.
000660     05  WS-EXCCASE-STATUS          PIC X(02).
000670         88  WS-EXCCASE-OK                 VALUE "00".
000680
000690 01  WS-SWITCHES.
000700     05  WS-EXCCASE-EOF-SW          PIC X(01) VALUE "N".
000710         88  WS-EXCCASE-DONE               VALUE "Y".
000720
000730 01  WS-COUNTERS.
000740     05  WS-CASES-READ              PIC 9(5) COMP VALUE 0.
000750     05  WS-CASES-RESOLVED          PIC 9(5) COMP VALUE 0.
000760     05  WS-CASES-UNACKNOWLEDGED    PIC 9(5) COMP VALUE 0.
000770     05  WS-CASES-ACKNOWLEDGED      PIC 9(5) COMP VALUE 0.
000780     05  WS-CRITICAL-OVERDUE        PIC 9(5) COMP VALUE 0.
000790
000800 01  WS-AGING-BUCKETS.
000810     05  WS-BUCKET OCCURS 4 TIMES
000820             INDEXED BY WS-BK-IDX.
000830         10  WS-BK-UNACK            PIC 9(05).
000840         10  WS-BK-ACK              PIC 9(05).
000850
000860 PROCEDURE DIVISION.
000870 MAIN-PROGRAM.
000880     PERFORM 1000-INITIALIZE
000890     IF NOT WS-EXCCASE-OK
000900         DISPLAY "EXCCASE: CASE FILE NOT AVAILABLE, STATUS "
000910             WS-EXCCASE-STATUS " -- NO REPORT"
000920         MOVE 12 TO RETURN-CODE
000930     ELSE
000940         PERFORM 1800-READ-CASE
000950         PERFORM 2000-REPORT-ONE-CASE UNTIL WS-EXCCASE-DONE
000960         CLOSE EXCEPTION-CASES
000970         PERFORM 8000-PRINT-TOTALS
000980     END-IF
000990     PERFORM 9999-EXIT
001000     STOP RUN.
001010
001020*****************************************************************
001030* 1000-INITIALIZE -- PARMS, FILE, REPORT HEADER.
001040*****************************************************************
001050 1000-INITIALIZE.
001060     ACCEPT WS-AGE-DATE-PARM
001070     IF WS-AGE-DATE-PARM IS NUMERIC
001080        AND WS-AGE-DATE-PARM NOT = "00000000"
001090         MOVE WS-AGE-DATE-PARM TO WS-AGE-DATE
001100     ELSE
001110         ACCEPT WS-AGE-DATE FROM DATE YYYYMMDD
001120     END-IF
001130     ACCEPT WS-THRESHOLD-PARM
001140     IF WS-THRESHOLD-PARM IS NUMERIC
001150         MOVE WS-THRESHOLD-PARM TO WS-THRESHOLD-DAYS
001160     END-IF
001170     MOVE ZERO TO WS-BK-UNACK(1) WS-BK-ACK(1)
001180                  WS-BK-UNACK(2) WS-BK-ACK(2)
001190                  WS-BK-UNACK(3) WS-BK-ACK(3)
001200                  WS-BK-UNACK(4) WS-BK-ACK(4)
001210     OPEN INPUT EXCEPTION-CASES
001220     DISPLAY "========================================="
001230     DISPLAY "  LAVARAGE OPEN EXCEPTION CASES -- " WS-AGE-DATE
001240     DISPLAY "  ACKNOWLEDGEMENT THRESHOLD " WS-THRESHOLD-DAYS
001250         " DAYS"
001260     DISPLAY "========================================="
001270     .
001280
001290 1800-READ-CASE.
001300     READ EXCEPTION-CASES NEXT RECORD
001310         AT END
001320             MOVE "Y" TO WS-EXCCASE-EOF-SW
001330     END-READ
001340     .
001350
001360*****************************************************************
001370* 2000-REPORT-ONE-CASE -- RESOLVED CASES ARE COUNTED ONLY; EVERY
001380* UNRESOLVED CASE IS AGED AND LISTED.
001390*****************************************************************
001400 2000-REPORT-ONE-CASE.
001410     ADD 1 TO WS-CASES-READ
001420     IF EC-RESOLVED
001430         ADD 1 TO WS-CASES-RESOLVED
001440     ELSE
001450         PERFORM 2100-AGE-ONE-CASE
001460         PERFORM 2900-PRINT-CASE-LINES
001470     END-IF
001480     PERFORM 1800-READ-CASE
001490     .
001500
001510*****************************************************************
001520* 2100-AGE-ONE-CASE -- DAYS SINCE THE FIRST EXCEPTION, INTO ITS
001530* BUCKET.  AN UNACKNOWLEDGED LEVREJ OR NOTIER CASE OLDER THAN
001540* THE THRESHOLD IS FLAGGED AND FAILS THE JOB.
001550*****************************************************************
001560 2100-AGE-ONE-CASE.
001570     MOVE SPACES TO WS-OVERDUE-FLAG
001580     COMPUTE WS-CASE-AGE =
001590         FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
001600         - FUNCTION INTEGER-OF-DATE(EC-FIRST-SEEN-DATE)
001610     IF WS-CASE-AGE < 0
001620         MOVE 0 TO WS-CASE-AGE
001630     END-IF
001640     EVALUATE TRUE
001650         WHEN WS-CASE-AGE NOT > 1
001660             SET WS-BK-IDX TO 1
001670         WHEN WS-CASE-AGE NOT > 7
001680             SET WS-BK-IDX TO 2
001690         WHEN WS-CASE-AGE NOT > 30
001700             SET WS-BK-IDX TO 3
001710         WHEN OTHER
001720             SET WS-BK-IDX TO 4
001730     END-EVALUATE
001740     IF EC-OPEN
001750         ADD 1 TO WS-CASES-UNACKNOWLEDGED
001760         ADD 1 TO WS-BK-UNACK(WS-BK-IDX)
001770         IF (EC-REASON-CODE = "LEVREJ"
001780             OR EC-REASON-CODE = "NOTIER")
001790            AND WS-CASE-AGE > WS-THRESHOLD-DAYS
001800             ADD 1 TO WS-CRITICAL-OVERDUE
001810             MOVE " ** OVERDUE **" TO WS-OVERDUE-FLAG
001820         END-IF
001830     ELSE
001840         ADD 1 TO WS-CASES-ACKNOWLEDGED
001850         ADD 1 TO WS-BK-ACK(WS-BK-IDX)
001860     END-IF
001870     .
001880
001890*****************************************************************
001900* 2900-PRINT-CASE-LINES -- THE CASE, ITS AGE AND RECURRENCE,
001910* THEN WHO HAS LOOKED AT IT AND WHO OWNS IT.
001920*****************************************************************
001930 2900-PRINT-CASE-LINES.
001940     MOVE WS-CASE-AGE    TO WS-AGE-DISPLAY
001950     MOVE EC-OCCURRENCES TO WS-OCCUR-DISPLAY
001960     DISPLAY "  " EC-PROTOCOL-NAME " " EC-REASON-CODE
001970         " CASE " EC-CASE-SEQ " FIRST " EC-FIRST-SEEN-DATE
001980         " LAST " EC-LAST-SEEN-DATE " SEEN" WS-OCCUR-DISPLAY
001990         " AGE" WS-AGE-DISPLAY WS-OVERDUE-FLAG
002000     DISPLAY "      " EC-LAST-REASON-TEXT
002010     IF EC-OPEN
002020         DISPLAY "      NOT ACKNOWLEDGED"
002030     ELSE
002040         DISPLAY "      ACKNOWLEDGED " EC-ACK-DATE " BY "
002050             EC-ACK-USER
002060     END-IF
002070     IF EC-ASSIGNED-TO NOT = SPACES
002080         DISPLAY "      ASSIGNED TO " EC-ASSIGNED-TO " ON "
002090             EC-ASSIGN-DATE " BY " EC-ASSIGN-USER
002100     END-IF
002110     .
002120
002130*****************************************************************
002140* 8000-PRINT-TOTALS -- AGING BUCKETS AND CASE COUNTS.
002150*****************************************************************
002160 8000-PRINT-TOTALS.
002170     DISPLAY " "
002180     DISPLAY "  OPEN CASE AGING        UNACK   ACKED"
002190     DISPLAY "    0-1 DAYS:           " WS-BK-UNACK(1)
002200         "   " WS-BK-ACK(1)
002210     DISPLAY "    2-7 DAYS:           " WS-BK-UNACK(2)
002220         "   " WS-BK-ACK(2)
002230     DISPLAY "    8-30 DAYS:          " WS-BK-UNACK(3)
002240         "   " WS-BK-ACK(3)
002250     DISPLAY "    OVER 30 DAYS:       " WS-BK-UNACK(4)
002260         "   " WS-BK-ACK(4)
002270     DISPLAY " "
002280     DISPLAY "  CASES READ:           " WS-CASES-READ
002290     DISPLAY "  RESOLVED:             " WS-CASES-RESOLVED
002300     DISPLAY "  OPEN, UNACKNOWLEDGED: " WS-CASES-UNACKNOWLEDGED
002310     DISPLAY "  OPEN, ACKNOWLEDGED:   " WS-CASES-ACKNOWLEDGED
002320     DISPLAY "  LEVREJ/NOTIER OVERDUE:" WS-CRITICAL-OVERDUE
002330     IF WS-CRITICAL-OVERDUE > 0
002340         DISPLAY "  **** LEVREJ/NOTIER CASES UNACKNOWLEDGED PAST "
002350             WS-THRESHOLD-DAYS " DAYS ****"
002360         MOVE 8 TO RETURN-CODE
002370     END-IF
002380     DISPLAY "========================================="
002390     .
002400
002410 9999-EXIT.
002420     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-COLL-CONV.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE COLLATERAL POSITIONS RE-KEY CONVERSION
000180* ONE-TIME UTILITY THAT CARRIES THE OLD WALLET-KEYED POSITIONS
000190* FILE OVER TO THE WALLET + PROTOCOL + TOKEN KEY (CP-KEY).  THE
000200* OLD DATASET IS RENAMED TO COLLPOLD BEFORE THE RUN; EVERY
000210* RECORD ON IT IS READ IN WALLET ORDER AND WRITTEN TO THE NEW
000220* COLLPOS UNDER THE FULL KEY.  A BLANK TOKEN CODE IS KEYED AS
000230* "SOL" SO NATIVE SOL HAS ONE SPELLING ON THE NEW FILE.
000240*
000250* THE RECORD LAYOUT ITSELF IS UNCHANGED -- ONLY THE KEY -- SO
000260* EVERY FIELD IS CARRIED ACROSS AS IT STANDS.  THE RUN REFUSES
000270* WITH RETURN CODE 8 IF THE NEW COLLPOS ALREADY HOLDS ANY
000280* POSITION (IT HAS BEEN CONVERTED, OR COLL-UPD HAS ALREADY
000290* POSTED TO IT), SO A RESUBMIT CANNOT OVERLAY LIVE DATA.  THE
000300* RECORD COUNT AND THE POSTED-AMOUNT TOTAL MUST MATCH ON BOTH
000310* SIDES, OR THE JOB ENDS WITH RETURN CODE 8 AND THE OLD FILE
000320* MUST BE KEPT.  A MISSING OLD FILE ENDS WITH RETURN CODE 12.
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
000440     SELECT COLLATERAL-POSITIONS-OLD
000450         ASSIGN TO "COLLPOLD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS OLD-CP-WALLET-ID
000490         FILE STATUS IS WS-OLD-STATUS.
000500     SELECT COLLATERAL-POSITIONS
000510         ASSIGN TO "COLLPOS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CP-KEY
000550         FILE STATUS IS WS-COLLPOS-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  COLLATERAL-POSITIONS-OLD
000600     LABEL RECORDS ARE STANDARD.
000610 01  OLD-CP-RECORD.
000620     05  OLD-CP-WALLET-ID           PIC X(20).
000630     05  OLD-CP-PROTOCOL-NAME       PIC X(08).
000640     05  OLD-CP-TOKEN-CODE          PIC X(08).
000650     05  OLD-CP-COLLATERAL-SOL      PIC 9(09)V99.
000660     05  FILLER                     PIC X(11).
000670 COPY COLLPOS.
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-FILE-STATUSES.
000710     05  WS-OLD-STATUS              PIC X(02).
000720         88  WS-OLD-OK                     VALUE "00".
000730     05  WS-COLLPOS-STATUS          PIC X(02).
000740         88  WS-COLLPOS-OK                 VALUE "00".
000750         88  WS-COLLPOS-FILE-MISSING       VALUE "35".
000760
000770 01  WS-SWITCHES.
000780     05  WS-OLD-EOF-SW              PIC X(01) VALUE "N".
000790         88  WS-OLD-DONE                   VALUE "Y".
000800     05  WS-NEW-EMPTY-SW            PIC X(01) VALUE "Y".
000810         88  WS-NEW-EMPTY                  VALUE "Y".
000820
000830 01  WS-COUNTERS.
000840     05  WS-RECORDS-READ            PIC 9(7) COMP VALUE 0.
000850     05  WS-RECORDS-WRITTEN         PIC 9(7) COMP VALUE 0.
000860     05  WS-RECORDS-REJECTED        PIC 9(7) COMP VALUE 0.
000870     05  WS-NATIVE-RESPELLED        PIC 9(7) COMP VALUE 0.
000880
000890 01  WS-CONTROL-TOTALS.
000900     05  WS-AMOUNT-READ             PIC 9(11)V99 VALUE 0.
000910     05  WS-AMOUNT-WRITTEN          PIC 9(11)V99 VALUE 0.
000920
000930 01  WS-AMOUNT-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000940
000950 PROCEDURE DIVISION.
000960 MAIN-PROGRAM.
000970     PERFORM 1000-INITIALIZE
000980     IF NOT WS-OLD-OK
000990         DISPLAY "COLLPOLD: OLD POSITIONS FILE NOT AVAILABLE, "
001000             "STATUS " WS-OLD-STATUS " -- NOTHING CONVERTED"
001010         MOVE 12 TO RETURN-CODE
001020     ELSE
001030         PERFORM 1500-CHECK-NEW-FILE-EMPTY
001040         IF NOT WS-NEW-EMPTY
001050             DISPLAY "COLLPOS: **** NEW POSITIONS FILE ALREADY "
001060                 "HOLDS DATA -- CONVERSION REFUSED ****"
001070             MOVE 8 TO RETURN-CODE
001080         ELSE
001090             PERFORM 2000-CONVERT-POSITIONS
001100             PERFORM 8000-PRINT-CONTROL-TOTALS
001110         END-IF
001120         CLOSE COLLATERAL-POSITIONS-OLD
001130     END-IF
001140     PERFORM 9999-EXIT
001150     STOP RUN.
001160
001170*****************************************************************
001180* 1000-INITIALIZE -- OPEN THE OLD FILE AND PRINT THE HEADER.
001190*****************************************************************
001200 1000-INITIALIZE.
001210     DISPLAY "========================================="
001220     DISPLAY "  LAVARAGE COLLPOS RE-KEY CONVERSION"
001230     DISPLAY "  COLLPOLD (WALLET KEY) TO COLLPOS (CP-KEY)"
001240     DISPLAY "========================================="
001250     OPEN INPUT COLLATERAL-POSITIONS-OLD
001260     .
001270
001280*****************************************************************
001290* 1500-CHECK-NEW-FILE-EMPTY -- THE NEW COLLPOS MAY NOT EXIST
001300* YET, OR MAY EXIST EMPTY; ANY RECORD ON IT BLOCKS THE RUN.
001310*****************************************************************
001320 1500-CHECK-NEW-FILE-EMPTY.
001330     MOVE "Y" TO WS-NEW-EMPTY-SW
001340     OPEN INPUT COLLATERAL-POSITIONS
001350     IF WS-COLLPOS-OK
001360         MOVE LOW-VALUES TO CP-KEY
001370         START COLLATERAL-POSITIONS
001380             KEY IS NOT LESS THAN CP-KEY
001390             INVALID KEY
001400                 CONTINUE
001410             NOT INVALID KEY
001420                 MOVE "N" TO WS-NEW-EMPTY-SW
001430         END-START
001440         CLOSE COLLATERAL-POSITIONS
001450     END-IF
001460     .
001470
001480*****************************************************************
001490* 2000-CONVERT-POSITIONS -- CREATE THE NEW FILE AND CARRY EVERY
001500* OLD RECORD ACROSS UNDER THE FULL KEY.
001510*****************************************************************
001520 2000-CONVERT-POSITIONS.
001530     OPEN OUTPUT COLLATERAL-POSITIONS
001540     PERFORM 2100-READ-OLD
001550     PERFORM 2200-CONVERT-ONE-POSITION UNTIL WS-OLD-DONE
001560     CLOSE COLLATERAL-POSITIONS
001570     .
001580
001590 2100-READ-OLD.
001600     READ COLLATERAL-POSITIONS-OLD
001610         AT END
001620             MOVE "Y" TO WS-OLD-EOF-SW
001630         NOT AT END
001640             IF NOT WS-OLD-OK
001650                 MOVE "Y" TO WS-OLD-EOF-SW
001660             END-IF
001670     END-READ
001680     .
001690
001700 2200-CONVERT-ONE-POSITION.
001710     ADD 1 TO WS-RECORDS-READ
001720     ADD OLD-CP-COLLATERAL-SOL TO WS-AMOUNT-READ
001730     MOVE OLD-CP-RECORD          TO CP-RECORD
001740     IF OLD-CP-TOKEN-CODE = SPACES
001750         MOVE "SOL" TO CP-TOKEN-CODE
001760         ADD 1 TO WS-NATIVE-RESPELLED
001770     END-IF
001780     WRITE CP-RECORD
001790         INVALID KEY
001800             ADD 1 TO WS-RECORDS-REJECTED
001810             MOVE CP-COLLATERAL-SOL TO WS-AMOUNT-DISPLAY
001820             DISPLAY "  **** DUPLICATE KEY " CP-WALLET-ID " "
001830                 CP-PROTOCOL-NAME " " CP-TOKEN-CODE " "
001840                 WS-AMOUNT-DISPLAY " NOT CONVERTED ****"
001850         NOT INVALID KEY
001860             ADD 1 TO WS-RECORDS-WRITTEN
001870             ADD CP-COLLATERAL-SOL TO WS-AMOUNT-WRITTEN
001880     END-WRITE
001890     PERFORM 2100-READ-OLD
001900     .
001910
001920*****************************************************************
001930* 8000-PRINT-CONTROL-TOTALS -- RECORDS AND POSTED AMOUNT IN MUST
001940* EQUAL RECORDS AND POSTED AMOUNT OUT.
001950*****************************************************************
001960 8000-PRINT-CONTROL-TOTALS.
001970     DISPLAY " "
001980     DISPLAY "  RECORDS READ:        " WS-RECORDS-READ
001990     DISPLAY "  RECORDS WRITTEN:     " WS-RECORDS-WRITTEN
002000     DISPLAY "  RECORDS REJECTED:    " WS-RECORDS-REJECTED
002010     DISPLAY "  NATIVE SOL RESPELLED:" WS-NATIVE-RESPELLED
002020     MOVE WS-AMOUNT-READ TO WS-AMOUNT-DISPLAY
002030     DISPLAY "  AMOUNT READ:         " WS-AMOUNT-DISPLAY
002040     MOVE WS-AMOUNT-WRITTEN TO WS-AMOUNT-DISPLAY
002050     DISPLAY "  AMOUNT WRITTEN:      " WS-AMOUNT-DISPLAY
002060     IF WS-RECORDS-READ = WS-RECORDS-WRITTEN
002070        AND WS-AMOUNT-READ = WS-AMOUNT-WRITTEN
002080         DISPLAY "  CONTROL TOTALS IN BALANCE"
002090     ELSE
002100         DISPLAY "  **** CONTROL TOTALS OUT OF BALANCE -- KEEP "
002110             "COLLPOLD ****"
002120         MOVE 8 TO RETURN-CODE
002130     END-IF
002140     DISPLAY "========================================="
002150     .
002160
002170 9999-EXIT.
002180     EXIT.

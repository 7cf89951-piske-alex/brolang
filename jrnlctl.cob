000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-JRNL-CTL.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE JOURNAL CONTROL POSTING
000180* CALLED BY EVERY PROGRAM THAT APPENDS TO A CONTROLLED JOURNAL
000190* (LAVAUDIT, LAVEXCPT, LAVGMOUT, FEEJRNL, POSHIST, RLCHGJRN,
000200* PMCHGJRN, CALCHJRN AND THE LAVCKPAR ARCHIVE), STRAIGHT AFTER
000210* EACH WRITE.  THE RECORD IS HASHED BYTE BY BYTE AND THE HASH IS
000220* CHAINED ONTO THE CHECK VALUE HELD FOR THAT JOURNAL AND RECORD
000230* DATE ON JOURNAL-CONTROL (JRNLCTL), WHILE THE RECORD COUNT AND
000240* THE AMOUNT HASH TOTALS ARE ADDED TO.  BECAUSE EVERY RECORD'S
000250* HASH IS FOLDED INTO THE ONE BEFORE IT, CHANGING, DROPPING,
000260* INSERTING OR REORDERING ANY RECORD BREAKS THE CHAIN FOR THE DAY
000270* EVEN WHEN THE COUNT AND TOTALS ARE MADE TO AGREE.
000280*
000290* THE SAME ROUTINE RUN WITH FUNCTION C ONLY FOLDS THE RECORD
000300* INTO THE CALLER'S CHAIN VALUE; LAVARAGE-JRNL-VFY USES IT TO
000310* REBUILD EACH DAY'S CHAIN, SO THERE IS ONE COPY OF THE
000320* ALGORITHM FOR WRITERS AND VERIFIER ALIKE.
000330*
000340* RECORD HASH:  H = (H * 257 + BYTE + 1) MOD 999999937 OVER ALL
000350*               400 BYTES OF THE SPACE-PADDED RECORD.
000360* CHAIN:        C = (C * 1000003 + H) MOD 999999937, STARTING AT
000370*               ZERO FOR EACH JOURNAL AND RECORD DATE.
000380*
000390* JCP-RETURN-CODE IS 00, OR 12 WHEN THE CONTROL FILE CANNOT BE
000400* OPENED OR POSTED.  THE CALLER'S OWN RETURN CODE IS PASSED IN
000410* JCP-CALLER-RC AND HANDED BACK UNCHANGED.
000420*
000430* MODIFICATION HISTORY
000440* 2026-10-15 AJP  INITIAL VERSION.
000450*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 REPOSITORY.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT JOURNAL-CONTROL
000540         ASSIGN TO "JRNLCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS JC-KEY
000580         FILE STATUS IS WS-JRNLCTL-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 COPY JRNLCTL.
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-HASH-MODULUS        PIC 9(09) VALUE 999999937.
000660 01  WS-RECORD-HASH         PIC 9(09) VALUE 0.
000670 01  WS-HASH-WORK           PIC 9(18) VALUE 0.
000680 01  WS-HASH-QUOTIENT       PIC 9(18) VALUE 0.
000690 01  WS-BYTE-SUB            PIC 9(5) COMP VALUE 0.
000700 01  WS-BYTE-PAIR.
000710     05  WS-BYTE-HIGH               PIC X(01) VALUE LOW-VALUE.
000720     05  WS-BYTE-LOW                PIC X(01) VALUE LOW-VALUE.
000730 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
000740                            PIC 9(4) COMP.
000750
000760 01  WS-FILE-STATUSES.
000770     05  WS-JRNLCTL-STATUS          PIC X(02).
000780         88  WS-JRNLCTL-OK                 VALUE "00".
000790         88  WS-JRNLCTL-MISSING            VALUE "35".
000800
000810 01  WS-SWITCHES.
000820     05  WS-JC-FOUND-SW             PIC X(01) VALUE "N".
000830         88  WS-JC-FOUND                   VALUE "Y".
000840
000850 LINKAGE SECTION.
000860 COPY JRNLPARM.
000870
000880 PROCEDURE DIVISION USING JCP-PARMS.
000890 MAIN-PROGRAM.
000900     MOVE ZERO TO JCP-RETURN-CODE
000910     PERFORM 1000-HASH-RECORD
000920     IF JCP-CHAIN-ONLY
000930         PERFORM 2000-EXTEND-CHAIN
000940     ELSE
000950         PERFORM 3000-POST-CONTROL
000960     END-IF
000970     PERFORM 9999-EXIT
000980     MOVE JCP-CALLER-RC TO RETURN-CODE
000990     GOBACK.
001000
001010*****************************************************************
001020* 1000-HASH-RECORD -- FOLD EVERY BYTE OF THE PADDED RECORD INTO
001030* THE RECORD HASH.  EACH BYTE IS TAKEN AS ITS BINARY VALUE BY
001040* DROPPING IT INTO THE LOW HALF OF A HALFWORD WHOSE HIGH HALF
001050* STAYS LOW-VALUE.
001060*****************************************************************
001070 1000-HASH-RECORD.
001080     MOVE ZERO TO WS-RECORD-HASH
001090     PERFORM 1100-HASH-ONE-BYTE
001100         VARYING WS-BYTE-SUB FROM 1 BY 1
001110         UNTIL WS-BYTE-SUB > 400
001120     .
001130
001140 1100-HASH-ONE-BYTE.
001150     MOVE JCP-RECORD-BYTE(WS-BYTE-SUB) TO WS-BYTE-LOW
001160     COMPUTE WS-HASH-WORK =
001170         WS-RECORD-HASH * 257 + WS-BYTE-VALUE + 1
001180     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
001190         GIVING WS-HASH-QUOTIENT
001200         REMAINDER WS-RECORD-HASH
001210     .
001220
001230*****************************************************************
001240* 2000-EXTEND-CHAIN -- FOLD THE RECORD HASH INTO THE CHAIN VALUE
001250* CARRIED IN JCP-CHAIN-VALUE.
001260*****************************************************************
001270 2000-EXTEND-CHAIN.
001280     COMPUTE WS-HASH-WORK =
001290         JCP-CHAIN-VALUE * 1000003 + WS-RECORD-HASH
001300     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
001310         GIVING WS-HASH-QUOTIENT
001320         REMAINDER JCP-CHAIN-VALUE
001330     .
001340
001350*****************************************************************
001360* 3000-POST-CONTROL -- READ (OR START) THE DAY'S CONTROL RECORD
001370* FOR THE JOURNAL, CHAIN THE RECORD ON, ADD THE COUNT AND HASH
001380* TOTALS AND PUT IT BACK.  THE CONTROL FILE IS CREATED EMPTY THE
001390* FIRST TIME ANY JOURNAL POSTS TO IT.
001400*****************************************************************
001410 3000-POST-CONTROL.
001420     OPEN I-O JOURNAL-CONTROL
001430     IF WS-JRNLCTL-MISSING
001440         OPEN OUTPUT JOURNAL-CONTROL
001450         CLOSE JOURNAL-CONTROL
001460         OPEN I-O JOURNAL-CONTROL
001470     END-IF
001480     IF NOT WS-JRNLCTL-OK
001490         DISPLAY "JRNLCTL: JOURNAL CONTROL NOT AVAILABLE, STATUS "
001500             WS-JRNLCTL-STATUS " -- " JCP-JOURNAL-NAME
001510             " RECORD NOT CONTROLLED"
001520         MOVE 12 TO JCP-RETURN-CODE
001530     ELSE
001540         PERFORM 3100-READ-CONTROL
001550         MOVE JC-CHAIN-VALUE TO JCP-CHAIN-VALUE
001560         PERFORM 2000-EXTEND-CHAIN
001570         MOVE JCP-CHAIN-VALUE TO JC-CHAIN-VALUE
001580         ADD 1                   TO JC-RECORD-COUNT
001590         ADD JCP-HASH-COLLATERAL TO JC-HASH-COLLATERAL
001600         ADD JCP-HASH-LEVERAGE   TO JC-HASH-LEVERAGE
001610         ADD JCP-HASH-FEE        TO JC-HASH-FEE
001620         ACCEPT JC-LAST-POST-DATE FROM DATE YYYYMMDD
001630         ACCEPT JC-LAST-POST-TIME FROM TIME
001640         PERFORM 3200-PUT-CONTROL
001650         CLOSE JOURNAL-CONTROL
001660     END-IF
001670     .
001680
001690 3100-READ-CONTROL.
001700     MOVE JCP-JOURNAL-NAME TO JC-JOURNAL-NAME
001710     MOVE JCP-RECORD-DATE  TO JC-JOURNAL-DATE
001720     MOVE "N" TO WS-JC-FOUND-SW
001730     READ JOURNAL-CONTROL
001740         INVALID KEY
001750             MOVE "N" TO WS-JC-FOUND-SW
001760         NOT INVALID KEY
001770             MOVE "Y" TO WS-JC-FOUND-SW
001780     END-READ
001790     IF NOT WS-JC-FOUND
001800         MOVE SPACES TO JC-RECORD
001810         MOVE JCP-JOURNAL-NAME TO JC-JOURNAL-NAME
001820         MOVE JCP-RECORD-DATE  TO JC-JOURNAL-DATE
001830         MOVE ZERO TO JC-RECORD-COUNT
001840         MOVE ZERO TO JC-HASH-COLLATERAL
001850         MOVE ZERO TO JC-HASH-LEVERAGE
001860         MOVE ZERO TO JC-HASH-FEE
001870         MOVE ZERO TO JC-CHAIN-VALUE
001880     END-IF
001890     .
001900
001910 3200-PUT-CONTROL.
001920     IF WS-JC-FOUND
001930         REWRITE JC-RECORD
001940             INVALID KEY
001950                 MOVE 12 TO JCP-RETURN-CODE
001960         END-REWRITE
001970     ELSE
001980         WRITE JC-RECORD
001990             INVALID KEY
002000                 MOVE 12 TO JCP-RETURN-CODE
002010         END-WRITE
002020     END-IF
002030     IF JCP-RETURN-CODE NOT = ZERO
002040         DISPLAY "JRNLCTL: **** CONTROL POST FAILED FOR "
002050             JCP-JOURNAL-NAME " " JCP-RECORD-DATE ", STATUS "
002060             WS-JRNLCTL-STATUS " ****"
002070     END-IF
002080     .
002090
002100 9999-EXIT.
002110     EXIT.

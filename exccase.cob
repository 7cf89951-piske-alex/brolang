000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LAVARAGE-EXC-CASE.
000120 AUTHOR. CLAUDE-OPUS.
000130 INSTALLATION. LAVARAGE DEFI ENGINEERING.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*
000170* LAVARAGE EXCEPTION CASE BUILD
000180* TAKES EVERY LAVARAGE-EXCPT RECORD WRITTEN SINCE THE LAST RUN
000190* AND FILES IT ON THE EXCEPTION CASE FILE (EXCCASE).  AN
000200* EXCEPTION WHOSE PROTOCOL AND REASON CODE ALREADY HAVE AN
000210* UNRESOLVED CASE IS FOLDED INTO THAT CASE -- ITS OCCURRENCE
000220* COUNT, LAST-SEEN DATE AND LATEST REASON TEXT ARE UPDATED --
000230* SO A FEEDBAD THAT REPEATS ALL WEEK IS ONE CASE SEEN SEVEN
000240* TIMES, NOT SEVEN CASES.  ANY OTHER EXCEPTION OPENS A NEW CASE.
000250* THE CASE CONTROL RECORD (EXCCSCTL) HOLDS HOW MANY EXCEPTION
000260* RECORDS HAVE BEEN TAKEN; THE LAST ONE TAKEN IS RE-CHECKED ON
000270* THE NEXT RUN SO AN ALTERED OR SHORTENED STREAM IS REPORTED.
000280*
000290* RETURN CODES: 0 CLEAN; 4 THE EXCEPTION STREAM DOES NOT MATCH
000300* THE CASE CONTROL RECORD; 12 CASE FILE NOT AVAILABLE, OR A
000302* CASE COULD NOT BE WRITTEN OR REWRITTEN -- THE RUN STOPS AT
000305* THAT EXCEPTION AND THE CONTROL RECORD IS ADVANCED ONLY TO THE
000307* LAST ONE FILED, SO THE NEXT RUN STARTS AGAIN AT THE FAILURE.
000310*
000320* MODIFICATION HISTORY
000330* 2026-10-15 AJP  INITIAL VERSION.
000331* 2026-10-15 AJP  RUNS UNDER THE JOB-STREAM RUN CONTROL: CHECKS
000332*                 IN WITH LAVARAGE-RUN-LOG BEFORE DOING ANY WORK
000334*                 AND LOGS ITS RETURN CODE, INPUT COUNTS AND
000335*                 SYSIN AS IT ENDS.  BYPASSED (RC 0) WHEN
000337*                 ALREADY COMPLETE IN THE WINDOW, REFUSED (RC 8)
000338*                 WHEN ITS PREDECESSOR IS NOT.
000340* 2026-10-15 AJP  A CASE WRITE OR REWRITE FAILURE ENDS RC 12.
000342*                 CASES DATED WITH THE RUN-CONTROL WINDOW'S
000343*                 DATE.
000344* 2026-10-15 AJP  A CASE WRITE OR REWRITE FAILURE STOPS THE RUN
000345*                 AT THAT EXCEPTION; THE CONTROL RECORD IS
000346*                 ADVANCED TO THE LAST ONE FILED, SO A RERUN
000347*                 NEITHER RE-FILES NOR SKIPS ANY.
000348*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 REPOSITORY.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LAVARAGE-EXCPT
000430         ASSIGN TO "LAVEXCPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-EXCPT-STATUS.
000460     SELECT EXCEPTION-CASES
000470         ASSIGN TO "EXCCASE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EC-KEY
000510         FILE STATUS IS WS-EXCCASE-STATUS.
000520     SELECT CASE-CONTROL
000530         ASSIGN TO "EXCCSCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CASECTL-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 COPY EXCPTREC.
000600 COPY EXCCASE.
000610 COPY CASECTL.
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-CURRENT-DATE        PIC 9(08).
000650 01  WS-CURRENT-TIME        PIC 9(08).
000660 01  WS-RECORD-NUMBER       PIC 9(09) VALUE 0.
000670 01  WS-OPEN-SEQ            PIC 9(04).
000680 01  WS-HIGH-SEQ            PIC 9(04).
000690
000700 01  WS-PRIOR-CONTROL.
000710     05  WS-PRIOR-RECORDS           PIC 9(09) VALUE 0.
000720     05  WS-PRIOR-EXC-DATE          PIC 9(08) VALUE 0.
000730     05  WS-PRIOR-EXC-TIME          PIC 9(08) VALUE 0.
000740     05  WS-PRIOR-EXC-PROTOCOL      PIC X(08) VALUE SPACES.
000750     05  WS-PRIOR-EXC-REASON        PIC X(08) VALUE SPACES.
000760
000770 01  WS-LAST-TAKEN.
000780     05  WS-LAST-EXC-DATE           PIC 9(08) VALUE 0.
000790     05  WS-LAST-EXC-TIME           PIC 9(08) VALUE 0.
000800     05  WS-LAST-EXC-PROTOCOL       PIC X(08) VALUE SPACES.
000810     05  WS-LAST-EXC-REASON         PIC X(08) VALUE SPACES.
000820
000830 01  WS-FILE-STATUSES.
000840     05  WS-EXCPT-STATUS            PIC X(02).
000850         88  WS-EXCPT-OK                   VALUE "00".
000860         88  WS-EXCPT-FILE-MISSING         VALUE "35".
000870     05  WS-EXCCASE-STATUS          PIC X(02).
000880         88  WS-EXCCASE-OK                 VALUE "00".
000890         88  WS-EXCCASE-FILE-MISSING       VALUE "35".
000900     05  WS-CASECTL-STATUS          PIC X(02).
000910         88  WS-CASECTL-OK                 VALUE "00".
000920
000930 01  WS-SWITCHES.
000940     05  WS-EXCPT-EOF-SW            PIC X(01) VALUE "N".
000950         88  WS-EXCPT-DONE                 VALUE "Y".
000960     05  WS-CASE-SCAN-DONE-SW       PIC X(01) VALUE "N".
000970         88  WS-CASE-SCAN-DONE             VALUE "Y".
000980     05  WS-OPEN-CASE-SW            PIC X(01) VALUE "N".
000990         88  WS-OPEN-CASE-FOUND            VALUE "Y".
001000     05  WS-STREAM-MISMATCH-SW      PIC X(01) VALUE "N".
001010         88  WS-STREAM-MISMATCH            VALUE "Y".
001013     05  WS-CASE-WRITE-FAILED-SW    PIC X(01) VALUE "N".
001016         88  WS-CASE-WRITE-FAILED          VALUE "Y".
001020
001030 01  WS-COUNTERS.
001040     05  WS-RECORDS-SKIPPED         PIC 9(7) COMP VALUE 0.
001050     05  WS-RECORDS-TAKEN           PIC 9(7) COMP VALUE 0.
001060     05  WS-CASES-OPENED            PIC 9(5) COMP VALUE 0.
001070     05  WS-CASES-FOLDED            PIC 9(5) COMP VALUE 0.
001080
001085 COPY RUNPARM.
001090 PROCEDURE DIVISION.
001100 MAIN-PROGRAM.
001103     PERFORM 0100-START-RUN-STEP
001106     IF RCP-STEP-CLEARED
001110         PERFORM 1000-INITIALIZE
001120         IF NOT WS-EXCCASE-OK
001130             DISPLAY "EXCCASE: CASE FILE NOT AVAILABLE, STATUS "
001140                 WS-EXCCASE-STATUS " -- NO CASES BUILT"
001150             MOVE 12 TO RETURN-CODE
001160         ELSE
001170             IF WS-EXCPT-FILE-MISSING
001180                 DISPLAY "LAVEXCPT: NO EXCEPTION STREAM STAGED, "
001190                     "NOTHING TO FILE"
001200             ELSE
001210                 PERFORM 1800-READ-EXCEPTION
001220                 PERFORM 2000-TAKE-ONE-EXCEPTION
001225                     UNTIL WS-EXCPT-DONE
001227                        OR WS-CASE-WRITE-FAILED
001230                 CLOSE LAVARAGE-EXCPT
001233                 PERFORM 2800-CHECK-STREAM-LENGTH
001237                 PERFORM 7000-WRITE-CONTROL
001241                 IF WS-CASE-WRITE-FAILED
001242                     DISPLAY "EXCCSCTL: **** CONTROL RECORD "
001243                         "ADVANCED ONLY TO RECORD "
001244                         WS-RECORD-NUMBER
001245                         " -- RERUN AFTER THE FIX ****"
001246                     MOVE 12 TO RETURN-CODE
001255                 END-IF
001260             END-IF
001270             CLOSE EXCEPTION-CASES
001280             PERFORM 8000-PRINT-TOTALS
001290         END-IF
001293         PERFORM 9900-END-RUN-STEP
001296     END-IF
001300     PERFORM 9999-EXIT
001310     STOP RUN.
001320
001321*****************************************************************
001322* 0100-START-RUN-STEP -- CHECK IN WITH THE JOB-STREAM RUN
001324* CONTROL.  THE STEP RUNS ONLY WHEN CLEARED; IT IS BYPASSED
001325* WHEN IT HAS ALREADY COMPLETED IN THE WINDOW, AND REFUSED
001326* (RC 8) WHEN THE STEP BEFORE IT ON THE CHAIN HAS NOT.
001328*****************************************************************
001329 0100-START-RUN-STEP.
001330     MOVE "S"        TO RCP-FUNCTION
001332     MOVE "EXC-CASE" TO RCP-STEP-NAME
001333     MOVE ZERO       TO RCP-CALLER-RC
001334     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
001336     .
001337
001338*****************************************************************
001340* 1000-INITIALIZE -- CLOCK, PRIOR CONTROL RECORD, FILES AND THE
001350* REGISTER HEADER.  NO CONTROL RECORD MEANS NOTHING HAS BEEN
001360* TAKEN YET.  CASES ARE DATED WITH THE RUN-CONTROL WINDOW'S DATE.
001370*****************************************************************
001380 1000-INITIALIZE.
001390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001400     ACCEPT WS-CURRENT-TIME FROM TIME
001402     IF RCP-STEP-CLEARED
001405         MOVE RCP-RUN-DATE TO WS-CURRENT-DATE
001407     END-IF
001410     OPEN INPUT CASE-CONTROL
001420     IF WS-CASECTL-OK
001430         READ CASE-CONTROL
001440             AT END
001450                 CONTINUE
001460             NOT AT END
001470                 MOVE CC-EXCPT-RECORDS   TO WS-PRIOR-RECORDS
001480                 MOVE CC-LAST-EXC-DATE   TO WS-PRIOR-EXC-DATE
001490                 MOVE CC-LAST-EXC-TIME   TO WS-PRIOR-EXC-TIME
001500                 MOVE CC-LAST-EXC-PROTOCOL
001510                     TO WS-PRIOR-EXC-PROTOCOL
001520                 MOVE CC-LAST-EXC-REASON TO WS-PRIOR-EXC-REASON
001530         END-READ
001540         CLOSE CASE-CONTROL
001550     END-IF
001560     OPEN INPUT LAVARAGE-EXCPT
001570     OPEN I-O EXCEPTION-CASES
001580     IF WS-EXCCASE-FILE-MISSING
001590         OPEN OUTPUT EXCEPTION-CASES
001600         CLOSE EXCEPTION-CASES
001610         OPEN I-O EXCEPTION-CASES
001620     END-IF
001630     DISPLAY "========================================="
001640     DISPLAY "  LAVARAGE EXCEPTION CASE BUILD"
001650     DISPLAY "  RUN DATE " WS-CURRENT-DATE
001660         "  EXCEPTIONS ALREADY TAKEN " WS-PRIOR-RECORDS
001670     DISPLAY "========================================="
001680     .
001690
001700 1800-READ-EXCEPTION.
001710     READ LAVARAGE-EXCPT
001720         AT END
001730             MOVE "Y" TO WS-EXCPT-EOF-SW
001740     END-READ
001750     .
001760
001770*****************************************************************
001780* 2000-TAKE-ONE-EXCEPTION -- RECORDS UP TO THE PRIOR COUNT WERE
001790* FILED BY AN EARLIER RUN AND ARE PASSED OVER; THE LAST OF THEM
001800* MUST STILL BE THE RECORD THAT RUN SAW.  EVERY RECORD AFTER IT
001810* IS NEW AND IS FILED.  THE LAST RECORD FILED OR PASSED OVER IS
001820* KEPT FOR THE CONTROL RECORD; ONE THAT COULD NOT BE FILED IS
001825* NOT COUNTED, AND THE RUN STOPS THERE.
001830*****************************************************************
001840 2000-TAKE-ONE-EXCEPTION.
001850     ADD 1 TO WS-RECORD-NUMBER
001860     IF WS-RECORD-NUMBER NOT > WS-PRIOR-RECORDS
001870         ADD 1 TO WS-RECORDS-SKIPPED
001880         IF WS-RECORD-NUMBER = WS-PRIOR-RECORDS
001890             PERFORM 2100-CHECK-LAST-TAKEN
001900         END-IF
001910     ELSE
001912         PERFORM 3000-FILE-EXCEPTION
001914         IF WS-CASE-WRITE-FAILED
001916             SUBTRACT 1 FROM WS-RECORD-NUMBER
001918         ELSE
001920             ADD 1 TO WS-RECORDS-TAKEN
001930         END-IF
001940     END-IF
001945     IF NOT WS-CASE-WRITE-FAILED
001950         MOVE EXC-RUN-DATE      TO WS-LAST-EXC-DATE
001960         MOVE EXC-RUN-TIME      TO WS-LAST-EXC-TIME
001970         MOVE EXC-PROTOCOL-NAME TO WS-LAST-EXC-PROTOCOL
001980         MOVE EXC-REASON-CODE   TO WS-LAST-EXC-REASON
001990         PERFORM 1800-READ-EXCEPTION
001995     END-IF
002000     .
002010
002020 2100-CHECK-LAST-TAKEN.
002030     IF EXC-RUN-DATE      NOT = WS-PRIOR-EXC-DATE
002040        OR EXC-RUN-TIME      NOT = WS-PRIOR-EXC-TIME
002050        OR EXC-PROTOCOL-NAME NOT = WS-PRIOR-EXC-PROTOCOL
002060        OR EXC-REASON-CODE   NOT = WS-PRIOR-EXC-REASON
002070         MOVE "Y" TO WS-STREAM-MISMATCH-SW
002080         DISPLAY "LAVEXCPT: **** RECORD " WS-RECORD-NUMBER
002090             " IS NOT THE LAST EXCEPTION FILED ("
002100             WS-PRIOR-EXC-DATE " " WS-PRIOR-EXC-PROTOCOL " "
002110             WS-PRIOR-EXC-REASON ") ****"
002120     END-IF
002130     .
002140
002150*****************************************************************
002160* 2800-CHECK-STREAM-LENGTH -- A STREAM SHORTER THAN WHAT WAS
002170* ALREADY TAKEN HAS LOST RECORDS.  IT IS REPORTED, AND THE COUNT
002180* IS BROUGHT BACK TO THE STREAM'S LENGTH SO NEW EXCEPTIONS
002190* APPENDED AFTER IT ARE NOT PASSED OVER.
002200*****************************************************************
002210 2800-CHECK-STREAM-LENGTH.
002220     IF WS-RECORD-NUMBER < WS-PRIOR-RECORDS
002230         MOVE "Y" TO WS-STREAM-MISMATCH-SW
002240         DISPLAY "LAVEXCPT: **** STREAM HAS " WS-RECORD-NUMBER
002250             " RECORDS, " WS-PRIOR-RECORDS
002260             " WERE ALREADY FILED ****"
002270     END-IF
002280     IF WS-STREAM-MISMATCH
002290         MOVE 4 TO RETURN-CODE
002300     END-IF
002310     .
002320
002330*****************************************************************
002340* 3000-FILE-EXCEPTION -- LOOK FOR AN UNRESOLVED CASE FOR THIS
002350* PROTOCOL AND REASON CODE.  FOLD INTO IT IF THERE IS ONE,
002360* OTHERWISE OPEN THE NEXT CASE SEQUENCE FOR THE PAIR.
002370*****************************************************************
002380 3000-FILE-EXCEPTION.
002390     MOVE "N"  TO WS-OPEN-CASE-SW
002400     MOVE "N"  TO WS-CASE-SCAN-DONE-SW
002410     MOVE ZERO TO WS-OPEN-SEQ
002420     MOVE ZERO TO WS-HIGH-SEQ
002430     MOVE EXC-PROTOCOL-NAME TO EC-PROTOCOL-NAME
002440     MOVE EXC-REASON-CODE   TO EC-REASON-CODE
002450     MOVE ZERO              TO EC-CASE-SEQ
002460     START EXCEPTION-CASES
002470         KEY IS NOT LESS THAN EC-KEY
002480         INVALID KEY
002490             MOVE "Y" TO WS-CASE-SCAN-DONE-SW
002500     END-START
002510     PERFORM 3100-SCAN-ONE-CASE UNTIL WS-CASE-SCAN-DONE
002520     IF WS-OPEN-CASE-FOUND
002530         PERFORM 3200-FOLD-INTO-CASE
002540     ELSE
002550         PERFORM 3300-OPEN-CASE
002560     END-IF
002570     .
002580
002590 3100-SCAN-ONE-CASE.
002600     READ EXCEPTION-CASES NEXT RECORD
002610         AT END
002620             MOVE "Y" TO WS-CASE-SCAN-DONE-SW
002630     END-READ
002640     IF NOT WS-CASE-SCAN-DONE
002650         IF EC-PROTOCOL-NAME NOT = EXC-PROTOCOL-NAME
002660            OR EC-REASON-CODE NOT = EXC-REASON-CODE
002670             MOVE "Y" TO WS-CASE-SCAN-DONE-SW
002680         ELSE
002690             MOVE EC-CASE-SEQ TO WS-HIGH-SEQ
002700             IF EC-UNRESOLVED
002710                 MOVE "Y" TO WS-OPEN-CASE-SW
002720                 MOVE EC-CASE-SEQ TO WS-OPEN-SEQ
002730             END-IF
002740         END-IF
002750     END-IF
002760     .
002770
002780*****************************************************************
002790* 3200-FOLD-INTO-CASE -- ONE MORE OCCURRENCE OF AN OPEN CASE.
002800*****************************************************************
002810 3200-FOLD-INTO-CASE.
002820     MOVE EXC-PROTOCOL-NAME TO EC-PROTOCOL-NAME
002830     MOVE EXC-REASON-CODE   TO EC-REASON-CODE
002840     MOVE WS-OPEN-SEQ       TO EC-CASE-SEQ
002850     READ EXCEPTION-CASES
002860         KEY IS EC-KEY
002870         INVALID KEY
002873             DISPLAY "EXCCASE: CASE " EC-PROTOCOL-NAME " "
002876                 EC-REASON-CODE " " EC-CASE-SEQ
002880                 " COULD NOT BE READ, STATUS "
002883                 WS-EXCCASE-STATUS
002886             MOVE "Y" TO WS-CASE-WRITE-FAILED-SW
002890         NOT INVALID KEY
002900             ADD 1 TO EC-OCCURRENCES
002910             MOVE EXC-RUN-DATE        TO EC-LAST-SEEN-DATE
002920             MOVE EXC-RUN-TIME        TO EC-LAST-SEEN-TIME
002930             MOVE EXC-CYCLE           TO EC-LAST-CYCLE
002940             MOVE EXC-LEVERAGE        TO EC-LAST-LEVERAGE
002950             MOVE EXC-COLLATERAL-TOTAL TO EC-LAST-COLLATERAL
002960             MOVE EXC-REASON-TEXT     TO EC-LAST-REASON-TEXT
002970             PERFORM 3250-REWRITE-CASE
003030     END-READ
003031     .
003032
003033*****************************************************************
003035* 3250-REWRITE-CASE -- PUT THE FOLDED CASE BACK.
003036*****************************************************************
003037 3250-REWRITE-CASE.
003039     REWRITE EC-RECORD
003040         INVALID KEY
003041             DISPLAY "EXCCASE: CASE " EC-PROTOCOL-NAME " "
003043                 EC-REASON-CODE " " EC-CASE-SEQ
003044                 " COULD NOT BE REWRITTEN, STATUS "
003045                 WS-EXCCASE-STATUS
003046             MOVE "Y" TO WS-CASE-WRITE-FAILED-SW
003048         NOT INVALID KEY
003049             ADD 1 TO WS-CASES-FOLDED
003050             DISPLAY "  FOLDED   " EC-PROTOCOL-NAME " "
003052                 EC-REASON-CODE " CASE " EC-CASE-SEQ
003053                 " OCCURRENCES " EC-OCCURRENCES
003054                 " LAST SEEN " EC-LAST-SEEN-DATE
003056     END-REWRITE
003057     .
003058
003060*****************************************************************
003070* 3300-OPEN-CASE -- A NEW CASE, UNACKNOWLEDGED AND UNASSIGNED.
003080*****************************************************************
003090 3300-OPEN-CASE.
003100     MOVE SPACES               TO EC-RECORD
003110     MOVE EXC-PROTOCOL-NAME    TO EC-PROTOCOL-NAME
003120     MOVE EXC-REASON-CODE      TO EC-REASON-CODE
003130     COMPUTE EC-CASE-SEQ = WS-HIGH-SEQ + 1
003140     MOVE "O"                  TO EC-STATUS
003150     MOVE WS-CURRENT-DATE      TO EC-OPENED-DATE
003160     MOVE WS-CURRENT-TIME      TO EC-OPENED-TIME
003170     MOVE EXC-RUN-DATE         TO EC-FIRST-SEEN-DATE
003180     MOVE EXC-RUN-TIME         TO EC-FIRST-SEEN-TIME
003190     MOVE EXC-RUN-DATE         TO EC-LAST-SEEN-DATE
003200     MOVE EXC-RUN-TIME         TO EC-LAST-SEEN-TIME
003210     MOVE EXC-CYCLE            TO EC-LAST-CYCLE
003220     MOVE 1                    TO EC-OCCURRENCES
003230     MOVE EXC-LEVERAGE         TO EC-LAST-LEVERAGE
003240     MOVE EXC-COLLATERAL-TOTAL TO EC-LAST-COLLATERAL
003250     MOVE EXC-REASON-TEXT      TO EC-LAST-REASON-TEXT
003260     MOVE ZERO                 TO EC-ACK-DATE
003270     MOVE ZERO                 TO EC-ACK-TIME
003280     MOVE ZERO                 TO EC-ASSIGN-DATE
003290     MOVE ZERO                 TO EC-RESOLVED-DATE
003300     MOVE ZERO                 TO EC-RESOLVED-TIME
003310     WRITE EC-RECORD
003320         INVALID KEY
003330             DISPLAY "EXCCASE: CASE " EC-PROTOCOL-NAME " "
003340                 EC-REASON-CODE " " EC-CASE-SEQ
003350                 " COULD NOT BE WRITTEN, STATUS "
003360                 WS-EXCCASE-STATUS
003365             MOVE "Y" TO WS-CASE-WRITE-FAILED-SW
003370         NOT INVALID KEY
003380             ADD 1 TO WS-CASES-OPENED
003390             DISPLAY "  OPENED   " EC-PROTOCOL-NAME " "
003400                 EC-REASON-CODE " CASE " EC-CASE-SEQ
003410                 " FIRST SEEN " EC-FIRST-SEEN-DATE
003420                 " -- " EC-LAST-REASON-TEXT
003430     END-WRITE
003440     .
003450
003460*****************************************************************
003470* 7000-WRITE-CONTROL -- RECORD HOW FAR INTO THE STREAM THIS RUN
003480* GOT AND WHICH RECORD WAS LAST, FOR THE NEXT RUN.
003490*****************************************************************
003500 7000-WRITE-CONTROL.
003510     OPEN OUTPUT CASE-CONTROL
003520     MOVE SPACES               TO CC-RECORD
003530     MOVE WS-RECORD-NUMBER     TO CC-EXCPT-RECORDS
003540     MOVE WS-LAST-EXC-DATE     TO CC-LAST-EXC-DATE
003550     MOVE WS-LAST-EXC-TIME     TO CC-LAST-EXC-TIME
003560     MOVE WS-LAST-EXC-PROTOCOL TO CC-LAST-EXC-PROTOCOL
003570     MOVE WS-LAST-EXC-REASON   TO CC-LAST-EXC-REASON
003580     MOVE WS-CURRENT-DATE      TO CC-RUN-DATE
003590     MOVE WS-CURRENT-TIME      TO CC-RUN-TIME
003600     WRITE CC-RECORD
003610     CLOSE CASE-CONTROL
003620     .
003630
003640*****************************************************************
003650* 8000-PRINT-TOTALS -- RUN TOTALS.
003660*****************************************************************
003670 8000-PRINT-TOTALS.
003680     DISPLAY " "
003690     DISPLAY "  EXCEPTIONS READ:     " WS-RECORD-NUMBER
003700     DISPLAY "  ALREADY FILED:       " WS-RECORDS-SKIPPED
003710     DISPLAY "  NEW EXCEPTIONS:      " WS-RECORDS-TAKEN
003720     DISPLAY "  CASES OPENED:        " WS-CASES-OPENED
003730     DISPLAY "  FOLDED INTO CASES:   " WS-CASES-FOLDED
003740     DISPLAY "========================================="
003750     .
003760
003761*****************************************************************
003762* 9900-END-RUN-STEP -- LOG THE STEP'S RETURN CODE, INPUT COUNTS
003763* AND SYSIN ON THE RUN CONTROL AS IT ENDS.
003764*****************************************************************
003765 9900-END-RUN-STEP.
003766     MOVE "E"         TO RCP-FUNCTION
003767     MOVE RETURN-CODE TO RCP-CALLER-RC
003768     MOVE "LAVEXCPT"  TO RCP-INPUT-NAME-1
003770     COMPUTE RCP-INPUT-COUNT-1 = WS-RECORDS-SKIPPED
003771         + WS-RECORDS-TAKEN
003772     MOVE SPACES      TO RCP-INPUT-NAME-2
003773     MOVE ZERO        TO RCP-INPUT-COUNT-2
003774     MOVE SPACES      TO RCP-PARMS-TEXT
003775     CALL "LAVARAGE-RUN-LOG" USING RCP-PARMS
003776     .
003777
003778 9999-EXIT.
003780     EXIT.

000400*
000410* MODIFICATION HISTORY
000420* 2026-09-02 AJP  INITIAL VERSION.
000421* 2026-10-15 AJP  COLLATERAL-POSITIONS IS NOW KEYED ON WALLET,
000422*                 PROTOCOL AND TOKEN (CP-KEY).  THE DECOMMISSION
000423*                 CHECK STILL COUNTS EVERY POSITION POSTED TO
000424*                 THE PROTOCOL, WHATEVER WALLET HOLDS IT.
000425* 2026-10-15 AJP  EVERY PMCHGJRN RECORD WRITTEN IS NOW POSTED TO
000426*                 THE DAY'S JOURNAL CONTROL TOTALS THROUGH
000427*                 LAVARAGE-JRNL-CTL.
000428* 2026-10-15 AJP  A FAILED JOURNAL-CONTROL POSTING RAISES THE
000429*                 RETURN CODE.
000430*
000440
000450 ENVIRONMENT DIVISION.
000640         ASSIGN TO "COLLPOS"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CP-KEY
000680         FILE STATUS IS WS-COLLPOS-STATUS.
000750
000760 DATA DIVISION.
001370
001380 01  WS-LOAD-SUB            PIC 9(03) COMP VALUE 0.
001390
001395 COPY JRNLPARM.
001400 PROCEDURE DIVISION.
001410 MAIN-PROGRAM.
001420     PERFORM 1000-INITIALIZE
003960     MOVE PMT-USER-ID         TO PMJ-USER-ID
003970     MOVE PMT-APPROVER-ID     TO PMJ-APPROVER-ID
003980     WRITE PMJ-RECORD
003981     MOVE "PMCHGJRN"            TO JCP-JOURNAL-NAME
003982     MOVE PMJ-CHANGE-DATE       TO JCP-RECORD-DATE
003983     MOVE PMJ-RECORD            TO JCP-RECORD-DATA
003985     MOVE ZERO                  TO JCP-HASH-COLLATERAL
003986     MOVE PMJ-LEVERAGE          TO JCP-HASH-LEVERAGE
003987     MOVE ZERO                  TO JCP-HASH-FEE
003988     PERFORM 3550-POST-JOURNAL-CONTROL
003990     CLOSE PROTOCOL-MASTER-JOURNAL
003991     .
003992
003994*****************************************************************
003995* 3550-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED ONTO
003996* THE JOURNAL'S CONTROL TOTALS FOR THE DAY.
003998*****************************************************************
003999 3550-POST-JOURNAL-CONTROL.
004000     MOVE "P"         TO JCP-FUNCTION
004002     MOVE RETURN-CODE TO JCP-CALLER-RC
004003     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
004004     IF JCP-RETURN-CODE > RETURN-CODE
004006         MOVE JCP-RETURN-CODE TO RETURN-CODE
004007     END-IF
004008     .
004010
004020*****************************************************************
004030* 4000-COUNT-PROTOCOL-POSITIONS -- ANY POSITION RECORD STILL
004770     IF WS-MASTER-REWRITTEN NOT = WS-MASTER-COUNT
004780         DISPLAY "PROTMSTR: **** REWRITE COUNT DOES NOT MATCH "
004790             "TABLED LINEUP ****"
004795         IF RETURN-CODE < 8
004800             MOVE 8 TO RETURN-CODE
004805         END-IF
004810     END-IF
004820     .
004830

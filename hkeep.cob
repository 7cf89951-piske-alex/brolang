000389* 2026-08-22 AJP  EACH ARCHIVE WRITE'S FILE STATUS IS CHECKED
000390*                 AND THE LIVE FILE IS REWRITTEN ONLY WHEN ITS
000391*                 ARCHIVE APPEND COMPLETED CLEAN.
000392* 2026-10-15 AJP  EVERY RECORD APPENDED TO THE LAVCKPAR ARCHIVE
000393*                 IS NOW POSTED TO THE JOURNAL CONTROL TOTALS
000394*                 THROUGH LAVARAGE-JRNL-CTL.  LAVAUDAR DAYS STAY
000395*                 UNDER THE LAVAUDIT CONTROLS THEY WERE WRITTEN
000396*                 WITH.
000397* 2026-10-15 AJP  A FAILED JOURNAL-CONTROL POSTING RAISES THE
000398*                 RETURN CODE.
000399*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000720 01  AUDAR-RECORD               PIC X(120).
000730 FD  LAVARAGE-CKPT-ARCH
000740     LABEL RECORDS ARE STANDARD.
000745 01  CKPAR-RECORD.
000750     05  CKPAR-RUN-DATE             PIC 9(08).
000755     05  FILLER                     PIC X(27).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-RETENTION-PARM      PIC X(03) VALUE SPACES.
001285
001290 01  WS-LOAD-SUB            PIC 9(5) COMP VALUE 0.
001300
001305 COPY JRNLPARM.
001310 PROCEDURE DIVISION.
001320 MAIN-PROGRAM.
001330     PERFORM 1000-INITIALIZE
003266     WRITE CKPAR-RECORD
003267     IF WS-CKPT-ARCH-OK
003268         ADD 1 TO WS-CKP-ARCH-WRITTEN
003269         MOVE "LAVCKPAR"            TO JCP-JOURNAL-NAME
003270         MOVE CKPAR-RUN-DATE        TO JCP-RECORD-DATE
003271         MOVE CKPAR-RECORD          TO JCP-RECORD-DATA
003272         MOVE ZERO                  TO JCP-HASH-COLLATERAL
003274         MOVE ZERO                  TO JCP-HASH-LEVERAGE
003275         MOVE ZERO                  TO JCP-HASH-FEE
003276         PERFORM 5860-POST-JOURNAL-CONTROL
003277     ELSE
003278         DISPLAY "LAVCKPT: **** ARCHIVE WRITE FAILED, "
003280             "STATUS " WS-CKPT-ARCH-STATUS " ****"
003281         MOVE WS-CKP-ARCH-COUNT TO WS-LOAD-SUB
003282     END-IF
003283     .
003284
003286*****************************************************************
003287* 5860-POST-JOURNAL-CONTROL -- CHAIN THE ARCHIVED CHECKPOINT
003288* RECORD JUST APPENDED ONTO LAVCKPAR'S CONTROL TOTALS FOR ITS
003289* RUN DATE.  LAVAUDAR IS NOT POSTED: WHOLE DAYS MOVE THERE FROM
003290* LAVAUDIT, WHOSE CONTROLS ALREADY COVER THEM.
003292*****************************************************************
003293 5860-POST-JOURNAL-CONTROL.
003294     MOVE "P"         TO JCP-FUNCTION
003295     MOVE RETURN-CODE TO JCP-CALLER-RC
003296     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
003298     IF JCP-RETURN-CODE > RETURN-CODE
003299         MOVE JCP-RETURN-CODE TO RETURN-CODE
003300     END-IF
003301     .
003302
003304*****************************************************************
003305* 6000-REWRITE-CKPT -- RELOAD THE LIVE CHECKPOINT FILE FROM THE
003306* RETAINED RECORDS, WHICH ARE ALREADY IN KEY ORDER.
003307*****************************************************************
003308 6000-REWRITE-CKPT.
003310     OPEN OUTPUT LAVARAGE-CKPT
003320     PERFORM 6100-WRITE-ONE-CKPT
003330         VARYING WS-LOAD-SUB FROM 1 BY 1
003690         DISPLAY "  CONTROL COUNTS IN BALANCE"
003700     ELSE
003710         DISPLAY "  **** CONTROL COUNTS OUT OF BALANCE ****"
003715         IF RETURN-CODE < 8
003720             MOVE 8 TO RETURN-CODE
003725         END-IF
003730     END-IF
003740     DISPLAY "========================================="
003750     .

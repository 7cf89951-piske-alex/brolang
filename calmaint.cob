000290*
000300* MODIFICATION HISTORY
000310* 2026-09-02 AJP  INITIAL VERSION.
000311* 2026-10-15 AJP  EVERY CALCHJRN RECORD WRITTEN IS NOW POSTED TO
000313*                 THE DAY'S JOURNAL CONTROL TOTALS THROUGH
000315*                 LAVARAGE-JRNL-CTL.
000316* 2026-10-15 AJP  A FAILED JOURNAL-CONTROL POSTING RAISES THE
000318*                 RETURN CODE.
000320*
000330
000340 ENVIRONMENT DIVISION.
000770     05  WS-TXNS-APPLIED            PIC 9(5) COMP VALUE 0.
000780     05  WS-TXNS-REJECTED           PIC 9(5) COMP VALUE 0.
000790
000795 COPY JRNLPARM.
000800 PROCEDURE DIVISION.
000810 MAIN-PROGRAM.
000820     PERFORM 1000-INITIALIZE
002381     END-IF
002382     MOVE CALT-USER-ID       TO CAJ-USER-ID
002383     WRITE CAJ-RECORD
002384     MOVE "CALCHJRN"            TO JCP-JOURNAL-NAME
002385     MOVE CAJ-CHANGE-DATE       TO JCP-RECORD-DATE
002386     MOVE CAJ-RECORD            TO JCP-RECORD-DATA
002388     MOVE ZERO                  TO JCP-HASH-COLLATERAL
002389     MOVE ZERO                  TO JCP-HASH-LEVERAGE
002390     MOVE ZERO                  TO JCP-HASH-FEE
002391     PERFORM 3550-POST-JOURNAL-CONTROL
002393     CLOSE CALENDAR-JOURNAL
002394     .
002395
002397*****************************************************************
002398* 3550-POST-JOURNAL-CONTROL -- CHAIN THE RECORD JUST APPENDED ONTO
002399* THE JOURNAL'S CONTROL TOTALS FOR THE DAY.
002400*****************************************************************
002402 3550-POST-JOURNAL-CONTROL.
002403     MOVE "P"         TO JCP-FUNCTION
002404     MOVE RETURN-CODE TO JCP-CALLER-RC
002405     CALL "LAVARAGE-JRNL-CTL" USING JCP-PARMS
002407     IF JCP-RETURN-CODE > RETURN-CODE
002408         MOVE JCP-RETURN-CODE TO RETURN-CODE
002409     END-IF
002411     .
002412
002413*****************************************************************
002414* 8000-PRINT-TOTALS -- REGISTER TOTALS.
002416*****************************************************************
002417 8000-PRINT-TOTALS.
002418     DISPLAY " "
002420     DISPLAY "  TXNS READ:      " WS-TXNS-READ
002430     DISPLAY "  TXNS APPLIED:   " WS-TXNS-APPLIED
002440     DISPLAY "  TXNS REJECTED:  " WS-TXNS-REJECTED

000100*****************************************************************
000110* CASETXN.CPY
000120* EXCEPTION CASE MAINTENANCE TRANSACTIONS -- ONE RECORD PER
000130* ACKNOWLEDGE, ASSIGN OR RESOLVE OF A CASE ON EXCCASE, STAGED
000140* FOR LAVARAGE-CASE-MAINT.  PROTOCOL, REASON CODE AND CASE
000150* SEQUENCE NAME THE CASE AS PRINTED ON THE CASE AGING REPORT.
000160* CT-ASSIGN-TO IS ONLY USED ON AN ASSIGN; CT-NOTE IS REQUIRED ON
000170* A RESOLVE.
000180*****************************************************************
000190 FD  CASE-TXNS
000200     LABEL RECORDS ARE STANDARD.
000210 01  CT-RECORD.
000220     05  CT-ACTION                  PIC X(01).
000230         88  CT-ACKNOWLEDGE                VALUE "A".
000240         88  CT-ASSIGN                     VALUE "S".
000250         88  CT-RESOLVE                    VALUE "R".
000260     05  CT-PROTOCOL-NAME           PIC X(08).
000270     05  CT-REASON-CODE             PIC X(08).
000280     05  CT-CASE-SEQ                PIC 9(04).
000290     05  CT-USER-ID                 PIC X(08).
000300     05  CT-ASSIGN-TO               PIC X(08).
000310     05  CT-NOTE                    PIC X(60).
000320     05  FILLER                     PIC X(03).

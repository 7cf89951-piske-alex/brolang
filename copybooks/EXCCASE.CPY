000100*****************************************************************
000110* EXCCASE.CPY
000120* EXCEPTION CASES -- ONE RECORD PER CASE OPENED OFF THE
000130* LAVARAGE-EXCPT STREAM BY LAVARAGE-EXC-CASE, KEYED BY PROTOCOL,
000140* REASON CODE AND A CASE SEQUENCE WITHIN THAT PAIR.  WHILE A
000150* CASE IS UNRESOLVED EVERY FURTHER EXCEPTION FOR THE SAME
000160* PROTOCOL AND REASON IS FOLDED INTO IT (OCCURRENCES, LAST SEEN);
000170* ONCE RESOLVED, THE NEXT ONE OPENS A NEW CASE UNDER THE NEXT
000180* SEQUENCE.  LAVARAGE-CASE-MAINT STAMPS WHO ACKNOWLEDGED,
000190* ASSIGNED AND RESOLVED THE CASE AND WHEN.
000200*****************************************************************
000210 FD  EXCEPTION-CASES
000220     LABEL RECORDS ARE STANDARD.
000230 01  EC-RECORD.
000240     05  EC-KEY.
000250         10  EC-PROTOCOL-NAME       PIC X(08).
000260         10  EC-REASON-CODE         PIC X(08).
000270         10  EC-CASE-SEQ            PIC 9(04).
000280     05  EC-STATUS                  PIC X(01).
000290         88  EC-OPEN                       VALUE "O".
000300         88  EC-ACKNOWLEDGED               VALUE "A".
000310         88  EC-RESOLVED                   VALUE "R".
000320         88  EC-UNRESOLVED                 VALUE "O" "A".
000330     05  EC-OPENED-DATE             PIC 9(08).
000340     05  EC-OPENED-TIME             PIC 9(08).
000350     05  EC-FIRST-SEEN-DATE         PIC 9(08).
000360     05  EC-FIRST-SEEN-TIME         PIC 9(08).
000370     05  EC-LAST-SEEN-DATE          PIC 9(08).
000380     05  EC-LAST-SEEN-TIME          PIC 9(08).
000390     05  EC-LAST-CYCLE              PIC X(02).
000400     05  EC-OCCURRENCES             PIC 9(05).
000410     05  EC-LAST-LEVERAGE           PIC 9(03).
000420     05  EC-LAST-COLLATERAL         PIC 9(09)V99.
000430     05  EC-LAST-REASON-TEXT        PIC X(40).
000440     05  EC-ACK-DATE                PIC 9(08).
000450     05  EC-ACK-TIME                PIC 9(08).
000460     05  EC-ACK-USER                PIC X(08).
000470     05  EC-ASSIGNED-TO             PIC X(08).
000480     05  EC-ASSIGN-DATE             PIC 9(08).
000490     05  EC-ASSIGN-USER             PIC X(08).
000500     05  EC-RESOLVED-DATE           PIC 9(08).
000510     05  EC-RESOLVED-TIME           PIC 9(08).
000520     05  EC-RESOLVED-USER           PIC X(08).
000530     05  EC-RESOLUTION-NOTE         PIC X(60).
000540     05  FILLER                     PIC X(10).

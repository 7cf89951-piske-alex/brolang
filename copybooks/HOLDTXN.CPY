000100*****************************************************************
000110* HOLDTXN.CPY
000120* HOLD DECISION TRANSACTIONS -- ONE RECORD PER RELEASE OR DENY
000130* OF A MOVEMENT ON THE HOLD QUEUE (COLLHOLD), STAGED FOR
000140* LAVARAGE-HOLD-REL.  HDT-HOLD-DATE AND HDT-HOLD-SEQ NAME THE
000150* HOLD AS PRINTED ON THE COLL-UPD REGISTER AND THE HOLD AGING
000160* REPORT.  HDT-APPROVER-ID MUST NAME A SECOND PERSON (NOT
000170* HDT-USER-ID) ON EVERY DECISION.
000180*****************************************************************
000190 FD  HOLD-DECISION-TXNS
000200     LABEL RECORDS ARE STANDARD.
000210 01  HDT-RECORD.
000220     05  HDT-ACTION                 PIC X(01).
000230         88  HDT-RELEASE                   VALUE "R".
000240         88  HDT-DENY                      VALUE "D".
000250     05  HDT-HOLD-DATE              PIC 9(08).
000260     05  HDT-HOLD-SEQ               PIC 9(05).
000270     05  HDT-USER-ID                PIC X(08).
000280     05  HDT-APPROVER-ID            PIC X(08).
000290     05  HDT-NOTE                   PIC X(30).
000300     05  FILLER                     PIC X(10).

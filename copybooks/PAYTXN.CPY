000100*****************************************************************
000110* PAYTXN.CPY
000120* FEE RECEIPTS -- ONE RECORD PER PAYMENT RECEIVED FROM A WALLET,
000130* STAGED BY FINANCE AND APPLIED BY LAVARAGE-FEE-PAY.  A NON-ZERO
000140* PT-INVOICE-NUMBER IS PAID FIRST; ANYTHING LEFT GOES TO THE
000150* WALLET'S OTHER OPEN INVOICES OLDEST FIRST (ONLY THOSE FOR
000160* PT-PROTOCOL-NAME WHEN IT IS NOT SPACES), AND ANY REMAINDER IS
000170* HELD AS CREDIT.  AMOUNTS ARE SOL TO FOUR PLACES.
000180*****************************************************************
000190 FD  PAYMENT-TXNS
000200     LABEL RECORDS ARE STANDARD.
000210 01  PT-RECORD.
000220     05  PT-RECEIPT-DATE            PIC 9(08).
000230     05  PT-WALLET-ID               PIC X(20).
000240     05  PT-PROTOCOL-NAME           PIC X(08).
000250     05  PT-INVOICE-NUMBER          PIC 9(10).
000260     05  PT-AMOUNT                  PIC 9(09)V9(04).
000270     05  PT-REFERENCE               PIC X(16).
000280     05  FILLER                     PIC X(05).

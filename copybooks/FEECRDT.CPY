000100*****************************************************************
000110* FEECRDT.CPY
000120* WALLET FEE CREDIT -- ONE RECORD PER WALLET HOLDING AN
000130* OVERPAYMENT, KEYED BY CR-WALLET-ID.  LAVARAGE-FEE-PAY ADDS
000140* WHATEVER PART OF A RECEIPT NO OPEN INVOICE COULD TAKE;
000150* LAVARAGE-FEE-INV DRAWS IT DOWN AGAINST THE WALLET'S NEXT
000160* INVOICES.
000170*****************************************************************
000180 FD  FEE-CREDITS
000190     LABEL RECORDS ARE STANDARD.
000200 01  CR-RECORD.
000210     05  CR-WALLET-ID               PIC X(20).
000220     05  CR-CREDIT-BALANCE          PIC 9(09)V9(04).
000230     05  CR-LAST-RECEIPT-DATE       PIC 9(08).
000240     05  CR-LAST-APPLIED-DATE       PIC 9(08).
000250     05  FILLER                     PIC X(10).

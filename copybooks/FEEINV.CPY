000100*****************************************************************
000110* FEEINV.CPY
000120* BORROW FEE INVOICES -- ONE RECORD PER WALLET PER PROTOCOL PER
000130* INVOICED MONTH, WRITTEN BY LAVARAGE-FEE-INV FROM THAT MONTH'S
000140* FEEJRNL ACCRUALS AND KEYED BY WALLET AND INVOICE NUMBER, SO A
000150* WALLET'S INVOICES ARE ADJACENT AND OLDEST FIRST.  THE INVOICE
000160* NUMBER IS THE MONTH (YYYYMM) FOLLOWED BY A FOUR-DIGIT RUN
000170* SEQUENCE.  LAVARAGE-FEE-PAY APPLIES RECEIPTS AGAINST
000180* FI-OPEN-AMOUNT; FI-PAID-AMOUNT INCLUDES ANY HELD CREDIT THAT
000190* WAS APPLIED (ALSO SHOWN ON ITS OWN IN FI-CREDIT-APPLIED).
000200* AMOUNTS ARE SOL TO FOUR PLACES, THE SAME AS FJ-FEE-SOL, SO AN
000210* INVOICE IS EXACTLY THE SUM OF ITS ACCRUALS.
000220*****************************************************************
000230 FD  FEE-INVOICES
000240     LABEL RECORDS ARE STANDARD.
000250 01  FI-RECORD.
000260     05  FI-KEY.
000270         10  FI-WALLET-ID           PIC X(20).
000280         10  FI-INVOICE-NUMBER      PIC 9(10).
000290     05  FI-PROTOCOL-NAME           PIC X(08).
000300     05  FI-INVOICE-MONTH           PIC 9(06).
000310     05  FI-INVOICE-DATE            PIC 9(08).
000320     05  FI-ACCRUAL-COUNT           PIC 9(05).
000330     05  FI-INVOICE-AMOUNT          PIC 9(09)V9(04).
000340     05  FI-PAID-AMOUNT             PIC 9(09)V9(04).
000350     05  FI-CREDIT-APPLIED          PIC 9(09)V9(04).
000360     05  FI-OPEN-AMOUNT             PIC 9(09)V9(04).
000370     05  FI-STATUS                  PIC X(01).
000380         88  FI-OPEN                       VALUE "O".
000390         88  FI-PAID                       VALUE "P".
000400     05  FI-LAST-PAYMENT-DATE       PIC 9(08).
000410     05  FILLER                     PIC X(10).

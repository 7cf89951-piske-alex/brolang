000100*****************************************************************
000110* FEEICTL.CPY
000120* FEE INVOICING CONTROL -- ONE RECORD PER INVOICED MONTH,
000130* KEYED BY IC-INVOICE-MONTH (YYYYMM) AND WRITTEN BY
000140* LAVARAGE-FEE-INV WHEN THE MONTH IS BILLED.  ITS PRESENCE IS
000150* WHAT REFUSES A SECOND INVOICING OF THE SAME MONTH, AND ITS
000160* TOTALS ARE THE INVOICED SIDE OF THE MONTHLY RECONCILIATION
000170* (ACCRUED = INVOICED = PAID + OUTSTANDING) PRINTED BY
000180* LAVARAGE-FEE-AGE.
000190*****************************************************************
000200 FD  INVOICE-CONTROL
000210     LABEL RECORDS ARE STANDARD.
000220 01  IC-RECORD.
000230     05  IC-INVOICE-MONTH           PIC 9(06).
000240     05  IC-RUN-DATE                PIC 9(08).
000250     05  IC-RUN-TIME                PIC 9(08).
000260     05  IC-ACCRUAL-COUNT           PIC 9(07).
000270     05  IC-INVOICE-COUNT           PIC 9(05).
000280     05  IC-ACCRUED-TOTAL           PIC 9(11)V9(04).
000290     05  IC-INVOICED-TOTAL          PIC 9(11)V9(04).
000300     05  IC-CREDIT-APPLIED          PIC 9(11)V9(04).
000310     05  FILLER                     PIC X(10).

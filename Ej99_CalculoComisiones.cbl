*>
*> Mod history:
*> 24.09.10 AN - initial version.
*> 24.11.26 AN - SALES-TAXED.DAT carries the customer number, tax
*>               treatment and exemption certificate now; read here
*>               for layout alignment only. An exempt sale's taxable
*>               base still counts as net sales.

IDENTIFICATION DIVISION.
PROGRAM-ID. COMMISSION-CALC.
	05 SO-TOTAL-TAX PIC 9(7)V99.
	05 SO-TOTAL-WITH-TAX PIC 9(8)V99.
	05 SO-SALESPERSON PIC 9(5).
	05 SO-CUSTOMER-NO PIC 9(6).
	05 SO-TAX-TREATMENT PIC X.
	05 SO-EXEMPT-CERT PIC X(12).

FD COMMISSION-RATES.
01 COMMISSION-RATES-RECORD.

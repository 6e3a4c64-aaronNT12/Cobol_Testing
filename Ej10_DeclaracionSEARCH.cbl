*> Tectonics: cobc -x searchlinear.cob
*>
*> Modificaciones:
*> 24.12.08 AN - cada venta gravada se guarda también en el histórico
*>               permanente SALES-TAXED-HISTORY.DAT (por número de
*>               documento; gravar otra vez la misma venta reescribe
*>               su fila). SALES-TAXED.DAT se sigue creando de nuevo
*>               en cada pasada, y el análisis mensual de ventas
*>               necesita el mismo mes del año pasado y el acumulado
*>               del año.
*> 24.11.26 AN - ventas a clientes exentos: SALES.DAT añade el número
*>               de cliente al final y, tras TAX-LOOKUP, la venta pasa
*>               por TAX-EXEMPTION-CHECK. Con certificado vigente para
*>               la provincia se queda sin impuesto y SALES-TAXED.DAT
*>               lleva el cliente, la marca 'E' y el número de
*>               certificado para la declaración; con el certificado
*>               caducado a la fecha de la venta se cobra el impuesto,
*>               se marca 'X' y la venta sale en
*>               SALES-EXEMPTION-EXCEPTIONS.RPT. Una venta sin número
*>               de cliente se grava como siempre.
*> 24.09.10 AN - la venta lleva por fin quién la vendió: SALES.DAT
*>               añade el código de vendedor (el EmployeeID de
*>               nóminas) al final del registro y pasa tal cual a
		ORGANIZATION IS LINE SEQUENTIAL.
	SELECT SALES-OUTPUT ASSIGN TO "SALES-TAXED.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.
	COPY SALES-HISTORY-SELECT.
	COPY TAX-EXEMPTIONS-SELECT.
	SELECT EXEMPTION-REPORT ASSIGN TO "SALES-EXEMPTION-EXCEPTIONS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
	05 SL-DATE PIC 9(8).
	05 SL-TAXABLE-AMOUNT PIC 9(7)V99.
	05 SL-SALESPERSON PIC 9(5).
	05 SL-CUSTOMER-NO PIC 9(6).

FD SALES-OUTPUT.
01 SALES-OUTPUT-RECORD.
	05 SO-TOTAL-TAX PIC 9(7)V99.
	05 SO-TOTAL-WITH-TAX PIC 9(8)V99.
	05 SO-SALESPERSON PIC 9(5).
	05 SO-CUSTOMER-NO PIC 9(6).
	05 SO-TAX-TREATMENT PIC X.
	05 SO-EXEMPT-CERT PIC X(12).

COPY SALES-HISTORY-FD.

COPY TAX-EXEMPTIONS-FD.

FD EXEMPTION-REPORT.
01 EXEMPTION-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EXCEPTION-LINE.
01 WS-SALES-REJECTED PIC 9(7) VALUE ZERO.
01 prov 		pic x(2).
COPY TAX-LOOKUP-PARAMS.
COPY SALES-HISTORY-STATUS.
COPY TAX-EXEMPTIONS-STATUS.
COPY TAX-EXEMPTION-CHECK-FIELDS.
01 WS-SALES-EXEMPT PIC 9(7) VALUE ZERO.
01 WS-SALES-EXPIRED PIC 9(7) VALUE ZERO.
01 WS-EXEMPTION-DETAIL.
	05 XE-DOCUMENT PIC X(10).
	05 FILLER PIC X(10) VALUE ' CUSTOMER '.
	05 XE-CUSTOMER PIC 9(6).
	05 FILLER PIC X(6) VALUE ' PROV '.
	05 XE-PROVINCE PIC X(2).
	05 FILLER PIC X(6) VALUE ' CERT '.
	05 XE-CERTIFICATE PIC X(12).
	05 FILLER PIC X(9) VALUE ' EXPIRED '.
	05 XE-EXPIRY PIC 9(8).
	05 FILLER PIC X(12) VALUE ' TAX CHARGED'.
	05 XE-TAX PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
begin.
	OPEN OUTPUT TAX-EXCEPTIONS
	OPEN INPUT SALES-INPUT
	OPEN OUTPUT SALES-OUTPUT
	OPEN I-O SALES-HISTORY
	IF NOT SH-OK
		CLOSE SALES-HISTORY
		OPEN OUTPUT SALES-HISTORY
		CLOSE SALES-HISTORY
		OPEN I-O SALES-HISTORY
	END-IF
	OPEN OUTPUT EXEMPTION-REPORT
	MOVE "SALES TAXED UNDER AN EXPIRED EXEMPTION CERTIFICATE"
		TO EXEMPTION-REPORT-LINE
	WRITE EXEMPTION-REPORT-LINE

	READ SALES-INPUT
		AT END SET sales-eof TO TRUE

	CLOSE SALES-INPUT
	CLOSE SALES-OUTPUT
	CLOSE SALES-HISTORY
	CLOSE TAX-EXCEPTIONS
	MOVE SPACES TO EXEMPTION-REPORT-LINE
	STRING "EXEMPT SALES: " WS-SALES-EXEMPT
		"  TAXED UNDER EXPIRED CERTIFICATE: " WS-SALES-EXPIRED
		DELIMITED BY SIZE INTO EXEMPTION-REPORT-LINE
	WRITE EXEMPTION-REPORT-LINE
	CLOSE EXEMPTION-REPORT
	DISPLAY "Sales read: " WS-SALES-READ
		" taxed: " WS-SALES-TAXED
		" rejected: " WS-SALES-REJECTED
		" exempt: " WS-SALES-EXEMPT
	goback.

search-for-taxrate.

*> extiende la venta con sus impuestos: en provincias armonizadas
*> (HST) la tasa del fichero ya viene combinada, así que el federal no
*> se suma (ni se calcula) por separado. Un cliente con certificado de
*> exención vigente para la provincia no paga impuesto; con el
*> certificado caducado lo paga y la venta queda en el informe
compute-sale-tax.
	PERFORM check-sale-exemption
	MOVE SPACES TO SALES-OUTPUT-RECORD
	MOVE SL-DOCUMENT-NO TO SO-DOCUMENT-NO
	MOVE SL-PROVINCE TO SO-PROVINCE
	MOVE SL-DATE TO SO-DATE
	COMPUTE SO-TOTAL-WITH-TAX =
		SL-TAXABLE-AMOUNT + SO-TOTAL-TAX
	MOVE SL-SALESPERSON TO SO-SALESPERSON
	MOVE XC-CUSTOMER-NO TO SO-CUSTOMER-NO
	if XC-EXEMPT
		MOVE ZERO TO SO-PROVINCIAL-TAX
		MOVE ZERO TO SO-FEDERAL-TAX
		MOVE ZERO TO SO-TOTAL-TAX
		MOVE SL-TAXABLE-AMOUNT TO SO-TOTAL-WITH-TAX
		MOVE 'E' TO SO-TAX-TREATMENT
		MOVE XC-CERTIFICATE-NO TO SO-EXEMPT-CERT
		ADD 1 TO WS-SALES-EXEMPT
	end-if
	if XC-CERTIFICATE-EXPIRED
		MOVE 'X' TO SO-TAX-TREATMENT
		MOVE XC-CERTIFICATE-NO TO SO-EXEMPT-CERT
		perform log-expired-exemption
	end-if
	WRITE SALES-OUTPUT-RECORD
	perform keep-sale-history
	ADD 1 TO WS-SALES-TAXED
.

*> la venta queda en el histórico permanente; si ya estaba (la misma
*> venta gravada en una pasada anterior) se reescribe su fila
keep-sale-history.
	WRITE SALES-HISTORY-RECORD FROM SALES-OUTPUT-RECORD
		INVALID KEY
			REWRITE SALES-HISTORY-RECORD FROM SALES-OUTPUT-RECORD
	END-WRITE
.

*> una venta tecleada sin cliente (los registros de antes) no tiene
*> certificado que mirar
check-sale-exemption.
	MOVE 'N' TO XC-RESULT
	MOVE ZERO TO XC-CUSTOMER-NO
	if SL-CUSTOMER-NO IS NUMERIC
		MOVE SL-CUSTOMER-NO TO XC-CUSTOMER-NO
	end-if
	if XC-CUSTOMER-NO NOT = ZERO
		MOVE SL-PROVINCE TO XC-PROVINCE
		MOVE SL-DATE TO XC-DATE
		PERFORM CHECK-TAX-EXEMPTION
	end-if
.

log-expired-exemption.
	ADD 1 TO WS-SALES-EXPIRED
	MOVE SL-DOCUMENT-NO TO XE-DOCUMENT
	MOVE XC-CUSTOMER-NO TO XE-CUSTOMER
	MOVE SL-PROVINCE TO XE-PROVINCE
	MOVE XC-CERTIFICATE-NO TO XE-CERTIFICATE
	MOVE XC-EXPIRY-DATE TO XE-EXPIRY
	MOVE SO-TOTAL-TAX TO XE-TAX
	WRITE EXEMPTION-REPORT-LINE FROM WS-EXEMPTION-DETAIL
.

COPY TAX-EXEMPTION-CHECK.

END PROGRAM searchlinear.

*> Modificaciones:
*> 24.11.26 AN - clientes exentos con certificado: tras TAX-LOOKUP, cada
*>               línea pasa por TAX-EXEMPTION-CHECK con el cliente de
*>               la cabecera y la provincia de la línea. Con
*>               certificado vigente la línea no lleva impuesto y sale
*>               marcada 'E' con el número de certificado (la línea
*>               de INVOICE-OUTPUT.DAT crece a 78 posiciones para
*>               llevarlo), así que ya no hace falta teclear una
*>               provincia falsa. Con el certificado caducado a la
*>               fecha de la factura se cobra el impuesto, la línea va
*>               marcada 'X' y sale en EXEMPTION-EXCEPTIONS.RPT.
*> 24.10.30 AN - el precio sale de la tarifa y no de lo tecleado: cada
*>               línea de factura con código de producto se valora con
*>               TARIFAS-VENTA (el precio vigente a la fecha de la
*>               factura para el nivel CU-PRICE-TIER del cliente). Un
*>               precio tecleado distinto de la tarifa sólo pasa con
*>               motivo (II-OVERRIDE-REASON, sobre el antiguo relleno);
*>               sin motivo, o sin precio en tarifa y sin motivo, la
*>               línea va a INVOICE-EXCEPTIONS-FILE. Sin fichero de
*>               tarifas, o en los abonos, vale lo tecleado como antes.
*>               MARGIN-EXCEPTIONS.RPT lista las líneas por debajo del
*>               coste FIFO de las capas abiertas o del margen mínimo
*>               de la tarifa, y los precios forzados con su motivo.
*> 24.10.28 AN - las facturas de expediciones llegan solas: PEDIDOS-VENTA
*>               añade a INVOICE-INPUT.DAT la cabecera 'H' con el pedido
*>               de venta y el número de expedición, y cada línea 'L'
*>               con el código de producto. La entrada crece a 39
*>               posiciones (lo tecleado a mano sigue valiendo, con
*>               esos campos en blanco); el código de producto pasa a
*>               la línea de INVOICE-OUTPUT.DAT sobre su relleno, y el
*>               register imprime debajo de la factura el pedido y la
*>               expedición de los que sale.
*> 24.08.27 AN - control de riesgo al facturar: al cerrar cada factura
*>               se mide la exposición del cliente (partidas abiertas
*>               del ledger AR más la factura nueva) contra su
	COPY AR-OPEN-ITEMS-SELECT.
	SELECT EXPOSURE-REPORT ASSIGN TO 'CREDIT-EXPOSURE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	COPY TARIFAS-VENTA-SELECT.
	COPY CAPAS-COSTE-SELECT.
	SELECT MARGIN-REPORT ASSIGN TO 'MARGIN-EXCEPTIONS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	COPY TAX-EXEMPTIONS-SELECT.
	SELECT EXEMPTION-REPORT ASSIGN TO 'EXEMPTION-EXCEPTIONS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
		88 II-HEADER VALUE 'H'.
		88 II-CREDIT-HEADER VALUE 'C'.
		88 II-LINE VALUE 'L'.
	05 II-REST PIC X(38).
01 INVOICE-HEADER-INPUT REDEFINES INVOICE-INPUT-RECORD.
	05 FILLER PIC X.
	05 IH-INVOICE-NO PIC 9(6).
	05 IH-CUSTOMER-NO PIC 9(6).
	05 IH-DATE PIC 9(8).
	05 IH-ORIG-INVOICE PIC 9(6).
	05 IH-SALES-ORDER PIC 9(6).
	05 IH-SHIPMENT-NO PIC 9(6).
01 INVOICE-LINE-INPUT REDEFINES INVOICE-INPUT-RECORD.
	05 FILLER PIC X.
	05 II-QUANTITY PIC 9(5).
	05 II-UNIT-PRICE PIC 9(5)V99.
	05 II-PROVINCE PIC X(2).
	05 II-PRODUCT-CODE PIC X(10).
	05 II-OVERRIDE-REASON PIC X(14).

FD INVOICE-OUTPUT-FILE.
01 INVOICE-OUTPUT-RECORD.
	05 IO-EXTENDED-AMOUNT PIC 9(7)V99.
	05 IO-TAX-AMOUNT PIC 9(7)V99.
	05 IO-TOTAL-WITH-TAX PIC 9(8)V99.
	05 IO-PRODUCT-CODE PIC X(10).
	05 IO-TAX-TREATMENT PIC X.
	05 FILLER PIC X(6).
	05 IO-EXEMPT-CERT PIC X(12).
01 INVOICE-OUTPUT-TRAILER REDEFINES INVOICE-OUTPUT-RECORD.
	05 IT-RECORD-TYPE PIC X.
	05 IT-INVOICE-NO PIC 9(6).
	05 IT-CUSTOMER-NO PIC 9(6).
	05 IT-DATE PIC 9(8).
	05 IT-ORIG-INVOICE PIC 9(6).
	05 FILLER PIC X(12).

FD INVOICE-EXCEPTIONS-FILE.
01 INVOICE-EXCEPTION-RECORD.
FD EXPOSURE-REPORT.
01 EXPOSURE-REPORT-LINE PIC X(100).

COPY TARIFAS-VENTA-FD.

COPY CAPAS-COSTE-FD.

FD MARGIN-REPORT.
01 MARGIN-REPORT-LINE PIC X(120).

COPY TAX-EXEMPTIONS-FD.

FD EXEMPTION-REPORT.
01 EXEMPTION-REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EOF PIC X VALUE 'N'.
	88 END-OF-INVOICES VALUE 'Y'.
01 WS-CUR-CREDIT-FLAG PIC X VALUE 'N'.
	88 CURRENT-IS-CREDIT VALUE 'Y'.
01 WS-CUR-ORIG-INVOICE PIC 9(6).
01 WS-CUR-SALES-ORDER PIC 9(6).
01 WS-CUR-SHIPMENT-NO PIC 9(6).
COPY CUSTOMER-MASTER-STATUS.
COPY AR-OPEN-ITEMS-STATUS.
01 WS-CUSTOMERS-FLAG PIC X VALUE 'N'.
	05 FILLER PIC X(2) VALUE SPACES.
	05 RG-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
COPY TAX-LOOKUP-PARAMS.
COPY TARIFAS-VENTA-STATUS.
COPY TARIFA-VIGENTE-FIELDS.
COPY CAPAS-COSTE-STATUS.
01 WS-CUR-PRICE-TIER PIC X.
01 WS-PRICE-REJECT-FLAG PIC X.
	88 PRICE-REJECTED VALUE 'Y'.
01 WS-PRICE-OVERRIDE-FLAG PIC X.
	88 PRICE-OVERRIDDEN VALUE 'Y'.
01 WS-OVERRIDE-COUNT PIC 9(5) VALUE ZERO.
01 WS-MARGIN-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
01 WS-COSTS-FLAG PIC X VALUE 'N'.
	88 COSTS-AVAILABLE VALUE 'Y'.
01 WS-CC-SCAN-EOF PIC X.
	88 CC-SCAN-EOF VALUE 'Y'.
01 WS-LAYER-QUANTITY PIC 9(9).
01 WS-LAYER-VALUE PIC 9(11)V99.
01 WS-FIFO-UNIT-COST PIC 9(5)V99.
01 WS-FIFO-LINE-COST PIC 9(9)V99.
01 WS-LINE-MARGIN-PCT PIC S9(5)V99.
01 WS-MARGIN-DETAIL.
	05 MG-INVOICE PIC 9(6).
	05 FILLER PIC X(2) VALUE SPACES.
	05 MG-PRODUCT PIC X(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 MG-QUANTITY PIC ZZZZ9.
	05 FILLER PIC X(7) VALUE ' PRICE '.
	05 MG-PRICE PIC ZZ,ZZ9.99.
	05 FILLER PIC X(11) VALUE ' FIFO COST '.
	05 MG-COST PIC ZZ,ZZ9.99.
	05 FILLER PIC X(8) VALUE ' MARGIN '.
	05 MG-MARGIN PIC -ZZZZ9.99.
	05 FILLER PIC X(2) VALUE SPACES.
	05 MG-NOTE PIC X(21).
	05 FILLER PIC X(1) VALUE SPACES.
	05 MG-REASON PIC X(14).
COPY TAX-EXEMPTIONS-STATUS.
COPY TAX-EXEMPTION-CHECK-FIELDS.
01 WS-EXEMPT-LINE-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXPIRED-LINE-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXEMPTION-DETAIL.
	05 XE-INVOICE PIC 9(6).
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
BEGIN.
	ELSE
		CLOSE AR-OPEN-ITEMS
	END-IF
*> sin capas de coste no hay coste FIFO contra el que medir el margen;
*> el informe sigue listando los precios forzados
	OPEN INPUT CAPAS-COSTE.
	IF CC-OK
		MOVE 'Y' TO WS-COSTS-FLAG
	ELSE
		CLOSE CAPAS-COSTE
	END-IF
	OPEN OUTPUT MARGIN-REPORT.
	MOVE 'PRICE OVERRIDES AND MARGIN EXCEPTIONS' TO MARGIN-REPORT-LINE
	WRITE MARGIN-REPORT-LINE
	OPEN OUTPUT EXEMPTION-REPORT.
	MOVE 'LINES TAXED UNDER AN EXPIRED EXEMPTION CERTIFICATE'
		TO EXEMPTION-REPORT-LINE
	WRITE EXEMPTION-REPORT-LINE
	READ INVOICE-INPUT-FILE
		AT END SET END-OF-INVOICES TO TRUE
	END-READ.
	STRING 'INVOICES: ' WS-INVOICE-COUNT
		'  CREDIT NOTES: ' WS-CREDIT-COUNT
		'  ORPHAN LINES: ' WS-ORPHAN-COUNT
		'  PRICE OVERRIDES: ' WS-OVERRIDE-COUNT
		DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
	WRITE INVOICE-REGISTER-LINE
	MOVE SPACES TO INVOICE-REGISTER-LINE
		DELIMITED BY SIZE INTO EXPOSURE-REPORT-LINE
	WRITE EXPOSURE-REPORT-LINE
	CLOSE EXPOSURE-REPORT.
	MOVE SPACES TO MARGIN-REPORT-LINE
	STRING 'LINES BELOW COST OR MINIMUM MARGIN: '
		WS-MARGIN-EXCEPTION-COUNT
		'  PRICE OVERRIDES: ' WS-OVERRIDE-COUNT
		DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
	WRITE MARGIN-REPORT-LINE
	CLOSE MARGIN-REPORT.
	MOVE SPACES TO EXEMPTION-REPORT-LINE
	STRING 'EXEMPT LINES: ' WS-EXEMPT-LINE-COUNT
		'  TAXED UNDER EXPIRED CERTIFICATE: ' WS-EXPIRED-LINE-COUNT
		DELIMITED BY SIZE INTO EXEMPTION-REPORT-LINE
	WRITE EXEMPTION-REPORT-LINE
	CLOSE EXEMPTION-REPORT.
	IF COSTS-AVAILABLE
		CLOSE CAPAS-COSTE
	END-IF
	IF CUSTOMERS-AVAILABLE
		CLOSE CUSTOMER-MASTER
	END-IF
	MOVE IH-INVOICE-NO TO WS-CUR-INVOICE-NO
	MOVE IH-CUSTOMER-NO TO WS-CUR-CUSTOMER-NO
	MOVE IH-DATE TO WS-CUR-DATE
*> the customer's price tier picks the column of the price master;
*> an unknown customer pays list
	MOVE SPACE TO WS-CUR-PRICE-TIER
	IF CUSTOMERS-AVAILABLE
		MOVE WS-CUR-CUSTOMER-NO TO CU-CUSTOMER-NO
		READ CUSTOMER-MASTER
			INVALID KEY CONTINUE
			NOT INVALID KEY MOVE CU-PRICE-TIER TO WS-CUR-PRICE-TIER
		END-READ
	END-IF
*> a hand-keyed header leaves the sales order and shipment blank
	IF IH-SALES-ORDER IS NUMERIC AND IH-SHIPMENT-NO IS NUMERIC
		MOVE IH-SALES-ORDER TO WS-CUR-SALES-ORDER
		MOVE IH-SHIPMENT-NO TO WS-CUR-SHIPMENT-NO
	ELSE
		MOVE ZEROS TO WS-CUR-SALES-ORDER
		MOVE ZEROS TO WS-CUR-SHIPMENT-NO
	END-IF
	MOVE ZEROS TO WS-INV-LINE-COUNT
	MOVE ZEROS TO WS-INV-AMOUNT
	MOVE ZEROS TO WS-INV-TAX
		WRITE INVOICE-EXCEPTION-RECORD
		GO TO PROCESS-INVOICE-LINE-EXIT
	END-IF
	MOVE 'N' TO WS-PRICE-REJECT-FLAG
	MOVE 'N' TO WS-PRICE-OVERRIDE-FLAG
	MOVE ZEROS TO TV-MARGEN-MINIMO
	IF NOT CURRENT-IS-CREDIT
		PERFORM PRICE-INVOICE-LINE THRU PRICE-INVOICE-LINE-EXIT
		IF PRICE-REJECTED
			GO TO PROCESS-INVOICE-LINE-EXIT
		END-IF
	END-IF
	MOVE II-QUANTITY TO a
	MOVE II-UNIT-PRICE TO b
	MULTIPLY a BY b
		MOVE II-QUANTITY TO IO-QUANTITY
		MOVE II-UNIT-PRICE TO IO-UNIT-PRICE
		MOVE II-PROVINCE TO IO-PROVINCE
		MOVE II-PRODUCT-CODE TO IO-PRODUCT-CODE
		MOVE y TO IO-EXTENDED-AMOUNT
		PERFORM APPLY-TAX-EXEMPTION
		COMPUTE IO-TOTAL-WITH-TAX = y + IO-TAX-AMOUNT
		WRITE INVOICE-OUTPUT-RECORD
		IF XC-CERTIFICATE-EXPIRED
			PERFORM expired-exemption-handling
		END-IF
		ADD 1 TO WS-INV-LINE-COUNT
		ADD y TO WS-INV-AMOUNT
		ADD IO-TAX-AMOUNT TO WS-INV-TAX
		IF NOT CURRENT-IS-CREDIT
			PERFORM CHECK-LINE-MARGIN
		END-IF
	END-IF.
	PROCESS-INVOICE-LINE-EXIT.
	EXIT.

*> the price master prices the line: a keyed zero, or a keyed price
*> equal to the tariff, takes the tariff; anything else is an
*> override and needs its reason on the line. A line with no product
*> code, or a run with no price master at all, keeps the keyed price.
PRICE-INVOICE-LINE.
	IF II-PRODUCT-CODE = SPACES
		GO TO PRICE-INVOICE-LINE-EXIT
	END-IF
	MOVE II-PRODUCT-CODE TO TV-CODIGO
	MOVE WS-CUR-DATE TO TV-FECHA
	MOVE WS-CUR-PRICE-TIER TO TV-NIVEL
	PERFORM BUSCAR-TARIFA-VIGENTE
	IF NOT TV-MAESTRO-DISPONIBLE
		GO TO PRICE-INVOICE-LINE-EXIT
	END-IF
	IF TV-TARIFA-HALLADA
		IF II-UNIT-PRICE = ZERO OR II-UNIT-PRICE = TV-PRECIO
			MOVE TV-PRECIO TO II-UNIT-PRICE
			GO TO PRICE-INVOICE-LINE-EXIT
		END-IF
		MOVE 'PRICE OVERRIDE WITHOUT REASON' TO IE-REASON
	ELSE
		MOVE 'NO SELLING PRICE ON FILE' TO IE-REASON
	END-IF
	IF II-OVERRIDE-REASON = SPACES OR II-UNIT-PRICE = ZERO
		SET PRICE-REJECTED TO TRUE
		PERFORM price-exception-handling
	ELSE
		SET PRICE-OVERRIDDEN TO TRUE
		ADD 1 TO WS-OVERRIDE-COUNT
	END-IF.
	PRICE-INVOICE-LINE-EXIT.
	EXIT.

*> an exempt customer's certificate for the line's province takes the
*> tax off the line, which is marked 'E' with the certificate number
*> for the remittance return; a certificate that had lapsed by the
*> invoice date leaves the tax on and marks the line 'X'
APPLY-TAX-EXEMPTION.
	MOVE WS-CUR-CUSTOMER-NO TO XC-CUSTOMER-NO
	MOVE II-PROVINCE TO XC-PROVINCE
	MOVE WS-CUR-DATE TO XC-DATE
	PERFORM CHECK-TAX-EXEMPTION
	EVALUATE TRUE
		WHEN XC-EXEMPT
			MOVE ZEROS TO IO-TAX-AMOUNT
			MOVE 'E' TO IO-TAX-TREATMENT
			MOVE XC-CERTIFICATE-NO TO IO-EXEMPT-CERT
			ADD 1 TO WS-EXEMPT-LINE-COUNT
		WHEN XC-CERTIFICATE-EXPIRED
			COMPUTE IO-TAX-AMOUNT ROUNDED = y * TLK-COMBINED-RATE
			MOVE 'X' TO IO-TAX-TREATMENT
			MOVE XC-CERTIFICATE-NO TO IO-EXEMPT-CERT
		WHEN OTHER
			COMPUTE IO-TAX-AMOUNT ROUNDED = y * TLK-COMBINED-RATE
	END-EVALUATE.

COPY TAX-EXEMPTION-CHECK.

*> FIFO unit cost = value of the product's open cost layers, across
*> all warehouses, over their quantity. A line billed under that cost,
*> or under the tariff's minimum margin on the selling price, goes on
*> the margin report; an overridden price goes there regardless, with
*> its reason.
CHECK-LINE-MARGIN.
	PERFORM GET-FIFO-UNIT-COST
	COMPUTE WS-FIFO-LINE-COST ROUNDED = II-QUANTITY * WS-FIFO-UNIT-COST
	MOVE ZEROS TO WS-LINE-MARGIN-PCT
	IF y > ZERO
		COMPUTE WS-LINE-MARGIN-PCT ROUNDED =
			(y - WS-FIFO-LINE-COST) * 100 / y
	END-IF
	MOVE SPACES TO MG-NOTE
	MOVE SPACES TO MG-REASON
	IF WS-FIFO-UNIT-COST > ZERO
		IF y < WS-FIFO-LINE-COST
			MOVE 'BELOW FIFO COST' TO MG-NOTE
		ELSE
			IF TV-MARGEN-MINIMO > ZERO
				AND WS-LINE-MARGIN-PCT < TV-MARGEN-MINIMO
				MOVE 'BELOW MINIMUM MARGIN' TO MG-NOTE
			END-IF
		END-IF
	END-IF
	IF MG-NOTE NOT = SPACES
		ADD 1 TO WS-MARGIN-EXCEPTION-COUNT
	END-IF
	IF PRICE-OVERRIDDEN
		MOVE II-OVERRIDE-REASON TO MG-REASON
		IF MG-NOTE = SPACES
			MOVE 'PRICE OVERRIDE' TO MG-NOTE
		END-IF
	END-IF
	IF MG-NOTE = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CUR-INVOICE-NO TO MG-INVOICE
	MOVE II-PRODUCT-CODE TO MG-PRODUCT
	MOVE II-QUANTITY TO MG-QUANTITY
	MOVE II-UNIT-PRICE TO MG-PRICE
	MOVE WS-FIFO-UNIT-COST TO MG-COST
	MOVE WS-LINE-MARGIN-PCT TO MG-MARGIN
	MOVE WS-MARGIN-DETAIL TO MARGIN-REPORT-LINE
	WRITE MARGIN-REPORT-LINE.

GET-FIFO-UNIT-COST.
	MOVE ZEROS TO WS-FIFO-UNIT-COST
	MOVE ZEROS TO WS-LAYER-QUANTITY
	MOVE ZEROS TO WS-LAYER-VALUE
	IF NOT COSTS-AVAILABLE OR II-PRODUCT-CODE = SPACES
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-CC-SCAN-EOF
	MOVE II-PRODUCT-CODE TO CC-CODIGO
	MOVE LOW-VALUES TO CC-ALMACEN
	MOVE LOW-VALUES TO CC-FECHA
	MOVE ZEROS TO CC-SECUENCIA
	START CAPAS-COSTE KEY IS GREATER THAN OR EQUAL TO CC-KEY
		INVALID KEY SET CC-SCAN-EOF TO TRUE
	END-START
	PERFORM UNTIL CC-SCAN-EOF
		READ CAPAS-COSTE NEXT RECORD
			AT END SET CC-SCAN-EOF TO TRUE
			NOT AT END
				IF CC-CODIGO NOT = II-PRODUCT-CODE
					SET CC-SCAN-EOF TO TRUE
				ELSE
					ADD CC-CANTIDAD TO WS-LAYER-QUANTITY
					COMPUTE WS-LAYER-VALUE = WS-LAYER-VALUE
						+ CC-CANTIDAD * CC-COSTO-UNITARIO
				END-IF
		END-READ
	END-PERFORM
	IF WS-LAYER-QUANTITY > ZERO
		COMPUTE WS-FIFO-UNIT-COST ROUNDED =
			WS-LAYER-VALUE / WS-LAYER-QUANTITY
	END-IF.

COPY TARIFA-VIGENTE.

*> per-invoice totals as a 'T' record on the output file, plus the
*> invoice's one line on the register report
*> an invoice closes as a 'T' trailer, a credit note as an 'R' one
	COMPUTE RG-TOTAL = WS-INV-AMOUNT + WS-INV-TAX
	MOVE WS-REG-DETAIL TO INVOICE-REGISTER-LINE
	WRITE INVOICE-REGISTER-LINE
	IF WS-CUR-SALES-ORDER NOT = ZEROS
		MOVE SPACES TO INVOICE-REGISTER-LINE
		STRING '  SALES ORDER ' WS-CUR-SALES-ORDER
			'  SHIPMENT ' WS-CUR-SHIPMENT-NO
			DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
		WRITE INVOICE-REGISTER-LINE
	END-IF
	IF INVOICE-HELD
		MOVE '  HELD - OVER CREDIT LIMIT, AWAITING REVIEW'
			TO INVOICE-REGISTER-LINE
	MOVE 'NO TAX RATE FOR PROVINCE' TO IE-REASON
	WRITE INVOICE-EXCEPTION-RECORD.

*> the customer's certificate for the province had expired by the
*> invoice date -- the line was charged tax and billed, and goes on
*> the exemption exceptions report so the certificate gets renewed
*> (or the customer credited) before the next invoice
expired-exemption-handling.
	ADD 1 TO WS-EXPIRED-LINE-COUNT
	MOVE WS-CUR-INVOICE-NO TO XE-INVOICE
	MOVE WS-CUR-CUSTOMER-NO TO XE-CUSTOMER
	MOVE II-PROVINCE TO XE-PROVINCE
	MOVE XC-CERTIFICATE-NO TO XE-CERTIFICATE
	MOVE XC-EXPIRY-DATE TO XE-EXPIRY
	MOVE IO-TAX-AMOUNT TO XE-TAX
	MOVE WS-EXEMPTION-DETAIL TO EXEMPTION-REPORT-LINE
	WRITE EXEMPTION-REPORT-LINE.

*> the line's price is neither the tariff nor a reasoned override
price-exception-handling.
	MOVE II-QUANTITY TO IE-QUANTITY
	MOVE II-UNIT-PRICE TO IE-UNIT-PRICE
	MOVE II-PROVINCE TO IE-PROVINCE
	WRITE INVOICE-EXCEPTION-RECORD.

*> the canary multiply fit fine -- nothing to report
who-does-that.
	CONTINUE.

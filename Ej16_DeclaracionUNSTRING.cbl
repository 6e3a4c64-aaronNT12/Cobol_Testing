*>               que todo código postal de 4 segmentos caía por el ELSE
*>               y se truncaba dentro de State. Ahora se comprueba
*>               FUNCTION TRIM(Segment-Entry(4)) IS NUMERIC.
*> 24.11.30 AN - el parseo y la validación de estado/código postal
*>               pasan a los copybooks compartidos ADDRESS-PARSE y
*>               ADDRESS-PARSE-FIELDS (y STATE-CODES-*), para que el
*>               lote de cambios de domicilio valide igual que la carga.
*>               Sin cambio de comportamiento.

IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRESS-PARSER.
	SELECT ADDRESS-EXCEPTIONS ASSIGN TO 'ADDRESS-EXCEPTIONS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL.
	COPY CUSTOMER-MASTER-SELECT.
	COPY STATE-CODES-SELECT.

DATA DIVISION.
FILE SECTION.

COPY CUSTOMER-MASTER-FD.

COPY STATE-CODES-FD.

FD ADDRESS-EXCEPTIONS.
01 ADDRESS-EXCEPTION-LINE PIC X(128).
WORKING-STORAGE SECTION.
01 Eof-Switch PIC X VALUE 'N'.
	88 End-Of-Addresses VALUE 'Y'.
COPY ADDRESS-PARSE-FIELDS.
COPY CUSTOMER-MASTER-STATUS.
COPY STATE-CODES-STATUS.

01 Customer-Address-Detail.
	05 CA-Customer-No PIC 9(6).
	CLOSE CUSTOMER-MASTER.
	STOP RUN.

*> the shared parse does the splitting and the state/zip checks; a
*> good address goes to CUSTOMER-ADDRESS and the master, anything else
*> to ADDRESS-EXCEPTIONS with the reason
Parse-One-Address.
	MOVE INPUT-ADDRESS TO Address-To-Parse
	PERFORM Parse-Address-Text
	IF Address-Is-Valid
		PERFORM Write-Customer-Address
		PERFORM Load-Address-To-Master
	ELSE
		PERFORM Write-Address-Exception
	END-IF.

Write-Customer-Address.
	MOVE SPACES TO CUSTOMER-ADDRESS-LINE
	MOVE SPACES TO Customer-Address-Detail
			MOVE Zip-Code TO CU-ZIP
			REWRITE CUSTOMER-MASTER-RECORD
	END-READ.

COPY ADDRESS-PARSE.

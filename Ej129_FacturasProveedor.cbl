*> Purpose: Supplier invoice capture and three-way match
*>
*> Supplier invoices came in on paper and were paid without anyone
*> holding them up against the order or against what actually came
*> in. This captures each invoice into FACTURAS-PROVEEDOR.DAT -
*> supplier (validated against PROVEEDOR-MASTER), the supplier's
*> invoice number, and per line the PEDIDOS-MASTER order and line
*> billed, the quantity and the unit price - and matches every line
*> three ways:
*>   - the quantity, against what is still unbilled of the line's
*>     ordered quantity and of its received quantity;
*>   - the price, against the cost of the FIFO layers the receipts
*>     created (PO-VALOR-RECIBIDO over PO-CANTIDAD-RECIBIDA, kept by
*>     RECEPCION-PEDIDOS); a line received before that value was kept
*>     is priced against the product's card cost.
*> Tolerances are PARAMETERS.DAT keys AP-TOLERANCIA-PRECIO (per cent,
*> default 2) and AP-TOLERANCIA-CANTIDAD (per cent, default 0). An
*> invoice whose lines all match is an approved payable, due
*> AP-PLAZO-PAGO days (default 30) after the invoice date, and its
*> quantities are billed off the PO lines. Otherwise the invoice
*> waits in exception, each failing line with its reason, and the
*> lines go to EXCEPCIONES-CASACION.RPT; option 2 matches the waiting
*> invoices again once the missing receipt is in. A supplier invoice
*> number already on file for that supplier is refused. Menu-driven
*> like MANTENIMIENTO-PROVEEDORES, with every invoice in the shared
*> AUDIT-TRAIL.
*>
*> Mod history:
*> 24.11.05 AN - initial version.
*> 24.11.13 AN - PO lines are now in the supplier's unit: an invoice
*>               line is in that unit too, and the card-cost fallback
*>               is scaled up by PO-FACTOR to the same unit.

IDENTIFICATION DIVISION.
PROGRAM-ID. FACTURAS-PROVEEDOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FACTURAS-PROVEEDOR-SELECT.
    COPY PEDIDOS-MASTER-SELECT.
    COPY PROVEEDOR-MASTER-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    SELECT OPTIONAL EXCEPCIONES-REPORT
        ASSIGN TO "EXCEPCIONES-CASACION.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY PARAM-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY FACTURAS-PROVEEDOR-FD.

COPY PEDIDOS-MASTER-FD.

COPY PROVEEDOR-MASTER-FD.

COPY PRODUCTO-MASTER-FD.

FD EXCEPCIONES-REPORT.
01 EXCEPCIONES-REPORT-LINE PIC X(100).

COPY PARAM-FD.
COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-HOY PIC X(8).
01 WS-HOY-NUM REDEFINES WS-HOY PIC 9(8).
01 WS-PROVEEDOR PIC X(15).
01 WS-FACTURA PIC X(15).
01 WS-FECHA-FACTURA PIC 9(8).
01 WS-FECHA-INT PIC 9(7).
01 WS-VENCIMIENTO PIC 9(8).
01 WS-PROVEEDOR-FLAG PIC X.
    88 PROVEEDOR-CONOCIDO VALUE 'Y'.
01 WS-EXISTE-FLAG PIC X.
    88 FACTURA-YA-EXISTE VALUE 'Y'.
01 WS-FIN-LINEAS PIC X.
    88 FIN-LINEAS VALUE 'Y'.
01 WS-FP-EOF PIC X.
    88 FACTURAS-EOF VALUE 'Y'.
*> tolerancias y plazo, con los valores de siempre si no hay parámetro
01 WS-TOL-PRECIO PIC 9(3)V99 VALUE 2.
01 WS-TOL-CANTIDAD PIC 9(3)V99 VALUE ZEROS.
01 WS-PLAZO-PAGO PIC 9(3) VALUE 30.
*> las líneas de la factura en curso
01 WS-FL-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-FL-TABLA.
    05 WS-FL-ENTRADA OCCURS 50 TIMES.
        10 WS-FL-PEDIDO PIC 9(6).
        10 WS-FL-PEDIDO-LINEA PIC 9(3).
        10 WS-FL-CANTIDAD PIC 9(5).
        10 WS-FL-PRECIO PIC 9(5)V99.
        10 WS-FL-MOTIVO PIC X(25).
01 WS-FL-SUB PIC 9(3).
01 WS-FL-IDX PIC 9(3).
01 WS-ENTRADA-PEDIDO PIC 9(6).
01 WS-ENTRADA-LINEA PIC 9(3).
01 WS-ENTRADA-CANTIDAD PIC 9(5).
01 WS-ENTRADA-PRECIO PIC 9(5)V99.
01 WS-REPETIDA-FLAG PIC X.
    88 LINEA-REPETIDA VALUE 'Y'.
01 WS-LINEAS-FALLIDAS PIC 9(3).
01 WS-TOTAL-FACTURA PIC 9(9)V99.
01 WS-MAXIMO-CANTIDAD PIC S9(7)V99.
01 WS-COSTE-RECEPCION PIC 9(5)V9999.
01 WS-DESVIO PIC 9(7)V99.
*> facturas en excepción que se vuelven a casar
01 WS-PE-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-PE-TABLA.
    05 WS-PE-ENTRADA OCCURS 200 TIMES.
        10 WS-PE-PROVEEDOR PIC X(15).
        10 WS-PE-FACTURA PIC X(15).
01 WS-PE-SUB PIC 9(3).
01 WS-APROBADAS PIC 9(3).
01 WS-EX-CABECERA.
    05 EC-FECHA PIC X(8).
    05 FILLER PIC X(11) VALUE " PROVEEDOR ".
    05 EC-PROVEEDOR PIC X(15).
    05 FILLER PIC X(9) VALUE " FACTURA ".
    05 EC-FACTURA PIC X(15).
    05 FILLER PIC X(10) VALUE " IMPORTE: ".
    05 EC-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
01 WS-EX-DETALLE.
    05 FILLER PIC X(3) VALUE SPACES.
    05 ED-LINEA PIC 9(3).
    05 FILLER PIC X(8) VALUE " PEDIDO ".
    05 ED-PEDIDO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 ED-PEDIDO-LINEA PIC 9(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ED-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(3) VALUE " a ".
    05 ED-PRECIO PIC ZZ,ZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 ED-MOTIVO PIC X(25).
COPY FACTURAS-PROVEEDOR-STATUS.
COPY PEDIDOS-MASTER-STATUS.
COPY PROVEEDOR-MASTER-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY PARAM-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
MANTENER-FACTURAS.
    MOVE "FACTURAS-PROV" TO EL-CALLING-PROGRAM.
    MOVE "FACTURAS-PROV" TO AT-CALLING-PROGRAM.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    PERFORM CARGAR-TOLERANCIAS.
    OPEN I-O FACTURAS-PROVEEDOR.
    IF NOT FP-OK
        CLOSE FACTURAS-PROVEEDOR
        OPEN OUTPUT FACTURAS-PROVEEDOR
        CLOSE FACTURAS-PROVEEDOR
        OPEN I-O FACTURAS-PROVEEDOR
    END-IF
    OPEN I-O PEDIDOS-MASTER.
    IF NOT PO-OK
        DISPLAY "No se pudo abrir PEDIDOS-MASTER: " PO-FILE-STATUS
    END-IF
    PERFORM UNTIL WS-CONTINUAR = 'N'
        DISPLAY "-----------------------------"
        DISPLAY "1. Registrar factura de proveedor"
        DISPLAY "2. Volver a casar las facturas en excepción"
        DISPLAY "3. Consultar una factura"
        DISPLAY "4. Salir"
        DISPLAY "-----------------------------"
        DISPLAY "Elige una opción: "
        ACCEPT WS-OPCION
        EVALUATE WS-OPCION
            WHEN 1 PERFORM REGISTRAR-FACTURA
            WHEN 2 PERFORM RECASAR-EXCEPCIONES
            WHEN 3 PERFORM CONSULTAR-FACTURA
            WHEN 4 MOVE 'N' TO WS-CONTINUAR
            WHEN OTHER DISPLAY "Opción no válida"
        END-EVALUATE
    END-PERFORM
    CLOSE FACTURAS-PROVEEDOR
    CLOSE PEDIDOS-MASTER
    STOP RUN.

CARGAR-TOLERANCIAS.
    MOVE 'AP-TOLERANCIA-PRECIO' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND
        MOVE PRM-NUMERIC-VALUE TO WS-TOL-PRECIO
    END-IF
    MOVE 'AP-TOLERANCIA-CANTIDAD' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND
        MOVE PRM-NUMERIC-VALUE TO WS-TOL-CANTIDAD
    END-IF
    MOVE 'AP-PLAZO-PAGO' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND
        MOVE PRM-NUMERIC-VALUE TO WS-PLAZO-PAGO
    END-IF.

*> cabecera primero (proveedor, número, fecha), luego las líneas hasta
*> un pedido cero; la factura se casa entera antes de grabarse
REGISTRAR-FACTURA.
    DISPLAY "Proveedor: "
    ACCEPT WS-PROVEEDOR
    PERFORM COMPROBAR-PROVEEDOR
    IF NOT PROVEEDOR-CONOCIDO
        DISPLAY "El proveedor " WS-PROVEEDOR " no existe"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Número de factura del proveedor: "
    ACCEPT WS-FACTURA
    IF WS-FACTURA = SPACES
        DISPLAY "Hace falta el número de factura"
        EXIT PARAGRAPH
    END-IF
    PERFORM BUSCAR-FACTURA-EXISTENTE
    IF FACTURA-YA-EXISTE
        DISPLAY "La factura " WS-FACTURA " de " WS-PROVEEDOR
            " ya está registrada - se rechaza"
        MOVE WS-FACTURA TO EL-TRACKED-RESOURCE
        MOVE "duplicate supplier invoice number refused"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de la factura (AAAAMMDD, 0 = hoy): "
    ACCEPT WS-FECHA-FACTURA ON EXCEPTION
        MOVE ZEROS TO WS-FECHA-FACTURA
    END-ACCEPT
    IF WS-FECHA-FACTURA = ZEROS
        MOVE WS-HOY-NUM TO WS-FECHA-FACTURA
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FACTURA) NOT = ZERO
        DISPLAY "Fecha de factura no válida"
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WS-FL-CUENTA
    MOVE 'N' TO WS-FIN-LINEAS
    PERFORM PEDIR-LINEA-FACTURA UNTIL FIN-LINEAS
    IF WS-FL-CUENTA = ZEROS
        DISPLAY "Factura sin líneas - no se registra"
        EXIT PARAGRAPH
    END-IF
    PERFORM CASAR-FACTURA
    PERFORM GRABAR-FACTURA
    MOVE WS-FACTURA TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING WS-PROVEEDOR " " WS-TOTAL-FACTURA
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    IF WS-LINEAS-FALLIDAS = ZEROS
        PERFORM ANOTAR-FACTURADO
        MOVE "APROBADA" TO AT-CHANGE-OPERATION
        DISPLAY "Factura " WS-FACTURA " casada y aprobada, vence el "
            WS-VENCIMIENTO
    ELSE
        PERFORM LISTAR-EXCEPCIONES
        MOVE "EXCEPCION" TO AT-CHANGE-OPERATION
        DISPLAY "Factura " WS-FACTURA " en excepción: "
            WS-LINEAS-FALLIDAS " líneas no casan"
    END-IF
    PERFORM LOG-AUDIT-EVENT.

COMPROBAR-PROVEEDOR.
    MOVE 'N' TO WS-PROVEEDOR-FLAG
    OPEN INPUT PROVEEDOR-MASTER
    IF PV-OK
        MOVE WS-PROVEEDOR TO PV-CODIGO
        READ PROVEEDOR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-PROVEEDOR-FLAG
        END-READ
    END-IF
    CLOSE PROVEEDOR-MASTER.

BUSCAR-FACTURA-EXISTENTE.
    MOVE 'N' TO WS-EXISTE-FLAG
    MOVE WS-PROVEEDOR TO FP-PROVEEDOR
    MOVE WS-FACTURA TO FP-FACTURA
    MOVE ZEROS TO FP-LINEA
    START FACTURAS-PROVEEDOR KEY IS GREATER THAN OR EQUAL TO FP-KEY
        INVALID KEY EXIT PARAGRAPH
    END-START
    READ FACTURAS-PROVEEDOR NEXT RECORD
        AT END CONTINUE
        NOT AT END
            IF FP-PROVEEDOR = WS-PROVEEDOR
                AND FP-FACTURA = WS-FACTURA
                MOVE 'Y' TO WS-EXISTE-FLAG
            END-IF
    END-READ.

PEDIR-LINEA-FACTURA.
    DISPLAY "Pedido (0 = fin de la factura): "
    ACCEPT WS-ENTRADA-PEDIDO ON EXCEPTION
        MOVE ZEROS TO WS-ENTRADA-PEDIDO
    END-ACCEPT
    IF WS-ENTRADA-PEDIDO = ZEROS
        MOVE 'Y' TO WS-FIN-LINEAS
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Línea del pedido: "
    ACCEPT WS-ENTRADA-LINEA ON EXCEPTION
        MOVE ZEROS TO WS-ENTRADA-LINEA
    END-ACCEPT
    DISPLAY "Cantidad facturada: "
    ACCEPT WS-ENTRADA-CANTIDAD ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-ENTRADA-CANTIDAD
    END-ACCEPT
    IF WS-ENTRADA-CANTIDAD = ZEROS
        DISPLAY "La cantidad facturada no puede ser cero"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Precio unitario facturado: "
    ACCEPT WS-ENTRADA-PRECIO ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-ENTRADA-PRECIO
    END-ACCEPT
    MOVE 'N' TO WS-REPETIDA-FLAG
    PERFORM VARYING WS-FL-IDX FROM 1 BY 1
        UNTIL WS-FL-IDX > WS-FL-CUENTA
        IF WS-FL-PEDIDO(WS-FL-IDX) = WS-ENTRADA-PEDIDO
            AND WS-FL-PEDIDO-LINEA(WS-FL-IDX) = WS-ENTRADA-LINEA
            MOVE 'Y' TO WS-REPETIDA-FLAG
        END-IF
    END-PERFORM
    IF LINEA-REPETIDA
        DISPLAY "La línea " WS-ENTRADA-LINEA " del pedido "
            WS-ENTRADA-PEDIDO " ya está en esta factura"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FL-CUENTA
    MOVE WS-ENTRADA-PEDIDO TO WS-FL-PEDIDO(WS-FL-CUENTA)
    MOVE WS-ENTRADA-LINEA TO WS-FL-PEDIDO-LINEA(WS-FL-CUENTA)
    MOVE WS-ENTRADA-CANTIDAD TO WS-FL-CANTIDAD(WS-FL-CUENTA)
    MOVE WS-ENTRADA-PRECIO TO WS-FL-PRECIO(WS-FL-CUENTA)
    MOVE SPACES TO WS-FL-MOTIVO(WS-FL-CUENTA)
    IF WS-FL-CUENTA = 50
        DISPLAY "Máximo de 50 líneas por factura alcanzado"
        MOVE 'Y' TO WS-FIN-LINEAS
    END-IF.

CASAR-FACTURA.
    MOVE ZEROS TO WS-LINEAS-FALLIDAS
    MOVE ZEROS TO WS-TOTAL-FACTURA
    PERFORM VARYING WS-FL-SUB FROM 1 BY 1
        UNTIL WS-FL-SUB > WS-FL-CUENTA
        PERFORM CASAR-UNA-LINEA THRU CASAR-UNA-LINEA-FIN
        COMPUTE WS-TOTAL-FACTURA = WS-TOTAL-FACTURA
            + WS-FL-CANTIDAD(WS-FL-SUB) * WS-FL-PRECIO(WS-FL-SUB)
    END-PERFORM.

*> las tres patas: la línea del pedido es de este proveedor, la
*> cantidad cabe en lo pedido y en lo recibido que queda sin
*> facturar, y el precio está dentro de la tolerancia sobre el coste
*> de las capas que dejó la recepción
CASAR-UNA-LINEA.
    MOVE SPACES TO WS-FL-MOTIVO(WS-FL-SUB)
    MOVE WS-FL-PEDIDO(WS-FL-SUB) TO PO-NUMERO
    MOVE WS-FL-PEDIDO-LINEA(WS-FL-SUB) TO PO-LINEA
    READ PEDIDOS-MASTER
        INVALID KEY
            MOVE "LINEA DE PEDIDO INEXISTENTE" TO WS-FL-MOTIVO(WS-FL-SUB)
            GO TO CASAR-UNA-LINEA-FALLO
    END-READ
    IF PO-PROVEEDOR NOT = WS-PROVEEDOR
        MOVE "PEDIDO DE OTRO PROVEEDOR" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    IF PO-PENDIENTE-APROBAR
        MOVE "PEDIDO SIN APROBAR" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    COMPUTE WS-MAXIMO-CANTIDAD =
        (PO-CANTIDAD-PEDIDA - PO-CANTIDAD-FACTURADA)
        * (100 + WS-TOL-CANTIDAD) / 100
    IF WS-FL-CANTIDAD(WS-FL-SUB) > WS-MAXIMO-CANTIDAD
        MOVE "FACTURADO MAS QUE PEDIDO" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    COMPUTE WS-MAXIMO-CANTIDAD =
        (PO-CANTIDAD-RECIBIDA - PO-CANTIDAD-FACTURADA)
        * (100 + WS-TOL-CANTIDAD) / 100
    IF WS-FL-CANTIDAD(WS-FL-SUB) > WS-MAXIMO-CANTIDAD
        MOVE "FACTURADO MAS QUE RECIBIDO" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    MOVE ZEROS TO WS-COSTE-RECEPCION
    IF PO-CANTIDAD-RECIBIDA > ZEROS AND PO-VALOR-RECIBIDO > ZEROS
        COMPUTE WS-COSTE-RECEPCION ROUNDED =
            PO-VALOR-RECIBIDO / PO-CANTIDAD-RECIBIDA
    ELSE
        PERFORM LEER-COSTE-FICHA
    END-IF
    IF WS-COSTE-RECEPCION = ZEROS
        MOVE "SIN COSTE DE RECEPCION" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    IF WS-FL-PRECIO(WS-FL-SUB) > WS-COSTE-RECEPCION
        COMPUTE WS-DESVIO ROUNDED =
            (WS-FL-PRECIO(WS-FL-SUB) - WS-COSTE-RECEPCION) * 100
            / WS-COSTE-RECEPCION
    ELSE
        COMPUTE WS-DESVIO ROUNDED =
            (WS-COSTE-RECEPCION - WS-FL-PRECIO(WS-FL-SUB)) * 100
            / WS-COSTE-RECEPCION
    END-IF
    IF WS-DESVIO > WS-TOL-PRECIO
        MOVE "PRECIO FUERA DE TOLERANCIA" TO WS-FL-MOTIVO(WS-FL-SUB)
        GO TO CASAR-UNA-LINEA-FALLO
    END-IF
    GO TO CASAR-UNA-LINEA-FIN.
    CASAR-UNA-LINEA-FALLO.
    ADD 1 TO WS-LINEAS-FALLIDAS.
    CASAR-UNA-LINEA-FIN.
    EXIT.

LEER-COSTE-FICHA.
    OPEN INPUT PRODUCTO-MASTER
    IF PM-OK
        MOVE PO-CODIGO TO PM-CODIGO
        MOVE PO-ALMACEN TO PM-ALMACEN-ID
        READ PRODUCTO-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF PO-FACTOR IS NUMERIC AND PO-FACTOR > ZEROS
                    COMPUTE WS-COSTE-RECEPCION =
                        PM-COSTO-UNITARIO * PO-FACTOR
                ELSE
                    MOVE PM-COSTO-UNITARIO TO WS-COSTE-RECEPCION
                END-IF
        END-READ
    END-IF
    CLOSE PRODUCTO-MASTER.

GRABAR-FACTURA.
    COMPUTE WS-FECHA-INT =
        FUNCTION INTEGER-OF-DATE(WS-FECHA-FACTURA) + WS-PLAZO-PAGO
    COMPUTE WS-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
    MOVE WS-PROVEEDOR TO FP-PROVEEDOR
    MOVE WS-FACTURA TO FP-FACTURA
    MOVE ZEROS TO FP-LINEA
    MOVE SPACES TO FP-DATOS
    MOVE WS-FECHA-FACTURA TO FP-FECHA-FACTURA
    MOVE WS-VENCIMIENTO TO FP-FECHA-VENCIMIENTO
    MOVE WS-TOTAL-FACTURA TO FP-IMPORTE-TOTAL
    IF WS-LINEAS-FALLIDAS = ZEROS
        MOVE 'A' TO FP-ESTADO
    ELSE
        MOVE 'E' TO FP-ESTADO
    END-IF
    MOVE WS-HOY-NUM TO FP-FECHA-ESTADO
    MOVE WS-FL-CUENTA TO FP-LINEAS
    WRITE FACTURA-PROVEEDOR-RECORD
        INVALID KEY
            DISPLAY "No se pudo grabar la factura " WS-FACTURA
            MOVE WS-FACTURA TO EL-TRACKED-RESOURCE
            MOVE "supplier invoice header write failed"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            EXIT PARAGRAPH
    END-WRITE
    PERFORM VARYING WS-FL-SUB FROM 1 BY 1
        UNTIL WS-FL-SUB > WS-FL-CUENTA
        MOVE WS-FL-SUB TO FP-LINEA
        MOVE SPACES TO FP-DATOS
        MOVE WS-FL-PEDIDO(WS-FL-SUB) TO FP-PEDIDO
        MOVE WS-FL-PEDIDO-LINEA(WS-FL-SUB) TO FP-PEDIDO-LINEA
        MOVE WS-FL-CANTIDAD(WS-FL-SUB) TO FP-CANTIDAD
        MOVE WS-FL-PRECIO(WS-FL-SUB) TO FP-PRECIO-UNITARIO
        COMPUTE FP-IMPORTE-LINEA =
            WS-FL-CANTIDAD(WS-FL-SUB) * WS-FL-PRECIO(WS-FL-SUB)
        MOVE WS-FL-MOTIVO(WS-FL-SUB) TO FP-MOTIVO
        WRITE FACTURA-PROVEEDOR-RECORD
    END-PERFORM.

*> una factura aprobada descuenta lo facturado de sus líneas de
*> pedido, para que la siguiente no vuelva a cobrar lo mismo
ANOTAR-FACTURADO.
    PERFORM VARYING WS-FL-SUB FROM 1 BY 1
        UNTIL WS-FL-SUB > WS-FL-CUENTA
        MOVE WS-FL-PEDIDO(WS-FL-SUB) TO PO-NUMERO
        MOVE WS-FL-PEDIDO-LINEA(WS-FL-SUB) TO PO-LINEA
        READ PEDIDOS-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                ADD WS-FL-CANTIDAD(WS-FL-SUB) TO PO-CANTIDAD-FACTURADA
                REWRITE PEDIDO-MASTER-RECORD
        END-READ
    END-PERFORM.

LISTAR-EXCEPCIONES.
    OPEN EXTEND EXCEPCIONES-REPORT
    MOVE SPACES TO WS-EX-CABECERA
    MOVE WS-HOY TO EC-FECHA
    MOVE WS-PROVEEDOR TO EC-PROVEEDOR
    MOVE WS-FACTURA TO EC-FACTURA
    MOVE WS-TOTAL-FACTURA TO EC-IMPORTE
    WRITE EXCEPCIONES-REPORT-LINE FROM WS-EX-CABECERA
    PERFORM VARYING WS-FL-SUB FROM 1 BY 1
        UNTIL WS-FL-SUB > WS-FL-CUENTA
        IF WS-FL-MOTIVO(WS-FL-SUB) NOT = SPACES
            MOVE WS-FL-SUB TO ED-LINEA
            MOVE WS-FL-PEDIDO(WS-FL-SUB) TO ED-PEDIDO
            MOVE WS-FL-PEDIDO-LINEA(WS-FL-SUB) TO ED-PEDIDO-LINEA
            MOVE WS-FL-CANTIDAD(WS-FL-SUB) TO ED-CANTIDAD
            MOVE WS-FL-PRECIO(WS-FL-SUB) TO ED-PRECIO
            MOVE WS-FL-MOTIVO(WS-FL-SUB) TO ED-MOTIVO
            WRITE EXCEPCIONES-REPORT-LINE FROM WS-EX-DETALLE
            DISPLAY "  línea " WS-FL-SUB ": " WS-FL-MOTIVO(WS-FL-SUB)
        END-IF
    END-PERFORM
    CLOSE EXCEPCIONES-REPORT.

*> primero se apuntan las facturas en excepción y después se casa
*> cada una, para no regrabar el fichero mientras se recorre
RECASAR-EXCEPCIONES.
    MOVE ZEROS TO WS-PE-CUENTA
    MOVE ZEROS TO WS-APROBADAS
    MOVE 'N' TO WS-FP-EOF
    MOVE LOW-VALUES TO FP-KEY
    START FACTURAS-PROVEEDOR KEY IS GREATER THAN OR EQUAL TO FP-KEY
        INVALID KEY SET FACTURAS-EOF TO TRUE
    END-START
    PERFORM UNTIL FACTURAS-EOF
        READ FACTURAS-PROVEEDOR NEXT RECORD
            AT END SET FACTURAS-EOF TO TRUE
            NOT AT END
                IF FP-LINEA = ZEROS AND FP-EN-EXCEPCION
                    AND WS-PE-CUENTA < 200
                    ADD 1 TO WS-PE-CUENTA
                    MOVE FP-PROVEEDOR TO WS-PE-PROVEEDOR(WS-PE-CUENTA)
                    MOVE FP-FACTURA TO WS-PE-FACTURA(WS-PE-CUENTA)
                END-IF
        END-READ
    END-PERFORM
    PERFORM VARYING WS-PE-SUB FROM 1 BY 1
        UNTIL WS-PE-SUB > WS-PE-CUENTA
        MOVE WS-PE-PROVEEDOR(WS-PE-SUB) TO WS-PROVEEDOR
        MOVE WS-PE-FACTURA(WS-PE-SUB) TO WS-FACTURA
        PERFORM RECASAR-UNA-FACTURA
    END-PERFORM
    DISPLAY "Facturas en excepción revisadas: " WS-PE-CUENTA
        " aprobadas ahora: " WS-APROBADAS.

RECASAR-UNA-FACTURA.
    MOVE ZEROS TO WS-FL-CUENTA
    MOVE 'N' TO WS-FP-EOF
    MOVE WS-PROVEEDOR TO FP-PROVEEDOR
    MOVE WS-FACTURA TO FP-FACTURA
    MOVE 1 TO FP-LINEA
    START FACTURAS-PROVEEDOR KEY IS GREATER THAN OR EQUAL TO FP-KEY
        INVALID KEY SET FACTURAS-EOF TO TRUE
    END-START
    PERFORM UNTIL FACTURAS-EOF
        READ FACTURAS-PROVEEDOR NEXT RECORD
            AT END SET FACTURAS-EOF TO TRUE
            NOT AT END
                IF FP-PROVEEDOR NOT = WS-PROVEEDOR
                    OR FP-FACTURA NOT = WS-FACTURA
                    OR WS-FL-CUENTA = 50
                    SET FACTURAS-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-FL-CUENTA
                    MOVE FP-PEDIDO TO WS-FL-PEDIDO(WS-FL-CUENTA)
                    MOVE FP-PEDIDO-LINEA TO
                        WS-FL-PEDIDO-LINEA(WS-FL-CUENTA)
                    MOVE FP-CANTIDAD TO WS-FL-CANTIDAD(WS-FL-CUENTA)
                    MOVE FP-PRECIO-UNITARIO TO WS-FL-PRECIO(WS-FL-CUENTA)
                END-IF
        END-READ
    END-PERFORM
    IF WS-FL-CUENTA = ZEROS
        EXIT PARAGRAPH
    END-IF
    PERFORM CASAR-FACTURA
    PERFORM VARYING WS-FL-SUB FROM 1 BY 1
        UNTIL WS-FL-SUB > WS-FL-CUENTA
        MOVE WS-PROVEEDOR TO FP-PROVEEDOR
        MOVE WS-FACTURA TO FP-FACTURA
        MOVE WS-FL-SUB TO FP-LINEA
        READ FACTURAS-PROVEEDOR
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE WS-FL-MOTIVO(WS-FL-SUB) TO FP-MOTIVO
                REWRITE FACTURA-PROVEEDOR-RECORD
        END-READ
    END-PERFORM
    IF WS-LINEAS-FALLIDAS NOT = ZEROS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PROVEEDOR TO FP-PROVEEDOR
    MOVE WS-FACTURA TO FP-FACTURA
    MOVE ZEROS TO FP-LINEA
    READ FACTURAS-PROVEEDOR
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE 'A' TO FP-ESTADO
    MOVE WS-HOY-NUM TO FP-FECHA-ESTADO
    REWRITE FACTURA-PROVEEDOR-RECORD
    PERFORM ANOTAR-FACTURADO
    ADD 1 TO WS-APROBADAS
    DISPLAY "Factura " WS-FACTURA " de " WS-PROVEEDOR
        " casada y aprobada"
    MOVE "APROBADA" TO AT-CHANGE-OPERATION
    MOVE WS-FACTURA TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING WS-PROVEEDOR " " WS-TOTAL-FACTURA
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.

CONSULTAR-FACTURA.
    DISPLAY "Proveedor: "
    ACCEPT WS-PROVEEDOR
    DISPLAY "Número de factura del proveedor: "
    ACCEPT WS-FACTURA
    MOVE WS-PROVEEDOR TO FP-PROVEEDOR
    MOVE WS-FACTURA TO FP-FACTURA
    MOVE ZEROS TO FP-LINEA
    READ FACTURAS-PROVEEDOR
        INVALID KEY
            DISPLAY "No hay factura " WS-FACTURA " de " WS-PROVEEDOR
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Fecha: " FP-FECHA-FACTURA " Vence: " FP-FECHA-VENCIMIENTO
        " Importe: " FP-IMPORTE-TOTAL " Estado: " FP-ESTADO
    MOVE 'N' TO WS-FP-EOF
    PERFORM UNTIL FACTURAS-EOF
        READ FACTURAS-PROVEEDOR NEXT RECORD
            AT END SET FACTURAS-EOF TO TRUE
            NOT AT END
                IF FP-PROVEEDOR NOT = WS-PROVEEDOR
                    OR FP-FACTURA NOT = WS-FACTURA
                    SET FACTURAS-EOF TO TRUE
                ELSE
                    DISPLAY "Línea " FP-LINEA " pedido " FP-PEDIDO "/"
                        FP-PEDIDO-LINEA " cantidad " FP-CANTIDAD
                        " precio " FP-PRECIO-UNITARIO " " FP-MOTIVO
                END-IF
        END-READ
    END-PERFORM.

COPY PARAM-FETCH.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

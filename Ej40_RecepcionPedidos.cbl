*>               documento de devoluciones DEVOLUCIONES.RPT que viaja
*>               con la mercancía - el proveedor recibe por fin una
*>               reclamación documentada.
*> 24.10.24 AN - el histórico lleva en MH-VALOR lo que movió a coste:
*>               la recepción, cantidad por el coste de su capa; la
*>               devolución y el servicio de backorders, el relevo
*>               FIFO. STOCK-JOURNAL lo lleva de ahí al mayor.
*> 24.11.05 AN - la línea del pedido acumula en PO-VALOR-RECIBIDO lo
*>               que entró a coste (cantidad por el coste de la capa
*>               creada) y la devolución se lo descuenta al coste
*>               medio de la línea: es el coste contra el que
*>               FACTURAS-PROVEEDOR casa el precio de la factura.
*> 24.11.11 AN - lo que se recibe de un proveedor marcado para
*>               inspección entra en cuarentena: el lote (si no se
*>               teclea, el número de pedido y línea) queda con estado
*>               'Q' y el pedido de la recepción hasta que
*>               INSPECCION-CALIDAD lo libere o lo rechace. El stock en
*>               cuarentena está en PM-CANTIDAD pero no sirve
*>               backorders: sólo se sirve del stock libre.
*> 24.11.13 AN - la línea va en la unidad del proveedor (PO-UNIDAD,
*>               PO-FACTOR): recepción y devolución se teclean en esa
*>               unidad y el programa la pasa a unidades de stock para
*>               PM-CANTIDAD, capas, lotes e histórico; el costo
*>               tecleado es por unidad del proveedor y la capa lo
*>               lleva por unidad de stock. Cada recepción deja su
*>               línea en RECEPCIONES.RPT con las dos unidades, y el
*>               informe de pedidos abiertos da lo pendiente en ambas.

IDENTIFICATION DIVISION.
PROGRAM-ID. RECEPCION-PEDIDOS.
    COPY COSTE-SALIDAS-SELECT.
    COPY BACKORDERS-SELECT.
    COPY LOTES-STOCK-SELECT.
    COPY PROVEEDOR-MASTER-SELECT.
    SELECT BACKORDERS-REPORT ASSIGN TO "BACKORDERS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DEVOLUCIONES-REPORT ASSIGN TO "DEVOLUCIONES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECEPCIONES-REPORT ASSIGN TO "RECEPCIONES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ABIERTOS-REPORT ASSIGN TO "PEDIDOS-ABIERTOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.

COPY LOTES-STOCK-FD.

COPY PROVEEDOR-MASTER-FD.

FD BACKORDERS-REPORT.
01 BACKORDERS-REPORT-LINE PIC X(90).

FD DEVOLUCIONES-REPORT.
01 DEVOLUCIONES-REPORT-LINE PIC X(110).

FD RECEPCIONES-REPORT.
01 RECEPCIONES-REPORT-LINE PIC X(110).

FD ABIERTOS-REPORT.
01 ABIERTOS-REPORT-LINE PIC X(90).
COPY BACKORDERS-STATUS.
COPY LOTES-STOCK-STATUS.
COPY LOTES-FEFO-FIELDS.
COPY PROVEEDOR-MASTER-STATUS.
COPY UNIDADES-COMPRA-FIELDS.
01 WS-CANTIDAD-STOCK PIC 9(5).
01 WS-PROV-DISPONIBLES PIC X VALUE 'N'.
    88 PROVEEDORES-DISPONIBLES VALUE 'Y'.
01 WS-CUARENTENA-FLAG PIC X.
    88 RECEPCION-A-CUARENTENA VALUE 'Y'.
01 WS-STOCK-LIBRE PIC S9(7).
01 WS-COSTO-RECIBIDO PIC 9(5)V99.
01 WS-LOTE-RECIBIDO PIC X(10).
01 WS-CADUCIDAD-RECIBIDA PIC 9(8).
    05 FILLER PIC X(3) VALUE " x ".
    05 DV-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 DV-UNIDAD PIC X(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 DV-MOTIVO PIC X(25).
01 WS-RC-LINEA.
    05 RC-FECHA PIC X(8).
    05 FILLER PIC X(11) VALUE " PROVEEDOR ".
    05 RC-PROVEEDOR PIC X(15).
    05 FILLER PIC X(8) VALUE " PEDIDO ".
    05 RC-NUMERO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 RC-LINEA PIC 9(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-CODIGO PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-UNIDAD PIC X(3).
    05 FILLER PIC X(3) VALUE " = ".
    05 RC-CANTIDAD-STOCK PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-UNIDAD-STOCK PIC X(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-LOTE PIC X(10).
    05 RC-NOTA PIC X(11).
01 WS-BO-DETALLE.
    05 BD-NUMERO PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 AB-RECIBIDA PIC ZZZZ9.
    05 FILLER PIC X(12) VALUE " pendiente: ".
    05 AB-PENDIENTE PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 AB-UNIDAD PIC X(3).
    05 FILLER PIC X(3) VALUE " = ".
    05 AB-PENDIENTE-STOCK PIC ZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 AB-UNIDAD-STOCK PIC X(3).
01 WS-AB-CABECERA.
    05 FILLER PIC X(10) VALUE "PROVEEDOR ".
    05 ABC-PROVEEDOR PIC X(15).
    IF NOT PM-OK
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
    END-IF
*> sin maestro de proveedores no se sabe quién pasa inspección: se
*> avisa y todo entra libre, como antes
    OPEN INPUT PROVEEDOR-MASTER
    IF PV-OK
        MOVE 'Y' TO WS-PROV-DISPONIBLES
    ELSE
        DISPLAY "Aviso: PROVEEDOR-MASTER no disponible, "
            "ninguna recepción entra en cuarentena"
        CLOSE PROVEEDOR-MASTER
    END-IF
    PERFORM UNTIL WS-CONTINUAR = 'N'
        DISPLAY "-----------------------------"
        DISPLAY "1. Registrar recepción"
    END-PERFORM
    CLOSE PEDIDOS-MASTER
    CLOSE PRODUCTO-MASTER
    IF PROVEEDORES-DISPONIBLES
        CLOSE PROVEEDOR-MASTER
    END-IF
    STOP RUN.

REGISTRAR-RECEPCION.
        DISPLAY "La línea está pendiente de aprobación - no se recibe"
        GO TO APLICAR-RECEPCION-FIN
    END-IF
    PERFORM FACTOR-DE-LA-LINEA
    DISPLAY "Línea: " PO-CODIGO " almacén " PO-ALMACEN
        " pedida " PO-CANTIDAD-PEDIDA " recibida " PO-CANTIDAD-RECIBIDA
        " " PO-UNIDAD " de " UM-FACTOR " uds de stock"
    DISPLAY "Cantidad recibida ahora (en " PO-UNIDAD "): "
    ACCEPT WS-CANTIDAD-RECIBIDA ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-CANTIDAD-RECIBIDA
        DISPLAY "Nada que registrar"
        GO TO APLICAR-RECEPCION-FIN
    END-IF
    COMPUTE WS-CANTIDAD-STOCK = WS-CANTIDAD-RECIBIDA * UM-FACTOR
        ON SIZE ERROR
            DISPLAY "La recepción no cabe en unidades de stock"
            GO TO APLICAR-RECEPCION-FIN
    END-COMPUTE
    DISPLAY "Costo por " PO-UNIDAD " de esta recepción"
        " (0 = coste de ficha): "
    ACCEPT WS-COSTO-RECIBIDO ON EXCEPTION
        DISPLAY "Entrada no válida - se usa el coste de ficha."
        MOVE ZEROS TO WS-COSTO-RECIBIDO
    END-ACCEPT
    MOVE 'N' TO WS-CUARENTENA-FLAG
    IF PROVEEDORES-DISPONIBLES
        MOVE PO-PROVEEDOR TO PV-CODIGO
        READ PROVEEDOR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF PV-REQUIERE-INSPECCION
                    MOVE 'Y' TO WS-CUARENTENA-FLAG
                END-IF
        END-READ
    END-IF
    IF RECEPCION-A-CUARENTENA
        DISPLAY "Proveedor con inspección: la recepción entra en"
            " cuarentena"
        DISPLAY "Lote (en blanco = pedido y línea): "
    ELSE
        DISPLAY "Lote (en blanco = sin lotes): "
    END-IF
    ACCEPT WS-LOTE-RECIBIDO
    MOVE ZEROS TO WS-CADUCIDAD-RECIBIDA
    IF WS-LOTE-RECIBIDO = SPACES AND RECEPCION-A-CUARENTENA
        STRING PO-NUMERO PO-LINEA DELIMITED BY SIZE
            INTO WS-LOTE-RECIBIDO
    END-IF
    IF WS-LOTE-RECIBIDO NOT = SPACES
        DISPLAY "Fecha de caducidad (YYYYMMDD): "
        ACCEPT WS-CADUCIDAD-RECIBIDA ON EXCEPTION
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
            ADD WS-CANTIDAD-STOCK TO PM-CANTIDAD
*> un costo tecleado pasa a ser el nuevo coste de ficha y el de la
*> capa, por unidad de stock; con cero la capa entra al coste de
*> ficha vigente
            IF WS-COSTO-RECIBIDO > ZEROS
                COMPUTE PM-COSTO-UNITARIO ROUNDED =
                    WS-COSTO-RECIBIDO / UM-FACTOR
            END-IF
            REWRITE PRODUCTO-MASTER-RECORD
            MOVE PO-CODIGO TO CF-CODIGO
            MOVE PO-ALMACEN TO CF-ALMACEN
            MOVE WS-CANTIDAD-STOCK TO CF-CANTIDAD
            MOVE PM-COSTO-UNITARIO TO CF-COSTO
            PERFORM CREAR-CAPA-COSTE
*> la línea ya se regrabó con la cantidad; el valor de la capa solo
*> se sabe aquí
            COMPUTE PO-VALOR-RECIBIDO =
                PO-VALOR-RECIBIDO + CF-CANTIDAD * CF-COSTO
            REWRITE PEDIDO-MASTER-RECORD
            IF WS-LOTE-RECIBIDO NOT = SPACES
                MOVE PO-CODIGO TO LF-CODIGO
                MOVE PO-ALMACEN TO LF-ALMACEN
                MOVE WS-LOTE-RECIBIDO TO LF-LOTE
                MOVE WS-CADUCIDAD-RECIBIDA TO LF-CADUCIDAD
                MOVE WS-CANTIDAD-STOCK TO LF-CANTIDAD
                MOVE 'A' TO LF-ESTADO
                IF RECEPCION-A-CUARENTENA
                    MOVE 'Q' TO LF-ESTADO
                    DISPLAY "Lote " WS-LOTE-RECIBIDO " en cuarentena"
                END-IF
                MOVE PO-NUMERO TO LF-PEDIDO
                MOVE PO-LINEA TO LF-PEDIDO-LINEA
                PERFORM CREAR-O-SUMAR-LOTE
            END-IF
*> la entrada se graba antes de servir backorders, para que la cadena
            MOVE PO-CODIGO TO MH-CODIGO
            MOVE PO-ALMACEN TO MH-ALMACEN
            MOVE 'E' TO MH-TIPO
            MOVE WS-CANTIDAD-STOCK TO MH-CANTIDAD
            MOVE PO-NUMERO TO MH-REFERENCIA
            MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
            MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
            COMPUTE MH-VALOR = CF-CANTIDAD * CF-COSTO
            OPEN EXTEND MOVIMIENTOS-HIST
            WRITE MOVIMIENTO-HIST-RECORD
            CLOSE MOVIMIENTOS-HIST
            PERFORM ANOTAR-RECEPCION
            PERFORM SERVIR-BACKORDERS
            MOVE "RECEPCION" TO AT-CHANGE-OPERATION
            MOVE PO-CODIGO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            IF RECEPCION-A-CUARENTENA
                STRING "pedido " PO-NUMERO " x " WS-CANTIDAD-RECIBIDA
                    " CUARENT" DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            ELSE
                STRING "pedido " PO-NUMERO " x " WS-CANTIDAD-RECIBIDA
                    DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            END-IF
            PERFORM LOG-AUDIT-EVENT
            DISPLAY "Recepción registrada"
    END-READ.
    END-READ.

APLICAR-DEVOLUCION.
    PERFORM FACTOR-DE-LA-LINEA
    DISPLAY "Línea: " PO-CODIGO " almacén " PO-ALMACEN
        " recibida " PO-CANTIDAD-RECIBIDA " " PO-UNIDAD
        " de " UM-FACTOR " uds de stock"
    DISPLAY "Cantidad a devolver (en " PO-UNIDAD "): "
    ACCEPT WS-DEV-CANTIDAD ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-DEV-CANTIDAD
        DISPLAY "No se puede devolver más de lo recibido"
        GO TO APLICAR-DEVOLUCION-FIN
    END-IF
    COMPUTE WS-CANTIDAD-STOCK = WS-DEV-CANTIDAD * UM-FACTOR
        ON SIZE ERROR
            DISPLAY "La devolución no cabe en unidades de stock"
            GO TO APLICAR-DEVOLUCION-FIN
    END-COMPUTE
    DISPLAY "Motivo de la devolución: "
    ACCEPT WS-DEV-MOTIVO
    MOVE PO-CODIGO TO PM-CODIGO
            DISPLAY "El producto " PO-CODIGO " ya no está en el maestro"
            GO TO APLICAR-DEVOLUCION-FIN
    END-READ
    IF WS-CANTIDAD-STOCK > PM-CANTIDAD
        DISPLAY "Stock insuficiente para la devolución: " PM-CANTIDAD
        GO TO APLICAR-DEVOLUCION-FIN
    END-IF
    MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
    SUBTRACT WS-CANTIDAD-STOCK FROM PM-CANTIDAD
    REWRITE PRODUCTO-MASTER-RECORD
    MOVE PM-CODIGO TO CF-CODIGO
    MOVE PM-ALMACEN-ID TO CF-ALMACEN
    MOVE WS-CANTIDAD-STOCK TO CF-CANTIDAD
    MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
    PERFORM RELEVAR-CAPAS-FIFO
    MOVE PM-CODIGO TO LF-CODIGO
    MOVE PM-ALMACEN-ID TO LF-ALMACEN
    MOVE WS-CANTIDAD-STOCK TO LF-CANTIDAD
    MOVE SPACES TO LF-DESTINO
    PERFORM RELEVAR-LOTES-FEFO
    COMPUTE PO-VALOR-RECIBIDO ROUNDED = PO-VALOR-RECIBIDO
        - PO-VALOR-RECIBIDO * WS-DEV-CANTIDAD / PO-CANTIDAD-RECIBIDA
    SUBTRACT WS-DEV-CANTIDAD FROM PO-CANTIDAD-RECIBIDA
    IF PO-CERRADA
        AND PO-CANTIDAD-RECIBIDA < PO-CANTIDAD-PEDIDA
    MOVE PO-CODIGO TO MH-CODIGO
    MOVE PO-ALMACEN TO MH-ALMACEN
    MOVE 'D' TO MH-TIPO
    MOVE WS-CANTIDAD-STOCK TO MH-CANTIDAD
    MOVE PO-NUMERO TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE CF-COSTE-SALIDA TO MH-VALOR
    OPEN EXTEND MOVIMIENTOS-HIST
    WRITE MOVIMIENTO-HIST-RECORD
    CLOSE MOVIMIENTOS-HIST
    MOVE PO-LINEA TO DV-LINEA
    MOVE PO-CODIGO TO DV-CODIGO
    MOVE WS-DEV-CANTIDAD TO DV-CANTIDAD
    MOVE PO-UNIDAD TO DV-UNIDAD
    MOVE WS-DEV-MOTIVO TO DV-MOTIVO
    WRITE DEVOLUCIONES-REPORT-LINE FROM WS-DEV-LINEA
    CLOSE DEVOLUCIONES-REPORT
*> el stock recién llegado sirve los backorders abiertos del mismo
*> producto y almacén por antigüedad (el número de backorder más bajo
*> primero); lo servido sale como salida normal al histórico con el
*> número de backorder de referencia y releva sus capas FIFO; sólo
*> sirve el stock libre, lo que está en cuarentena no se toca
SERVIR-BACKORDERS.
    MOVE PM-CODIGO TO LF-CODIGO
    MOVE PM-ALMACEN-ID TO LF-ALMACEN
    PERFORM CANTIDAD-RETENIDA-LOTES
    COMPUTE WS-STOCK-LIBRE = PM-CANTIDAD - LF-RETENIDA
    IF WS-STOCK-LIBRE NOT > ZEROS
        EXIT PARAGRAPH
    END-IF
    OPEN I-O BACKORDERS
    IF NOT BO-OK
        CLOSE BACKORDERS
    START BACKORDERS KEY IS GREATER THAN OR EQUAL TO BO-NUMERO
        INVALID KEY SET BACKORDERS-EOF TO TRUE
    END-START
    PERFORM UNTIL BACKORDERS-EOF OR WS-STOCK-LIBRE = ZEROS
        READ BACKORDERS NEXT RECORD
            AT END SET BACKORDERS-EOF TO TRUE
        END-READ
SERVIR-UN-BACKORDER.
    COMPUTE WS-BO-PENDIENTE =
        BO-CANTIDAD-CORTA - BO-CANTIDAD-SERVIDA
    IF WS-BO-PENDIENTE > WS-STOCK-LIBRE
        MOVE WS-STOCK-LIBRE TO WS-BO-A-SERVIR
    ELSE
        MOVE WS-BO-PENDIENTE TO WS-BO-A-SERVIR
    END-IF
    END-IF
    MOVE PM-CANTIDAD TO WS-BO-ANTES
    SUBTRACT WS-BO-A-SERVIR FROM PM-CANTIDAD
    SUBTRACT WS-BO-A-SERVIR FROM WS-STOCK-LIBRE
    REWRITE PRODUCTO-MASTER-RECORD
    ADD WS-BO-A-SERVIR TO BO-CANTIDAD-SERVIDA
    IF BO-CANTIDAD-SERVIDA >= BO-CANTIDAD-CORTA
    MOVE BO-NUMERO TO MH-REFERENCIA
    MOVE WS-BO-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE CF-COSTE-SALIDA TO MH-VALOR
    OPEN EXTEND MOVIMIENTOS-HIST
    WRITE MOVIMIENTO-HIST-RECORD
    CLOSE MOVIMIENTOS-HIST
                    COMPUTE WS-PENDIENTE =
                        PO-CANTIDAD-PEDIDA - PO-CANTIDAD-RECIBIDA
                    MOVE WS-PENDIENTE TO AB-PENDIENTE
                    PERFORM FACTOR-DE-LA-LINEA
                    MOVE PO-UNIDAD TO AB-UNIDAD
                    COMPUTE AB-PENDIENTE-STOCK = WS-PENDIENTE * UM-FACTOR
                    MOVE PO-CODIGO TO PM-CODIGO
                    MOVE PO-ALMACEN TO PM-ALMACEN-ID
                    READ PRODUCTO-MASTER
                        INVALID KEY MOVE SPACES TO PM-UNIDAD
                    END-READ
                    MOVE PM-UNIDAD TO AB-UNIDAD-STOCK
                    IF PM-UNIDAD = SPACES
                        MOVE "UD" TO AB-UNIDAD-STOCK
                    END-IF
                    WRITE ABIERTOS-REPORT-LINE FROM WS-AB-DETALLE
                END-IF
        END-READ
    CLOSE ABIERTOS-REPORT
    DISPLAY "Líneas abiertas: " WS-ABIERTAS.

*> las cantidades de la línea van en unidades del proveedor; una
*> línea sin factor (cortada antes de llevarlo) es de unidades sueltas
FACTOR-DE-LA-LINEA.
    IF PO-FACTOR IS NUMERIC AND PO-FACTOR > ZEROS
        MOVE PO-FACTOR TO UM-FACTOR
    ELSE
        MOVE 1 TO UM-FACTOR
    END-IF.

*> el registro de recepciones: lo entregado en la unidad del
*> proveedor y lo que entró en unidades de stock
ANOTAR-RECEPCION.
    OPEN EXTEND RECEPCIONES-REPORT
    MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA
    MOVE PO-PROVEEDOR TO RC-PROVEEDOR
    MOVE PO-NUMERO TO RC-NUMERO
    MOVE PO-LINEA TO RC-LINEA
    MOVE PO-CODIGO TO RC-CODIGO
    MOVE WS-CANTIDAD-RECIBIDA TO RC-CANTIDAD
    MOVE PO-UNIDAD TO RC-UNIDAD
    MOVE WS-CANTIDAD-STOCK TO RC-CANTIDAD-STOCK
    MOVE PM-UNIDAD TO RC-UNIDAD-STOCK
    IF PM-UNIDAD = SPACES
        MOVE "UD" TO RC-UNIDAD-STOCK
    END-IF
    MOVE WS-LOTE-RECIBIDO TO RC-LOTE
    MOVE SPACES TO RC-NOTA
    IF RECEPCION-A-CUARENTENA
        MOVE " CUARENTENA" TO RC-NOTA
    END-IF
    WRITE RECEPCIONES-REPORT-LINE FROM WS-RC-LINEA
    CLOSE RECEPCIONES-REPORT.

COPY CAPAS-FIFO.

COPY LOTES-FEFO.

*>
*> Mod history:
*> 24.08.05 AN - initial version.
*> 24.11.05 AN - las líneas nuevas nacen con el valor recibido y la
*>               cantidad facturada a cero.
*> 24.11.13 AN - las líneas se cortan en la unidad de compra del
*>               proveedor (UNIDADES-COMPRA.DAT), redondeando al alza
*>               la necesidad en unidades de stock, y llevan la unidad
*>               y el factor; el mínimo del proveedor se cuenta en esas
*>               unidades y el valor del pedido pasa por el factor.

IDENTIFICATION DIVISION.
PROGRAM-ID. CREACION-PEDIDOS.
    COPY PEDIDOS-MASTER-SELECT.
    COPY PROVEEDOR-MASTER-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY UNIDADES-COMPRA-SELECT.
    SELECT OPTIONAL PEDIDO-CONTROL ASSIGN TO "PEDIDO-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PC-FILE-STATUS.

COPY PRODUCTO-MASTER-FD.

COPY UNIDADES-COMPRA-FD.

FD PEDIDO-CONTROL.
01 PEDIDO-CONTROL-RECORD.
    05 PC-SIGUIENTE-NUMERO PIC 9(6).
COPY PEDIDOS-MASTER-STATUS.
COPY PROVEEDOR-MASTER-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY UNIDADES-COMPRA-STATUS.
COPY UNIDADES-COMPRA-FIELDS.
01 WS-APROBAR-FLAG PIC X VALUE SPACE.
    88 MODO-APROBACION VALUE 'Y'.
01 WS-SIGUIENTE-NUMERO PIC 9(6) VALUE 1.
    END-READ.

CORTAR-UNA-LINEA.
    MOVE ZEROS TO PM-COSTO-UNITARIO
    MOVE SPACES TO UM-UNIDAD-STOCK
    MOVE SG-CODIGO TO PM-CODIGO
    MOVE SG-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            MOVE ZEROS TO PM-COSTO-UNITARIO
        NOT INVALID KEY
            MOVE PM-UNIDAD TO UM-UNIDAD-STOCK
    END-READ
    MOVE SG-CODIGO TO UM-CODIGO
    MOVE SG-PROVEEDOR TO UM-PROVEEDOR
    PERFORM BUSCAR-UNIDAD-COMPRA
    MOVE SG-CANTIDAD TO UM-CANTIDAD-STOCK
    PERFORM PASAR-A-UNIDAD-COMPRA
    ADD 1 TO WS-LINEA-ACTUAL
    MOVE WS-NUMERO-ACTUAL TO PO-NUMERO
    MOVE WS-LINEA-ACTUAL TO PO-LINEA
    MOVE SG-PROVEEDOR TO PO-PROVEEDOR
    MOVE SG-CODIGO TO PO-CODIGO
    MOVE SG-ALMACEN TO PO-ALMACEN
    MOVE UM-CANTIDAD-COMPRA TO PO-CANTIDAD-PEDIDA
    MOVE ZEROS TO PO-CANTIDAD-RECIBIDA
    MOVE ZEROS TO PO-VALOR-RECIBIDO
    MOVE ZEROS TO PO-CANTIDAD-FACTURADA
    MOVE UM-UNIDAD TO PO-UNIDAD
    MOVE UM-FACTOR TO PO-FACTOR
    MOVE 'A' TO PO-ESTADO
    MOVE FUNCTION CURRENT-DATE(1:8) TO PO-FECHA
    WRITE PEDIDO-MASTER-RECORD
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE WS-LINEA-ACTUAL TO WS-ULTIMA-LINEA
            ADD UM-CANTIDAD-COMPRA TO WS-TOTAL-CANTIDAD
            COMPUTE WS-TOTAL-VALOR = WS-TOTAL-VALOR
                + UM-CANTIDAD-COMPRA * UM-FACTOR * PM-COSTO-UNITARIO
    END-WRITE.

*> al cerrar el grupo: si el total no llega al mínimo del proveedor

COPY PARAM-FETCH.

COPY UNIDADES-COMPRA.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

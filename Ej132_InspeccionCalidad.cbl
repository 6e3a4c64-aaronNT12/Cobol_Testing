*> Purpose: Inspección de calidad de los lotes en cuarentena
*>
*> Lo que se recibía de un proveedor se podía coger en cuanto
*> RECEPCION-PEDIDOS lo registraba, aunque el proveedor fuera de los
*> que hay que inspeccionar antes. Ahora la recepción de un proveedor
*> marcado para inspección (PV-INSPECCION en PROVEEDOR-MASTER) deja
*> su lote en LOTES-STOCK.DAT con estado 'Q', cuarentena: el stock
*> está en PM-CANTIDAD pero ni almacen ni PEDIDOS-VENTA lo sirven,
*> el FEFO no lo coge y la reposición no lo cuenta. Desde aquí
*> calidad decide, lote a lote:
*>   - liberar: el lote pasa a disponible ('A') y entra en el stock
*>     que se puede coger;
*>   - rechazar: el lote entero vuelve al proveedor, igual que la
*>     devolución de RECEPCION-PEDIDOS - stock y capas FIFO fuera,
*>     movimiento 'D' en el histórico con el pedido de la recepción,
*>     la línea del pedido descontada (reabierta si estaba cerrada) y
*>     su línea en DEVOLUCIONES.RPT, el documento que viaja con la
*>     mercancía. El lote queda a cero con estado 'R' como constancia.
*> CUARENTENA.RPT (opción 4, y cada noche con INSPECCION_BATCH_MODE=Y)
*> lista los lotes que siguen en cuarentena, desde cuándo y cuántos
*> días llevan.
*>
*> Mod history:
*> 24.11.11 AN - initial version.
*> 24.11.13 AN - el rechazo descuenta la línea del pedido en la
*>               unidad del proveedor (el lote va en unidades de
*>               stock, se divide por PO-FACTOR) y la línea de
*>               DEVOLUCIONES.RPT lleva la unidad.

IDENTIFICATION DIVISION.
PROGRAM-ID. INSPECCION-CALIDAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LOTES-STOCK-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY PEDIDOS-MASTER-SELECT.
    COPY MOVIMIENTOS-HIST-SELECT.
    COPY CAPAS-COSTE-SELECT.
    COPY COSTE-SALIDAS-SELECT.
    SELECT OPTIONAL DEVOLUCIONES-REPORT ASSIGN TO "DEVOLUCIONES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CUARENTENA-REPORT ASSIGN TO "CUARENTENA.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY LOTES-STOCK-FD.

COPY PRODUCTO-MASTER-FD.

COPY PEDIDOS-MASTER-FD.

COPY MOVIMIENTOS-HIST-FD.

COPY CAPAS-COSTE-FD.

COPY COSTE-SALIDAS-FD.

FD DEVOLUCIONES-REPORT.
01 DEVOLUCIONES-REPORT-LINE PIC X(110).

FD CUARENTENA-REPORT.
01 CUARENTENA-REPORT-LINE PIC X(100).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-BATCH-FLAG PIC X(1) VALUE SPACE.
    88 WS-BATCH-MODE VALUE 'Y'.
COPY LOTES-STOCK-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY PEDIDOS-MASTER-STATUS.
COPY CAPAS-COSTE-STATUS.
COPY CAPAS-FIFO-FIELDS.
01 WS-HOY PIC X(8).
01 WS-HOY-NUM REDEFINES WS-HOY PIC 9(8).
01 WS-HOY-INT PIC 9(7).
01 WS-CODIGO-BUSCADO PIC X(10).
01 WS-ALMACEN-BUSCADO PIC X(5).
01 WS-LOTE-BUSCADO PIC X(10).
01 WS-LT-EOF PIC X.
    88 LOTES-EOF VALUE 'Y'.
01 WS-DEV-CANTIDAD PIC 9(5).
01 WS-DEV-MOTIVO PIC X(30).
01 WS-CANTIDAD-ANTES PIC 9(5).
01 WS-FACTOR PIC 9(5).
01 WS-RECIBIDA-STOCK PIC 9(9).
01 WS-PEDIDO-FLAG PIC X.
    88 LINEA-PEDIDO-HALLADA VALUE 'Y'.
01 WS-DEV-LINEA.
    05 DV-FECHA PIC X(8).
    05 FILLER PIC X(11) VALUE " PROVEEDOR ".
    05 DV-PROVEEDOR PIC X(15).
    05 FILLER PIC X(8) VALUE " PEDIDO ".
    05 DV-NUMERO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 DV-LINEA PIC 9(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 DV-CODIGO PIC X(10).
    05 FILLER PIC X(3) VALUE " x ".
    05 DV-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 DV-UNIDAD PIC X(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 DV-MOTIVO PIC X(25).
*> el informe de cuarentena
01 WS-LOTES-LEIDOS PIC 9(7) VALUE ZEROS.
01 WS-EN-CUARENTENA PIC 9(5) VALUE ZEROS.
01 WS-UNIDADES-RETENIDAS PIC 9(9) VALUE ZEROS.
01 WS-DIAS PIC 9(5).
01 WS-DIAS-MAXIMO PIC 9(5) VALUE ZEROS.
01 WS-CQ-DETALLE.
    05 CQ-CODIGO PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CQ-ALMACEN PIC X(5).
    05 FILLER PIC X(6) VALUE " lote ".
    05 CQ-LOTE PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CQ-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(8) VALUE " pedido ".
    05 CQ-PEDIDO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 CQ-LINEA PIC 9(3).
    05 FILLER PIC X(7) VALUE " desde ".
    05 CQ-DESDE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CQ-DIAS PIC ZZZZ9.
    05 FILLER PIC X(5) VALUE " dias".
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
INSPECCIONAR-LOTES.
    MOVE "INSPECCION-CAL" TO EL-CALLING-PROGRAM.
    MOVE "INSPECCION" TO AT-CALLING-PROGRAM.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
    OPEN I-O LOTES-STOCK.
    IF NOT LT-OK
        CLOSE LOTES-STOCK
        OPEN OUTPUT LOTES-STOCK
        CLOSE LOTES-STOCK
        OPEN I-O LOTES-STOCK
    END-IF
    ACCEPT WS-BATCH-FLAG FROM ENVIRONMENT "INSPECCION_BATCH_MODE"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    IF WS-BATCH-MODE
        MOVE "INSPECCION" TO JS-CALLING-PROGRAM
        PERFORM START-JOB-STATS
        PERFORM INFORME-CUARENTENA
        MOVE WS-LOTES-LEIDOS TO JS-RECORDS-READ
        MOVE WS-EN-CUARENTENA TO JS-RECORDS-WRITTEN
        PERFORM END-JOB-STATS
    ELSE
        OPEN I-O PRODUCTO-MASTER
        IF NOT PM-OK
            DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
        END-IF
        OPEN I-O PEDIDOS-MASTER
        IF NOT PO-OK
            DISPLAY "No se pudo abrir PEDIDOS-MASTER: " PO-FILE-STATUS
        END-IF
        PERFORM UNTIL WS-CONTINUAR = 'N'
            DISPLAY "-----------------------------"
            DISPLAY "1. Lotes en cuarentena"
            DISPLAY "2. Liberar lote"
            DISPLAY "3. Rechazar lote (devolución al proveedor)"
            DISPLAY "4. Informe de cuarentena"
            DISPLAY "5. Salir"
            DISPLAY "-----------------------------"
            DISPLAY "Elige una opción: "
            ACCEPT WS-OPCION
            EVALUATE WS-OPCION
                WHEN 1 PERFORM LISTAR-CUARENTENA
                WHEN 2 PERFORM LIBERAR-LOTE
                WHEN 3 PERFORM RECHAZAR-LOTE THRU RECHAZAR-LOTE-FIN
                WHEN 4 PERFORM INFORME-CUARENTENA
                WHEN 5 MOVE 'N' TO WS-CONTINUAR
                WHEN OTHER DISPLAY "Opción no válida"
            END-EVALUATE
        END-PERFORM
        CLOSE PRODUCTO-MASTER
        CLOSE PEDIDOS-MASTER
    END-IF
    CLOSE LOTES-STOCK
    STOP RUN.

LISTAR-CUARENTENA.
    MOVE ZEROS TO WS-EN-CUARENTENA
    MOVE 'N' TO WS-LT-EOF
    MOVE LOW-VALUES TO LT-KEY
    START LOTES-STOCK KEY IS GREATER THAN OR EQUAL TO LT-KEY
        INVALID KEY SET LOTES-EOF TO TRUE
    END-START
    PERFORM UNTIL LOTES-EOF
        READ LOTES-STOCK NEXT RECORD
            AT END SET LOTES-EOF TO TRUE
            NOT AT END
                IF LT-CUARENTENA AND LT-CANTIDAD > ZEROS
                    ADD 1 TO WS-EN-CUARENTENA
                    DISPLAY LT-CODIGO " " LT-ALMACEN " lote " LT-LOTE
                        " cantidad " LT-CANTIDAD " pedido " LT-PEDIDO
                        "/" LT-PEDIDO-LINEA " desde " LT-FECHA-ESTADO
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "Lotes en cuarentena: " WS-EN-CUARENTENA.

PEDIR-LOTE.
    DISPLAY "Código de producto: "
    ACCEPT WS-CODIGO-BUSCADO
    DISPLAY "Almacén: "
    ACCEPT WS-ALMACEN-BUSCADO
    DISPLAY "Lote: "
    ACCEPT WS-LOTE-BUSCADO
    MOVE WS-CODIGO-BUSCADO TO LT-CODIGO
    MOVE WS-ALMACEN-BUSCADO TO LT-ALMACEN
    MOVE WS-LOTE-BUSCADO TO LT-LOTE.

*> el lote liberado entra en el stock que se puede coger
LIBERAR-LOTE.
    PERFORM PEDIR-LOTE
    READ LOTES-STOCK
        INVALID KEY
            DISPLAY "No existe el lote " WS-LOTE-BUSCADO " de "
                WS-CODIGO-BUSCADO " en " WS-ALMACEN-BUSCADO
            MOVE WS-CODIGO-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "lot release failed - not on file" TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            IF NOT LT-CUARENTENA
                DISPLAY "El lote no está en cuarentena"
            ELSE
                MOVE 'A' TO LT-ESTADO
                MOVE WS-HOY-NUM TO LT-FECHA-ESTADO
                REWRITE LOTE-STOCK-RECORD
                DISPLAY "Lote " LT-LOTE " liberado: " LT-CANTIDAD
                    " unidades disponibles"
                MOVE "LIBERA" TO AT-CHANGE-OPERATION
                MOVE LT-CODIGO TO AT-TRACKED-KEY
                MOVE SPACES TO AT-CHANGE-DETAIL
                STRING "lote " LT-LOTE " x " LT-CANTIDAD
                    DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
                PERFORM LOG-AUDIT-EVENT
            END-IF
    END-READ.

*> el rechazo devuelve el lote entero al proveedor contra la línea de
*> pedido de su recepción, como la devolución de RECEPCION-PEDIDOS
RECHAZAR-LOTE.
    PERFORM PEDIR-LOTE
    READ LOTES-STOCK
        INVALID KEY
            DISPLAY "No existe el lote " WS-LOTE-BUSCADO " de "
                WS-CODIGO-BUSCADO " en " WS-ALMACEN-BUSCADO
            MOVE WS-CODIGO-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "lot rejection failed - not on file" TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            GO TO RECHAZAR-LOTE-FIN
    END-READ
    IF NOT LT-CUARENTENA
        DISPLAY "El lote no está en cuarentena"
        GO TO RECHAZAR-LOTE-FIN
    END-IF
    MOVE LT-CANTIDAD TO WS-DEV-CANTIDAD
    MOVE LT-CODIGO TO PM-CODIGO
    MOVE LT-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            DISPLAY "El producto " LT-CODIGO " ya no está en el maestro"
            MOVE LT-CODIGO TO EL-TRACKED-RESOURCE
            MOVE "lot rejection - product no longer on master"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            GO TO RECHAZAR-LOTE-FIN
    END-READ
    IF WS-DEV-CANTIDAD > PM-CANTIDAD
        DISPLAY "El lote tiene " WS-DEV-CANTIDAD " y la ficha sólo "
            PM-CANTIDAD " - revisar con un recuento"
        MOVE LT-CODIGO TO EL-TRACKED-RESOURCE
        MOVE "lot rejection - lot exceeds product stock"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        GO TO RECHAZAR-LOTE-FIN
    END-IF
    DISPLAY "Motivo del rechazo: "
    ACCEPT WS-DEV-MOTIVO
    MOVE 'N' TO WS-PEDIDO-FLAG
    MOVE LT-PEDIDO TO PO-NUMERO
    MOVE LT-PEDIDO-LINEA TO PO-LINEA
    READ PEDIDOS-MASTER
        INVALID KEY
            DISPLAY "Aviso: la línea " LT-PEDIDO "/" LT-PEDIDO-LINEA
                " ya no existe - el pedido no se descuenta"
            MOVE LT-CODIGO TO EL-TRACKED-RESOURCE
            MOVE "lot rejection - receiving PO line not found"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE 'Y' TO WS-PEDIDO-FLAG
    END-READ
    MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
    SUBTRACT WS-DEV-CANTIDAD FROM PM-CANTIDAD
    REWRITE PRODUCTO-MASTER-RECORD
    MOVE PM-CODIGO TO CF-CODIGO
    MOVE PM-ALMACEN-ID TO CF-ALMACEN
    MOVE WS-DEV-CANTIDAD TO CF-CANTIDAD
    MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
    PERFORM RELEVAR-CAPAS-FIFO
    MOVE ZEROS TO LT-CANTIDAD
    MOVE 'R' TO LT-ESTADO
    MOVE WS-HOY-NUM TO LT-FECHA-ESTADO
    REWRITE LOTE-STOCK-RECORD
    IF LINEA-PEDIDO-HALLADA
        PERFORM DESCONTAR-LINEA-PEDIDO
    END-IF
    MOVE WS-HOY TO MH-FECHA
    MOVE PM-CODIGO TO MH-CODIGO
    MOVE PM-ALMACEN-ID TO MH-ALMACEN
    MOVE 'D' TO MH-TIPO
    MOVE WS-DEV-CANTIDAD TO MH-CANTIDAD
    MOVE LT-PEDIDO TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE CF-COSTE-SALIDA TO MH-VALOR
    OPEN EXTEND MOVIMIENTOS-HIST
    WRITE MOVIMIENTO-HIST-RECORD
    CLOSE MOVIMIENTOS-HIST
    OPEN EXTEND DEVOLUCIONES-REPORT
    MOVE WS-HOY TO DV-FECHA
    IF LINEA-PEDIDO-HALLADA
        MOVE PO-PROVEEDOR TO DV-PROVEEDOR
    ELSE
        MOVE SPACES TO DV-PROVEEDOR
    END-IF
    MOVE LT-PEDIDO TO DV-NUMERO
    MOVE LT-PEDIDO-LINEA TO DV-LINEA
    MOVE LT-CODIGO TO DV-CODIGO
    MOVE WS-DEV-CANTIDAD TO DV-CANTIDAD
    MOVE PM-UNIDAD TO DV-UNIDAD
    IF PM-UNIDAD = SPACES
        MOVE "UD" TO DV-UNIDAD
    END-IF
    MOVE SPACES TO DV-MOTIVO
    STRING "CALIDAD " WS-DEV-MOTIVO DELIMITED BY SIZE INTO DV-MOTIVO
    WRITE DEVOLUCIONES-REPORT-LINE FROM WS-DEV-LINEA
    CLOSE DEVOLUCIONES-REPORT
    MOVE "RECHAZO" TO AT-CHANGE-OPERATION
    MOVE LT-CODIGO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "lote " LT-LOTE " x " WS-DEV-CANTIDAD
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT
    DISPLAY "Lote " LT-LOTE " rechazado: " WS-DEV-CANTIDAD
        " unidades devueltas al proveedor".
    RECHAZAR-LOTE-FIN.
    EXIT.

*> la línea pierde lo devuelto y su parte del valor recibido al coste
*> medio de la línea; cerrada y otra vez corta, se reabre. La línea
*> va en unidades del proveedor y el lote en unidades de stock
DESCONTAR-LINEA-PEDIDO.
    IF PO-FACTOR IS NUMERIC AND PO-FACTOR > ZEROS
        MOVE PO-FACTOR TO WS-FACTOR
    ELSE
        MOVE 1 TO WS-FACTOR
    END-IF
    COMPUTE WS-RECIBIDA-STOCK = PO-CANTIDAD-RECIBIDA * WS-FACTOR
    IF WS-RECIBIDA-STOCK > WS-DEV-CANTIDAD
        COMPUTE PO-VALOR-RECIBIDO ROUNDED = PO-VALOR-RECIBIDO
            - PO-VALOR-RECIBIDO * WS-DEV-CANTIDAD / WS-RECIBIDA-STOCK
        COMPUTE PO-CANTIDAD-RECIBIDA ROUNDED =
            (WS-RECIBIDA-STOCK - WS-DEV-CANTIDAD) / WS-FACTOR
    ELSE
        MOVE ZEROS TO PO-CANTIDAD-RECIBIDA
        MOVE ZEROS TO PO-VALOR-RECIBIDO
    END-IF
    IF PO-CERRADA
        AND PO-CANTIDAD-RECIBIDA < PO-CANTIDAD-PEDIDA
        MOVE 'A' TO PO-ESTADO
        DISPLAY "Línea " PO-LINEA " del pedido " PO-NUMERO
            " reabierta por el rechazo"
    END-IF
    REWRITE PEDIDO-MASTER-RECORD.

*> lo que sigue en cuarentena, desde cuándo y cuántos días lleva
INFORME-CUARENTENA.
    MOVE ZEROS TO WS-LOTES-LEIDOS
    MOVE ZEROS TO WS-EN-CUARENTENA
    MOVE ZEROS TO WS-UNIDADES-RETENIDAS
    MOVE ZEROS TO WS-DIAS-MAXIMO
    OPEN OUTPUT CUARENTENA-REPORT
    MOVE SPACES TO CUARENTENA-REPORT-LINE
    STRING "LOTES EN CUARENTENA A " WS-HOY
        DELIMITED BY SIZE INTO CUARENTENA-REPORT-LINE
    WRITE CUARENTENA-REPORT-LINE
    MOVE SPACES TO CUARENTENA-REPORT-LINE
    WRITE CUARENTENA-REPORT-LINE
    MOVE 'N' TO WS-LT-EOF
    MOVE LOW-VALUES TO LT-KEY
    START LOTES-STOCK KEY IS GREATER THAN OR EQUAL TO LT-KEY
        INVALID KEY SET LOTES-EOF TO TRUE
    END-START
    PERFORM UNTIL LOTES-EOF
        READ LOTES-STOCK NEXT RECORD
            AT END SET LOTES-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LOTES-LEIDOS
                IF LT-CUARENTENA AND LT-CANTIDAD > ZEROS
                    PERFORM INFORMAR-LOTE-CUARENTENA
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO CUARENTENA-REPORT-LINE
    WRITE CUARENTENA-REPORT-LINE
    MOVE SPACES TO CUARENTENA-REPORT-LINE
    STRING "LOTES: " WS-EN-CUARENTENA "  UNIDADES: "
        WS-UNIDADES-RETENIDAS "  MAS ANTIGUO: " WS-DIAS-MAXIMO " DIAS"
        DELIMITED BY SIZE INTO CUARENTENA-REPORT-LINE
    WRITE CUARENTENA-REPORT-LINE
    CLOSE CUARENTENA-REPORT
    DISPLAY "Informe de cuarentena en CUARENTENA.RPT: "
        WS-EN-CUARENTENA " lotes".

INFORMAR-LOTE-CUARENTENA.
    ADD 1 TO WS-EN-CUARENTENA
    ADD LT-CANTIDAD TO WS-UNIDADES-RETENIDAS
    MOVE ZEROS TO WS-DIAS
    IF LT-FECHA-ESTADO IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(LT-FECHA-ESTADO) = ZERO
        AND LT-FECHA-ESTADO <= WS-HOY-NUM
        COMPUTE WS-DIAS = WS-HOY-INT
            - FUNCTION INTEGER-OF-DATE(LT-FECHA-ESTADO)
    END-IF
    IF WS-DIAS > WS-DIAS-MAXIMO
        MOVE WS-DIAS TO WS-DIAS-MAXIMO
    END-IF
    MOVE LT-CODIGO TO CQ-CODIGO
    MOVE LT-ALMACEN TO CQ-ALMACEN
    MOVE LT-LOTE TO CQ-LOTE
    MOVE LT-CANTIDAD TO CQ-CANTIDAD
    MOVE LT-PEDIDO TO CQ-PEDIDO
    MOVE LT-PEDIDO-LINEA TO CQ-LINEA
    MOVE LT-FECHA-ESTADO TO CQ-DESDE
    MOVE WS-DIAS TO CQ-DIAS
    WRITE CUARENTENA-REPORT-LINE FROM WS-CQ-DETALLE.

COPY CAPAS-FIFO.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.

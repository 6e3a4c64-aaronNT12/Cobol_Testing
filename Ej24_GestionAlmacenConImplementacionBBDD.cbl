*>               lotes relevados al almacén destino con su mismo lote
*>               y caducidad. Los productos sin lotes pasan de largo,
*>               como siempre.
*> 24.10.24 AN - cada movimiento deja en MH-VALOR del histórico lo que
*>               movió a coste: la entrada y el ajuste al alza, la
*>               cantidad por el coste de la capa creada; la salida,
*>               la devolución y el ajuste a la baja, el relevo FIFO.
*>               En el traspaso la pata origen lleva el relevo y la
*>               destino el valor de la capa que entra. STOCK-JOURNAL
*>               lleva esos valores al mayor por almacén.
*> 24.10.28 AN - el pase batch aplica también, detrás de MOVIMIENTOS.DAT,
*>               las salidas de EXPEDICIONES-MOV.DAT que deja
*>               PEDIDOS-VENTA al confirmar una expedición (mismo
*>               checkpoint, numeración de detalle seguida) y vacía el
*>               fichero al acabar limpio.
*> 24.11.01 AN - kits con lista de materiales (LISTA-MATERIALES.DAT,
*>               mantenida por MANTENIMIENTO-LISTA-MATERIALES): el
*>               movimiento 'M' monta kits en un almacén, relevando
*>               cada componente por sus capas FIFO y sus lotes y
*>               dando entrada al kit con capas que suman justo el
*>               coste relevado; el 'P' los despieza al revés,
*>               repartiendo el coste del kit entre los componentes
*>               según su coste de ficha. Todo o nada: si un
*>               componente no llega no se mueve nada. Opción 12 del
*>               menú para hacerlo a mano, y KITS-MONTABLES.RPT (opción
*>               13 y pase batch) con cuántos kits salen del stock de
*>               cada almacén y qué componente lo limita.
*> 24.11.05 AN - las líneas de pedido nacen con valor recibido y
*>               cantidad facturada a cero, y la devolución que
*>               descuenta una línea le quita también su parte del
*>               valor recibido al coste medio de la línea, para que
*>               FACTURAS-PROVEEDOR case contra lo que de verdad quedó.
*> 24.11.09 AN - sustituciones de producto (SUSTITUCIONES.DAT, de
*>               MANTENIMIENTO-SUSTITUCIONES): desde su fecha de
*>               efecto las entradas de un código sustituido van al
*>               último código de su cadena, y las salidas se sirven
*>               antes del stock que aún les quede en el almacén a los
*>               códigos sustituidos, por orden de cadena; lo que
*>               falte sale del código final (o queda en backorder
*>               suyo). La sugerencia de pedido no propone códigos
*>               sustituidos y descuenta de la necesidad del código
*>               final el stock de los que acaban en él.
*> 24.11.11 AN - lotes en cuarentena (RECEPCION-PEDIDOS, liberados o
*>               rechazados por INSPECCION-CALIDAD): su cantidad sigue
*>               en PM-CANTIDAD pero no está libre. Salidas,
*>               traspasos, montajes y despieces sólo toman el stock
*>               libre (lo que falta de una salida va a backorder), el
*>               FEFO no coge esos lotes, y las alertas, la sugerencia
*>               de pedido y la de traspasos cuentan sólo lo libre.
*> 24.11.13 AN - unidades de medida: el producto lleva su unidad de
*>               stock (PM-UNIDAD, se pide en el alta) y cada
*>               proveedor la suya de compra con su factor
*>               (UNIDADES-COMPRA.DAT). PEDIDOS.RPT da cada sugerencia
*>               en las dos unidades, las líneas cortadas van en la
*>               unidad del proveedor (redondeando al alza) con la
*>               unidad y el factor en la línea, y la devolución pasa
*>               a unidades del proveedor lo que descuenta del pedido.
*> 24.12.09 AN - cada alta, cambio y baja de PRODUCTO-MASTER deja sus
*>               imágenes antes/después en CHANGE-HISTORY (fichero
*>               'PRODUCTOS'), como el recuento de INVENTARIO-CICLICO,
*>               para que la recuperación del maestro las pueda
*>               reaplicar. La ficha que crea un traspaso se anota con
*>               cantidad cero: su stock llega con el movimiento.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS CKP-FILE-STATUS.
    SELECT OPTIONAL MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY EXPEDICIONES-MOV-SELECT.
    COPY MOVIMIENTOS-HIST-SELECT.
    COPY PROVEEDOR-MASTER-SELECT.
    COPY PEDIDOS-MASTER-SELECT.
    COPY COSTE-SALIDAS-SELECT.
    COPY BACKORDERS-SELECT.
    COPY LOTES-STOCK-SELECT.
    COPY LISTA-MATERIALES-SELECT.
    COPY SUSTITUCIONES-SELECT.
    COPY UNIDADES-COMPRA-SELECT.
    SELECT KITS-REPORT ASSIGN TO "KITS-MONTABLES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUGERENCIA-SORT ASSIGN TO "SORTWORK.TMP".
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.
    COPY CHANGE-HISTORY-SELECT.

DATA DIVISION.
FILE SECTION.
        88 MV-AJUSTE VALUE 'A'.
        88 MV-TRASPASO VALUE 'T'.
        88 MV-DEVOLUCION VALUE 'D'.
        88 MV-MONTAJE VALUE 'M'.
        88 MV-DESPIECE VALUE 'P'.
    05 MV-CANTIDAD PIC 9(5).
    05 MV-REFERENCIA PIC X(10).
    05 MV-ALMACEN-DESTINO PIC X(5).

COPY EXPEDICIONES-MOV-FD.

COPY MOVIMIENTOS-HIST-FD.

COPY PROVEEDOR-MASTER-FD.

COPY LOTES-STOCK-FD.

COPY LISTA-MATERIALES-FD.

COPY SUSTITUCIONES-FD.

COPY UNIDADES-COMPRA-FD.

FD KITS-REPORT.
01 KITS-REPORT-LINE PIC X(80).

SD SUGERENCIA-SORT.
01 SP-RECORD.
    05 SP-PROVEEDOR PIC X(15).
    05 SP-ALMACEN PIC X(5).
    05 SP-PRODUCTO PIC X(20).
    05 SP-CANTIDAD-A-PEDIR PIC 9(5).
    05 SP-UNIDAD PIC X(3).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY CHANGE-HISTORY-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
COPY BACKORDERS-STATUS.
COPY LOTES-STOCK-STATUS.
COPY LOTES-FEFO-FIELDS.
COPY LISTA-MATERIALES-STATUS.
COPY SUSTITUCIONES-STATUS.
COPY UNIDADES-COMPRA-STATUS.
COPY UNIDADES-COMPRA-FIELDS.
*> montaje y despiece de kits: la lista de materiales del kit con lo
*> que mueve y vale cada componente
01 WS-MONTAJE-OK PIC X.
    88 MONTAJE-OK VALUE 'Y'.
01 WS-MJ-MOTIVO PIC X(40).
01 WS-MJ-PADRE PIC X(10).
01 WS-MJ-ALMACEN PIC X(5).
01 WS-MJ-KITS PIC 9(5).
01 WS-MJ-COSTO-KIT PIC 9(5)V99.
01 WS-MJ-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-MJ-TABLA.
    05 WS-MJ-ENTRADA OCCURS 50 TIMES.
        10 WS-MJ-COMPONENTE PIC X(10).
        10 WS-MJ-POR PIC 9(4).
        10 WS-MJ-CANTIDAD PIC 9(9).
        10 WS-MJ-COSTO-FICHA PIC 9(5)V99.
        10 WS-MJ-PESO PIC 9(15)V99.
        10 WS-MJ-VALOR PIC 9(9)V99.
01 WS-MJ-SUB PIC 9(3).
01 WS-MJ-VALOR-TOTAL PIC 9(9)V99.
01 WS-MJ-PESO-TOTAL PIC 9(15)V99.
01 WS-MJ-REPARTIDO PIC 9(9)V99.
01 WS-MJ-COMP-ANTES PIC 9(5).
01 WS-LM-EOF PIC X.
    88 LISTA-MATERIALES-EOF VALUE 'Y'.
*> un valor repartido en capas sin perder céntimos
01 WS-CX-CANTIDAD PIC 9(5).
01 WS-CX-VALOR PIC 9(9)V99.
01 WS-CX-COSTO PIC 9(5)V99.
*> informe de kits montables: los kits con lista y los almacenes en
*> que cada uno tiene ficha
01 WS-KP-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-KP-TABLA.
    05 WS-KP-PADRE OCCURS 200 TIMES PIC X(10).
01 WS-KP-SUB PIC 9(3).
01 WS-KA-CUENTA PIC 9(2) VALUE ZEROS.
01 WS-KA-TABLA.
    05 WS-KA-ENTRADA OCCURS 50 TIMES.
        10 WS-KA-ALMACEN PIC X(5).
        10 WS-KA-STOCK PIC 9(5).
01 WS-KA-SUB PIC 9(2).
01 WS-KA-EOF PIC X.
    88 ALMACENES-KIT-EOF VALUE 'Y'.
01 WS-KITS-POSIBLES PIC 9(9).
01 WS-KITS-COMPONENTE PIC 9(9).
01 WS-KIT-LIMITANTE PIC X(10).
01 WS-KT-LINEA.
    05 KT-KIT PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 KT-ALMACEN PIC X(5).
    05 FILLER PIC X(8) VALUE " stock: ".
    05 KT-STOCK PIC ZZZZ9.
    05 FILLER PIC X(12) VALUE " montables: ".
    05 KT-MONTABLES PIC ZZZZZZZZ9.
    05 FILLER PIC X(9) VALUE " limita: ".
    05 KT-LIMITANTE PIC X(10).
*> sustituciones ya en vigor, y la cadena de un código hasta el
*> último que lo sustituye
01 WS-SU-HOY PIC 9(8).
01 WS-SU-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-SU-TABLA.
    05 WS-SU-ENTRADA OCCURS 300 TIMES.
        10 WS-SU-ANTIGUO PIC X(10).
        10 WS-SU-NUEVO PIC X(10).
01 WS-SU-SUB PIC 9(3).
01 WS-SU-HALLADO PIC 9(3).
01 WS-SU-EOF PIC X.
    88 SUSTITUCIONES-EOF VALUE 'Y'.
01 WS-SUST-CODIGO PIC X(10).
01 WS-SUST-FINAL PIC X(10).
01 WS-SUST-PASOS PIC 9(2).
01 WS-SUST-CADENA.
    05 WS-SUST-ESLABON OCCURS 21 TIMES PIC X(10).
01 WS-SUST-ESL-SUB PIC 9(2).
01 WS-SUST-PENDIENTE PIC 9(5).
01 WS-SUST-PORCION PIC 9(5).
01 WS-SUST-SERVIDA PIC X.
    88 SALIDA-SERVIDA-POR-SUSTITUIDOS VALUE 'Y'.
01 WS-SUST-NECESIDAD PIC S9(7).
*> PM-CANTIDAD sin lo que está en cuarentena
01 WS-STOCK-LIBRE PIC S9(7).
01 WS-BO-EOF PIC X.
    88 BACKORDERS-EOF VALUE 'Y'.
01 WS-BO-FALTANTE PIC 9(5).
01 WS-BO-MAX-NUMERO PIC 9(6).
01 WS-AJUSTE-DELTA PIC S9(6).
01 WS-COSTO-MEDIO-TRASPASO PIC 9(5)V99.
*> lo que el movimiento se llevó o trajo a coste, para MH-VALOR
01 WS-VALOR-MOVIMIENTO PIC 9(9)V99.
01 WS-VALOR-TRASPASO-ORIGEN PIC 9(9)V99.
*> foto compacta del maestro para la pasada de traspasos, y las
*> claves que un traspaso propuesto deja cubiertas
01 WS-FOTO-CUENTA PIC 9(4) VALUE ZEROS.
    88 CUBIERTO-POR-TRASPASO VALUE 'Y'.
01 WS-DEV-PENDIENTE PIC 9(5).
01 WS-DEV-NUMERO PIC 9(6).
01 WS-DEV-RECIBIDA PIC 9(9).
01 WS-FALTANTE-TRASP PIC 9(5).
01 WS-EXCEDENTE-TRASP PIC 9(5).
01 WS-CANTIDAD-TRASP PIC 9(5).
    05 WS-TR-REORDER-POINT PIC 9(5).
    05 WS-TR-PROVEEDOR PIC X(15).
    05 WS-TR-COSTO-UNITARIO PIC 9(5)V99.
    05 WS-TR-UNIDAD PIC X(3).
01 WS-TRASPASO-OK PIC X.
    88 TRASPASO-OK VALUE 'Y'.
01 WS-NUEVO-PRODUCTO.
    05 WS-NUEVO-REORDER-POINT PIC 9(5).
    05 WS-NUEVO-PROVEEDOR PIC X(15).
    05 WS-NUEVO-COSTO-UNITARIO PIC 9(5)V99.
    05 WS-NUEVO-UNIDAD PIC X(3).
01 WS-VR-LINE.
    05 VR-CODIGO PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 PR-PROVEEDOR PIC X(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 PR-CANTIDAD-A-PEDIR PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 PR-UNIDAD PIC X(3).
    05 FILLER PIC X(3) VALUE " = ".
    05 PR-CANTIDAD-COMPRA PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 PR-UNIDAD-COMPRA PIC X(3).
01 WS-AU-LINE.
    05 AU-OPERACION PIC X(9).
    05 FILLER PIC X(1) VALUE SPACE.
    COPY CLEARED-RECORD.
    COPY ERROR-LOG-FIELDS.
    COPY AUDIT-LOG-FIELDS.
    COPY CHANGE-HISTORY-FIELDS.

PROCEDURE DIVISION.
ACTUALIZAR-ALMACEN.
        ON EXCEPTION CONTINUE
    END-ACCEPT
    PERFORM BUSCAR-MAXIMO-PEDIDO
    PERFORM CARGAR-SUSTITUCIONES
    ACCEPT WS-BATCH-FLAG FROM ENVIRONMENT "ALMACEN_BATCH_MODE"
        ON EXCEPTION CONTINUE
    END-ACCEPT
        PERFORM ALERTA-REPOSICION
        PERFORM SUGERENCIA-TRASPASOS
        PERFORM SUGERENCIA-PEDIDO
        PERFORM INFORME-KITS
    ELSE
        PERFORM UNTIL WS-CONTINUAR = 'N'
            DISPLAY "-----------------------------"
            DISPLAY "9. Actualizar base de datos"
            DISPLAY "10. Traspaso entre almacenes"
            DISPLAY "11. Sugerencia de traspasos entre almacenes"
            DISPLAY "12. Montaje o despiece de kits"
            DISPLAY "13. Kits montables con el stock"
            DISPLAY "-----------------------------"
            DISPLAY "Elige una opción: "
            ACCEPT WS-OPCION
                WHEN 9 PERFORM ACTUALIZAR-BASE-DE-DATOS
                WHEN 10 PERFORM TRASPASO-PRODUCTO
                WHEN 11 PERFORM SUGERENCIA-TRASPASOS
                WHEN 12 PERFORM MONTAJE-KIT
                WHEN 13 PERFORM INFORME-KITS
                WHEN OTHER DISPLAY "Opción no válida"
            END-EVALUATE
        END-PERFORM
        MOVE ZEROS TO WS-NUEVO-COSTO-UNITARIO
        ADD 1 TO CR-RETRY-COUNT
    END-ACCEPT
    DISPLAY "Introduce la unidad de stock (en blanco = UD): "
    ACCEPT WS-NUEVO-UNIDAD
    IF WS-NUEVO-UNIDAD = SPACES
        MOVE "UD" TO WS-NUEVO-UNIDAD
    END-IF
    IF CR-RETRY-COUNT > 0
        DISPLAY CR-RETRY-COUNT " campo(s) tuvieron que corregirse"
    END-IF
                        PERFORM REGISTRAR-RECHAZO
                    NOT INVALID KEY
                        DISPLAY "Producto: " PM-PRODUCTO
                        DISPLAY "Cantidad: " PM-CANTIDAD " " PM-UNIDAD
                        MOVE SPACES TO CH-LOG-BEFORE
                        PERFORM ANOTAR-CAMBIO-PRODUCTO
                        MOVE "ALTA" TO AU-OPERACION
                        MOVE PM-CODIGO TO AU-CODIGO
                        MOVE PM-ALMACEN-ID TO AU-ALMACEN
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.

*> imágenes antes/después de la ficha en CHANGE-HISTORY: la de antes
*> se guarda con la ficha recién leída y la de después justo antes de
*> grabarla; un alta lleva la de antes en blanco y una baja la de
*> después
GUARDAR-IMAGEN-ANTES-PRODUCTO.
    MOVE SPACES TO CH-LOG-BEFORE
    MOVE PRODUCTO-MASTER-RECORD TO CH-LOG-BEFORE.

ANOTAR-CAMBIO-PRODUCTO.
    MOVE SPACES TO CH-LOG-AFTER
    MOVE PRODUCTO-MASTER-RECORD TO CH-LOG-AFTER
    PERFORM ANOTAR-HISTORIA-PRODUCTO.

ANOTAR-HISTORIA-PRODUCTO.
    MOVE 'PRODUCTOS' TO CH-LOG-FILE-ID
    MOVE SPACES TO CH-LOG-KEY
    STRING PM-CODIGO PM-ALMACEN-ID DELIMITED BY SIZE INTO CH-LOG-KEY
    PERFORM LOG-CHANGE-HISTORY.

*> pase batch de movimientos de stock: entradas, salidas y ajustes de
*> recuento contra PRODUCTO-MASTER, con rechazo de lo que dejaría el
*> stock en negativo y rastro permanente en MOVIMIENTOS-HIST
        AT END SET MOVIMIENTOS-EOF TO TRUE
    END-READ
    PERFORM UNTIL MOVIMIENTOS-EOF
        PERFORM APLICAR-DETALLE-MOVIMIENTO
        READ MOVIMIENTOS-FILE
            AT END SET MOVIMIENTOS-EOF TO TRUE
        END-READ
    END-PERFORM
*> las expediciones confirmadas van detrás, como salidas normales
    MOVE 'N' TO WS-MOV-EOF
    OPEN INPUT EXPEDICIONES-MOV
    READ EXPEDICIONES-MOV
        AT END SET MOVIMIENTOS-EOF TO TRUE
    END-READ
    PERFORM UNTIL MOVIMIENTOS-EOF
        MOVE EXPEDICION-MOV-RECORD TO MOVIMIENTO-RECORD
        PERFORM APLICAR-DETALLE-MOVIMIENTO
        READ EXPEDICIONES-MOV
            AT END SET MOVIMIENTOS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE EXPEDICIONES-MOV
    CLOSE MOVIMIENTOS-FILE
    OPEN OUTPUT EXPEDICIONES-MOV
    CLOSE EXPEDICIONES-MOV
    PERFORM LIMPIAR-CHECKPOINT-ALMACEN
    DISPLAY "Movimientos aplicados: " WS-MOV-APLICADOS
        " rechazados: " WS-MOV-RECHAZADOS.

APLICAR-DETALLE-MOVIMIENTO.
    ADD 1 TO WS-MOV-DETALLE
    IF WS-MOV-DETALLE > WS-MOV-REARRANQUE
        PERFORM APLICAR-MOVIMIENTO
        ADD 1 TO WS-DESDE-CHECKPOINT
        IF WS-DESDE-CHECKPOINT >= WS-CKP-INTERVALO
            PERFORM GRABAR-CHECKPOINT-ALMACEN
            MOVE ZEROS TO WS-DESDE-CHECKPOINT
        END-IF
    END-IF.

LEER-CHECKPOINT-ALMACEN.
    MOVE ZEROS TO WS-MOV-REARRANQUE
    OPEN INPUT ALMACEN-CHECKPOINT
    CLOSE ALMACEN-CHECKPOINT.

APLICAR-MOVIMIENTO.
    IF (MV-ENTRADA OR MV-SALIDA) AND WS-SU-CUENTA > ZEROS
        MOVE MV-CODIGO TO WS-SUST-CODIGO
        PERFORM RESOLVER-SUSTITUCION
        IF WS-SUST-PASOS > ZEROS
            PERFORM REDIRIGIR-MOVIMIENTO
            IF SALIDA-SERVIDA-POR-SUSTITUIDOS
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF
    MOVE MV-CODIGO TO PM-CODIGO
    MOVE MV-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER

APLICAR-MOVIMIENTO-CANTIDAD.
    MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
    PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
    MOVE ZEROS TO WS-VALOR-MOVIMIENTO
    EVALUATE TRUE
        WHEN MV-TRASPASO
            MOVE MV-CODIGO TO WS-TR-CODIGO
                ADD 1 TO WS-MOV-RECHAZADOS
            END-IF
            GO TO APLICAR-MOVIMIENTO-CANTIDAD-FIN
        WHEN MV-MONTAJE
        WHEN MV-DESPIECE
*> los componentes se mueven dentro; aquí se sigue con el kit
            PERFORM EJECUTAR-MONTAJE THRU EJECUTAR-MONTAJE-FIN
            IF NOT MONTAJE-OK
                ADD 1 TO WS-MOV-RECHAZADOS
                GO TO APLICAR-MOVIMIENTO-CANTIDAD-FIN
            END-IF
        WHEN MV-ENTRADA
            ADD MV-CANTIDAD TO PM-CANTIDAD
            MOVE MV-CODIGO TO CF-CODIGO
            MOVE MV-CANTIDAD TO CF-CANTIDAD
            MOVE PM-COSTO-UNITARIO TO CF-COSTO
            PERFORM CREAR-CAPA-COSTE
            COMPUTE WS-VALOR-MOVIMIENTO = CF-CANTIDAD * CF-COSTO
        WHEN MV-SALIDA
*> la salida corta ya no se rechaza: se sirve lo que hay, el faltante
*> queda como backorder, y MV-CANTIDAD pasa a ser lo realmente
*> servido para que el histórico refleje lo que de verdad se movió
            PERFORM CALCULAR-STOCK-LIBRE
            IF MV-CANTIDAD > WS-STOCK-LIBRE
                COMPUTE WS-BO-FALTANTE = MV-CANTIDAD - WS-STOCK-LIBRE
                PERFORM CREAR-BACKORDER
                MOVE MV-CODIGO TO VR-CODIGO
                MOVE MV-ALMACEN TO VR-ALMACEN
*> queda rastro en el informe de validación, pero no es un rechazo:
*> la demanda sigue viva en el backorder
                WRITE VALIDATION-REPORT-LINE FROM WS-VR-LINE
                IF WS-STOCK-LIBRE = ZEROS
                    ADD 1 TO WS-MOV-APLICADOS
                    GO TO APLICAR-MOVIMIENTO-CANTIDAD-FIN
                END-IF
                MOVE WS-STOCK-LIBRE TO MV-CANTIDAD
            END-IF
            SUBTRACT MV-CANTIDAD FROM PM-CANTIDAD
            MOVE MV-CODIGO TO CF-CODIGO
            MOVE MV-CANTIDAD TO CF-CANTIDAD
            MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
            PERFORM RELEVAR-CAPAS-FIFO
            MOVE CF-COSTE-SALIDA TO WS-VALOR-MOVIMIENTO
            MOVE MV-CODIGO TO LF-CODIGO
            MOVE MV-ALMACEN TO LF-ALMACEN
            MOVE MV-CANTIDAD TO LF-CANTIDAD
            MOVE MV-CANTIDAD TO CF-CANTIDAD
            MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
            PERFORM RELEVAR-CAPAS-FIFO
            MOVE CF-COSTE-SALIDA TO WS-VALOR-MOVIMIENTO
            MOVE MV-CODIGO TO LF-CODIGO
            MOVE MV-ALMACEN TO LF-ALMACEN
            MOVE MV-CANTIDAD TO LF-CANTIDAD
                MOVE WS-AJUSTE-DELTA TO CF-CANTIDAD
                MOVE PM-COSTO-UNITARIO TO CF-COSTO
                PERFORM CREAR-CAPA-COSTE
                COMPUTE WS-VALOR-MOVIMIENTO = CF-CANTIDAD * CF-COSTO
            END-IF
            IF WS-AJUSTE-DELTA < ZERO
                COMPUTE CF-CANTIDAD = ZERO - WS-AJUSTE-DELTA
                MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
                PERFORM RELEVAR-CAPAS-FIFO
                MOVE CF-COSTE-SALIDA TO WS-VALOR-MOVIMIENTO
                MOVE MV-CODIGO TO LF-CODIGO
                MOVE MV-ALMACEN TO LF-ALMACEN
                COMPUTE LF-CANTIDAD = ZERO - WS-AJUSTE-DELTA
            PERFORM REGISTRAR-RECHAZO
            GO TO APLICAR-MOVIMIENTO-CANTIDAD-FIN
    END-EVALUATE
    PERFORM ANOTAR-CAMBIO-PRODUCTO
    REWRITE PRODUCTO-MASTER-RECORD
    ADD 1 TO WS-MOV-APLICADOS
    MOVE FUNCTION CURRENT-DATE(1:8) TO MH-FECHA
    MOVE MV-REFERENCIA TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE WS-VALOR-MOVIMIENTO TO MH-VALOR
    PERFORM GRABAR-MOVIMIENTO-HIST
    MOVE "MOVIM" TO AU-OPERACION
    MOVE PM-CODIGO TO AU-CODIGO
    APLICAR-MOVIMIENTO-CANTIDAD-FIN.
    EXIT.

*> lo que se puede coger de la ficha leída: los lotes en cuarentena
*> están en PM-CANTIDAD pero no se sirven
CALCULAR-STOCK-LIBRE.
    MOVE PM-CODIGO TO LF-CODIGO
    MOVE PM-ALMACEN-ID TO LF-ALMACEN
    PERFORM CANTIDAD-RETENIDA-LOTES
    COMPUTE WS-STOCK-LIBRE = PM-CANTIDAD - LF-RETENIDA
    IF WS-STOCK-LIBRE < ZEROS
        MOVE ZEROS TO WS-STOCK-LIBRE
    END-IF.

*> sólo las sustituciones con fecha de efecto cumplida; sin fichero
*> no hay ninguna
CARGAR-SUSTITUCIONES.
    MOVE ZEROS TO WS-SU-CUENTA
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SU-HOY
    OPEN INPUT SUSTITUCIONES
    IF NOT SU-OK
        CLOSE SUSTITUCIONES
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SU-EOF
    PERFORM UNTIL SUSTITUCIONES-EOF
        READ SUSTITUCIONES NEXT RECORD
            AT END SET SUSTITUCIONES-EOF TO TRUE
            NOT AT END
                IF SU-FECHA-EFECTO <= WS-SU-HOY
                    AND WS-SU-CUENTA < 300
                    ADD 1 TO WS-SU-CUENTA
                    MOVE SU-CODIGO-ANTIGUO TO WS-SU-ANTIGUO(WS-SU-CUENTA)
                    MOVE SU-CODIGO-NUEVO TO WS-SU-NUEVO(WS-SU-CUENTA)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SUSTITUCIONES.

*> sigue la cadena de WS-SUST-CODIGO: deja en WS-SUST-ESLABON los
*> códigos por orden, en WS-SUST-FINAL el último y en WS-SUST-PASOS
*> cuántas sustituciones hay por medio (cero si no está sustituido)
RESOLVER-SUSTITUCION.
    MOVE ZEROS TO WS-SUST-PASOS
    MOVE WS-SUST-CODIGO TO WS-SUST-FINAL
    MOVE WS-SUST-CODIGO TO WS-SUST-ESLABON(1)
    PERFORM BUSCAR-SUSTITUTO
    PERFORM UNTIL WS-SU-HALLADO = ZEROS OR WS-SUST-PASOS >= 20
        ADD 1 TO WS-SUST-PASOS
        MOVE WS-SU-NUEVO(WS-SU-HALLADO) TO WS-SUST-FINAL
        MOVE WS-SUST-FINAL TO WS-SUST-ESLABON(WS-SUST-PASOS + 1)
        PERFORM BUSCAR-SUSTITUTO
    END-PERFORM.

BUSCAR-SUSTITUTO.
    MOVE ZEROS TO WS-SU-HALLADO
    PERFORM VARYING WS-SU-SUB FROM 1 BY 1
        UNTIL WS-SU-SUB > WS-SU-CUENTA OR WS-SU-HALLADO > ZEROS
        IF WS-SU-ANTIGUO(WS-SU-SUB) = WS-SUST-FINAL
            MOVE WS-SU-SUB TO WS-SU-HALLADO
        END-IF
    END-PERFORM.

*> la entrada va entera al último código de la cadena; la salida se
*> sirve antes del stock que aún tengan en el almacén los códigos
*> sustituidos, por orden de cadena, y sólo el resto va al final
REDIRIGIR-MOVIMIENTO.
    MOVE 'N' TO WS-SUST-SERVIDA
    IF MV-SALIDA
        MOVE MV-CANTIDAD TO WS-SUST-PENDIENTE
        PERFORM VARYING WS-SUST-ESL-SUB FROM 1 BY 1
            UNTIL WS-SUST-ESL-SUB > WS-SUST-PASOS
                OR WS-SUST-PENDIENTE = ZEROS
            PERFORM SALIDA-CODIGO-SUSTITUIDO
        END-PERFORM
        IF WS-SUST-PENDIENTE = ZEROS
            MOVE 'Y' TO WS-SUST-SERVIDA
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SUST-PENDIENTE TO MV-CANTIDAD
    END-IF
    DISPLAY "Movimiento de " WS-SUST-CODIGO " llevado a su sustituto "
        WS-SUST-FINAL
    MOVE WS-SUST-FINAL TO MV-CODIGO.

SALIDA-CODIGO-SUSTITUIDO.
    MOVE WS-SUST-ESLABON(WS-SUST-ESL-SUB) TO PM-CODIGO
    MOVE MV-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            PERFORM CALCULAR-STOCK-LIBRE
            IF WS-STOCK-LIBRE > ZEROS
                IF WS-STOCK-LIBRE < WS-SUST-PENDIENTE
                    MOVE WS-STOCK-LIBRE TO WS-SUST-PORCION
                ELSE
                    MOVE WS-SUST-PENDIENTE TO WS-SUST-PORCION
                END-IF
                MOVE PM-CODIGO TO MV-CODIGO
                MOVE WS-SUST-PORCION TO MV-CANTIDAD
                PERFORM APLICAR-MOVIMIENTO-CANTIDAD THRU APLICAR-MOVIMIENTO-CANTIDAD-FIN
                SUBTRACT WS-SUST-PORCION FROM WS-SUST-PENDIENTE
            END-IF
    END-READ.

*> la cantidad devuelta se descuenta de la línea del pedido
*> referenciado (número en MV-REFERENCIA, producto de la línea), y
*> una línea cerrada que vuelve a quedar corta se reabre
            ELSE
                IF PO-CODIGO = MV-CODIGO
                    AND PO-CANTIDAD-RECIBIDA > ZEROS
                    PERFORM FACTOR-DE-LA-LINEA
                    COMPUTE WS-DEV-RECIBIDA =
                        PO-CANTIDAD-RECIBIDA * UM-FACTOR
                    IF WS-DEV-RECIBIDA > WS-DEV-PENDIENTE
                        COMPUTE PO-VALOR-RECIBIDO ROUNDED =
                            PO-VALOR-RECIBIDO - PO-VALOR-RECIBIDO
                            * WS-DEV-PENDIENTE / WS-DEV-RECIBIDA
                        COMPUTE PO-CANTIDAD-RECIBIDA ROUNDED =
                            (WS-DEV-RECIBIDA - WS-DEV-PENDIENTE)
                            / UM-FACTOR
                        MOVE ZEROS TO WS-DEV-PENDIENTE
                    ELSE
                        SUBTRACT WS-DEV-RECIBIDA
                            FROM WS-DEV-PENDIENTE
                        MOVE ZEROS TO PO-CANTIDAD-RECIBIDA
                        MOVE ZEROS TO PO-VALOR-RECIBIDO
                    END-IF
                    IF PO-CERRADA
                        AND PO-CANTIDAD-RECIBIDA < PO-CANTIDAD-PEDIDA
    END-PERFORM
    MOVE 'N' TO WS-PO-EOF.

*> las cantidades de la línea van en unidades del proveedor; una
*> línea sin factor (cortada antes de llevarlo) es de unidades sueltas
FACTOR-DE-LA-LINEA.
    IF PO-FACTOR IS NUMERIC AND PO-FACTOR > ZEROS
        MOVE PO-FACTOR TO UM-FACTOR
    ELSE
        MOVE 1 TO UM-FACTOR
    END-IF.

*> cada backorder toma el siguiente número libre; el fichero se abre
*> y cierra por operación como el resto de ficheros de rastro
CREAR-BACKORDER.
            PERFORM LOG-ERROR-TO-SYSERR
            GO TO EJECUTAR-TRASPASO-FIN
    END-READ
    PERFORM CALCULAR-STOCK-LIBRE
    IF WS-TR-CANTIDAD > WS-STOCK-LIBRE
        DISPLAY "Stock libre insuficiente en " WS-TR-ORIGEN ": "
            WS-STOCK-LIBRE
        MOVE WS-TR-CODIGO TO VR-CODIGO
        MOVE WS-TR-ORIGEN TO VR-ALMACEN
        MOVE "Traspaso: excede el stock origen" TO VR-MOTIVO
    MOVE PM-REORDER-POINT TO WS-TR-REORDER-POINT
    MOVE PM-PROVEEDOR TO WS-TR-PROVEEDOR
    MOVE PM-COSTO-UNITARIO TO WS-TR-COSTO-UNITARIO
    MOVE PM-UNIDAD TO WS-TR-UNIDAD
    MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
    PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
    SUBTRACT WS-TR-CANTIDAD FROM PM-CANTIDAD
    PERFORM ANOTAR-CAMBIO-PRODUCTO
    REWRITE PRODUCTO-MASTER-RECORD
*> las capas salen del origen al FIFO y entran al destino a su coste
*> medio relevado, para que el traspaso no invente ni destruya valor
    MOVE WS-TR-CANTIDAD TO CF-CANTIDAD
    MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
    PERFORM RELEVAR-CAPAS-FIFO
    MOVE CF-COSTE-SALIDA TO WS-VALOR-TRASPASO-ORIGEN
    IF WS-TR-CANTIDAD > ZERO
        COMPUTE WS-COSTO-MEDIO-TRASPASO ROUNDED =
            CF-COSTE-SALIDA / WS-TR-CANTIDAD
    MOVE WS-TR-CANTIDAD TO CF-CANTIDAD
    MOVE WS-COSTO-MEDIO-TRASPASO TO CF-COSTO
    PERFORM CREAR-CAPA-COSTE
    COMPUTE WS-VALOR-MOVIMIENTO = CF-CANTIDAD * CF-COSTO
*> los lotes relevados en origen reaparecen bajo el mismo lote y
*> caducidad en el destino
    MOVE WS-TR-CODIGO TO LF-CODIGO
    MOVE WS-TR-REFERENCIA TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE WS-VALOR-TRASPASO-ORIGEN TO MH-VALOR
    PERFORM GRABAR-MOVIMIENTO-HIST
    MOVE WS-TR-CODIGO TO PM-CODIGO
    MOVE WS-TR-DESTINO TO PM-ALMACEN-ID
            MOVE WS-TR-CODIGO TO PM-CODIGO
            MOVE WS-TR-DESTINO TO PM-ALMACEN-ID
            MOVE WS-TR-NOMBRE TO PM-PRODUCTO
            MOVE ZEROS TO PM-CANTIDAD
            MOVE WS-TR-REORDER-POINT TO PM-REORDER-POINT
            MOVE WS-TR-PROVEEDOR TO PM-PROVEEDOR
            MOVE WS-TR-COSTO-UNITARIO TO PM-COSTO-UNITARIO
            MOVE WS-TR-UNIDAD TO PM-UNIDAD
*> el alta se anota a cero; la cantidad la trae el movimiento 'T'
*> del histórico, que parte de stock cero
            MOVE SPACES TO CH-LOG-BEFORE
            PERFORM ANOTAR-CAMBIO-PRODUCTO
            MOVE WS-TR-CANTIDAD TO PM-CANTIDAD
            WRITE PRODUCTO-MASTER-RECORD
            MOVE ZEROS TO WS-CANTIDAD-ANTES
        NOT INVALID KEY
            MOVE PM-CANTIDAD TO WS-CANTIDAD-ANTES
            PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
            ADD WS-TR-CANTIDAD TO PM-CANTIDAD
            PERFORM ANOTAR-CAMBIO-PRODUCTO
            REWRITE PRODUCTO-MASTER-RECORD
    END-READ
    MOVE FUNCTION CURRENT-DATE(1:8) TO MH-FECHA
    MOVE WS-TR-REFERENCIA TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE WS-VALOR-MOVIMIENTO TO MH-VALOR
    PERFORM GRABAR-MOVIMIENTO-HIST
    MOVE "TRASPASO" TO AT-CHANGE-OPERATION
    MOVE WS-TR-CODIGO TO AT-TRACKED-KEY
    EJECUTAR-TRASPASO-FIN.
    EXIT.

*> captura interactiva de un montaje o despiece, aplicado como un
*> movimiento más
MONTAJE-KIT.
    DISPLAY "Código del kit: "
    ACCEPT MV-CODIGO
    DISPLAY "Almacén: "
    ACCEPT MV-ALMACEN
    DISPLAY "Montaje (M) o despiece (P): "
    ACCEPT MV-TIPO
    IF NOT MV-MONTAJE AND NOT MV-DESPIECE
        DISPLAY "Opción no válida"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Número de kits: "
    ACCEPT MV-CANTIDAD ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO MV-CANTIDAD
    END-ACCEPT
    DISPLAY "Referencia: "
    ACCEPT MV-REFERENCIA
    MOVE SPACES TO MV-ALMACEN-DESTINO
    MOVE 'N' TO WS-MONTAJE-OK
    PERFORM APLICAR-MOVIMIENTO
    IF MONTAJE-OK
        DISPLAY "Kits " MV-CODIGO " en " MV-ALMACEN ": " MV-TIPO
            " x " MV-CANTIDAD " aplicado, valor " WS-VALOR-MOVIMIENTO
    END-IF.

*> montaje ('M'): los componentes salen del almacén por sus capas FIFO
*> y sus lotes, y el kit entra con capas que valen justo lo relevado.
*> Despiece ('P'): el kit sale por FIFO y lotes y su coste se reparte
*> entre los componentes según su coste de ficha. Todo o nada: se
*> comprueban todos los componentes antes de mover ninguno. Al volver,
*> el registro del kit queda leído con su nueva cantidad y
*> WS-VALOR-MOVIMIENTO con el valor del kit, para la cola común de
*> APLICAR-MOVIMIENTO-CANTIDAD.
EJECUTAR-MONTAJE.
    MOVE 'N' TO WS-MONTAJE-OK
    MOVE SPACES TO WS-MJ-MOTIVO
    MOVE MV-CODIGO TO WS-MJ-PADRE
    MOVE MV-ALMACEN TO WS-MJ-ALMACEN
    MOVE MV-CANTIDAD TO WS-MJ-KITS
    MOVE PM-COSTO-UNITARIO TO WS-MJ-COSTO-KIT
    IF WS-MJ-KITS = ZEROS
        MOVE "Kit: cantidad cero" TO WS-MJ-MOTIVO
        GO TO EJECUTAR-MONTAJE-RECHAZO
    END-IF
    IF MV-DESPIECE
        PERFORM CALCULAR-STOCK-LIBRE
    END-IF
    IF MV-DESPIECE AND WS-MJ-KITS > WS-STOCK-LIBRE
        MOVE "Despiece: excede el stock del kit" TO WS-MJ-MOTIVO
        GO TO EJECUTAR-MONTAJE-RECHAZO
    END-IF
    IF MV-MONTAJE AND PM-CANTIDAD + WS-MJ-KITS > 99999
        MOVE "Montaje: desborda el stock del kit" TO WS-MJ-MOTIVO
        GO TO EJECUTAR-MONTAJE-RECHAZO
    END-IF
    PERFORM CARGAR-LISTA-MATERIALES
    IF WS-MJ-CUENTA = ZEROS
        MOVE "Kit sin lista de materiales" TO WS-MJ-MOTIVO
        GO TO EJECUTAR-MONTAJE-RECHAZO
    END-IF
    PERFORM COMPROBAR-COMPONENTE VARYING WS-MJ-SUB FROM 1 BY 1
        UNTIL WS-MJ-SUB > WS-MJ-CUENTA
    IF WS-MJ-MOTIVO NOT = SPACES
        GO TO EJECUTAR-MONTAJE-RECHAZO
    END-IF
    MOVE ZEROS TO WS-MJ-VALOR-TOTAL
    IF MV-MONTAJE
        PERFORM CONSUMIR-COMPONENTE VARYING WS-MJ-SUB FROM 1 BY 1
            UNTIL WS-MJ-SUB > WS-MJ-CUENTA
        MOVE WS-MJ-PADRE TO CF-CODIGO
        MOVE WS-MJ-ALMACEN TO CF-ALMACEN
        MOVE WS-MJ-KITS TO WS-CX-CANTIDAD
        MOVE WS-MJ-VALOR-TOTAL TO WS-CX-VALOR
        PERFORM CREAR-CAPAS-VALOR-EXACTO
    ELSE
        MOVE WS-MJ-PADRE TO CF-CODIGO
        MOVE WS-MJ-ALMACEN TO CF-ALMACEN
        MOVE WS-MJ-KITS TO CF-CANTIDAD
        MOVE WS-MJ-COSTO-KIT TO CF-COSTO-FALLBACK
        PERFORM RELEVAR-CAPAS-FIFO
        MOVE CF-COSTE-SALIDA TO WS-MJ-VALOR-TOTAL
        MOVE WS-MJ-PADRE TO LF-CODIGO
        MOVE WS-MJ-ALMACEN TO LF-ALMACEN
        MOVE WS-MJ-KITS TO LF-CANTIDAD
        MOVE SPACES TO LF-DESTINO
        PERFORM RELEVAR-LOTES-FEFO
        PERFORM REPARTIR-VALOR-DESPIECE
        PERFORM DEVOLVER-COMPONENTE VARYING WS-MJ-SUB FROM 1 BY 1
            UNTIL WS-MJ-SUB > WS-MJ-CUENTA
    END-IF
    MOVE WS-MJ-PADRE TO PM-CODIGO
    MOVE WS-MJ-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY CONTINUE
    END-READ
    IF MV-MONTAJE
        ADD WS-MJ-KITS TO PM-CANTIDAD
    ELSE
        SUBTRACT WS-MJ-KITS FROM PM-CANTIDAD
    END-IF
    MOVE WS-MJ-VALOR-TOTAL TO WS-VALOR-MOVIMIENTO
    MOVE 'Y' TO WS-MONTAJE-OK
    GO TO EJECUTAR-MONTAJE-FIN.
    EJECUTAR-MONTAJE-RECHAZO.
    DISPLAY WS-MJ-MOTIVO ": " WS-MJ-PADRE " en " WS-MJ-ALMACEN
    MOVE WS-MJ-PADRE TO VR-CODIGO
    MOVE WS-MJ-ALMACEN TO VR-ALMACEN
    MOVE WS-MJ-MOTIVO TO VR-MOTIVO
    PERFORM REGISTRAR-RECHAZO
    MOVE WS-MJ-PADRE TO EL-TRACKED-RESOURCE
    MOVE "kit assembly/breakdown rejected" TO EL-ERROR-MESSAGE
    PERFORM LOG-ERROR-TO-SYSERR.
    EJECUTAR-MONTAJE-FIN.
    EXIT.

*> la lista se abre y cierra por consulta, como las capas y los lotes
CARGAR-LISTA-MATERIALES.
    MOVE ZEROS TO WS-MJ-CUENTA
    OPEN INPUT LISTA-MATERIALES
    IF NOT LM-OK
        CLOSE LISTA-MATERIALES
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-LM-EOF
    MOVE WS-MJ-PADRE TO LM-PADRE
    MOVE LOW-VALUES TO LM-COMPONENTE
    START LISTA-MATERIALES KEY IS GREATER THAN OR EQUAL TO LM-KEY
        INVALID KEY SET LISTA-MATERIALES-EOF TO TRUE
    END-START
    PERFORM UNTIL LISTA-MATERIALES-EOF
        READ LISTA-MATERIALES NEXT RECORD
            AT END SET LISTA-MATERIALES-EOF TO TRUE
            NOT AT END
                IF LM-PADRE NOT = WS-MJ-PADRE
                    SET LISTA-MATERIALES-EOF TO TRUE
                ELSE
                    IF WS-MJ-CUENTA < 50
                        ADD 1 TO WS-MJ-CUENTA
                        MOVE LM-COMPONENTE
                            TO WS-MJ-COMPONENTE(WS-MJ-CUENTA)
                        MOVE LM-CANTIDAD-POR TO WS-MJ-POR(WS-MJ-CUENTA)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LISTA-MATERIALES.

*> se queda con el primer motivo de rechazo
COMPROBAR-COMPONENTE.
    COMPUTE WS-MJ-CANTIDAD(WS-MJ-SUB) =
        WS-MJ-POR(WS-MJ-SUB) * WS-MJ-KITS
    MOVE WS-MJ-COMPONENTE(WS-MJ-SUB) TO PM-CODIGO
    MOVE WS-MJ-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            IF WS-MJ-MOTIVO = SPACES
                MOVE "Kit: componente sin ficha en almacen"
                    TO WS-MJ-MOTIVO
            END-IF
            DISPLAY "Componente " WS-MJ-COMPONENTE(WS-MJ-SUB)
                " sin ficha en " WS-MJ-ALMACEN
        NOT INVALID KEY
            MOVE PM-COSTO-UNITARIO TO WS-MJ-COSTO-FICHA(WS-MJ-SUB)
            PERFORM CALCULAR-STOCK-LIBRE
            IF MV-MONTAJE
                AND WS-MJ-CANTIDAD(WS-MJ-SUB) > WS-STOCK-LIBRE
                IF WS-MJ-MOTIVO = SPACES
                    MOVE "Montaje: faltan componentes"
                        TO WS-MJ-MOTIVO
                END-IF
                DISPLAY "Componente " WS-MJ-COMPONENTE(WS-MJ-SUB)
                    " necesita " WS-MJ-CANTIDAD(WS-MJ-SUB)
                    " hay libres " WS-STOCK-LIBRE
            END-IF
            IF MV-DESPIECE
                AND PM-CANTIDAD + WS-MJ-CANTIDAD(WS-MJ-SUB) > 99999
                IF WS-MJ-MOTIVO = SPACES
                    MOVE "Despiece: desborda stock de componente"
                        TO WS-MJ-MOTIVO
                END-IF
            END-IF
    END-READ.

CONSUMIR-COMPONENTE.
    MOVE WS-MJ-COMPONENTE(WS-MJ-SUB) TO PM-CODIGO
    MOVE WS-MJ-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE PM-CANTIDAD TO WS-MJ-COMP-ANTES
    PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
    SUBTRACT WS-MJ-CANTIDAD(WS-MJ-SUB) FROM PM-CANTIDAD
    PERFORM ANOTAR-CAMBIO-PRODUCTO
    REWRITE PRODUCTO-MASTER-RECORD
    MOVE PM-CODIGO TO CF-CODIGO
    MOVE PM-ALMACEN-ID TO CF-ALMACEN
    MOVE WS-MJ-CANTIDAD(WS-MJ-SUB) TO CF-CANTIDAD
    MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
    PERFORM RELEVAR-CAPAS-FIFO
    MOVE CF-COSTE-SALIDA TO WS-MJ-VALOR(WS-MJ-SUB)
    ADD CF-COSTE-SALIDA TO WS-MJ-VALOR-TOTAL
    MOVE PM-CODIGO TO LF-CODIGO
    MOVE PM-ALMACEN-ID TO LF-ALMACEN
    MOVE WS-MJ-CANTIDAD(WS-MJ-SUB) TO LF-CANTIDAD
    MOVE SPACES TO LF-DESTINO
    PERFORM RELEVAR-LOTES-FEFO
    PERFORM GRABAR-HIST-COMPONENTE.

*> el coste del kit se reparte en proporción a lo que valen los
*> componentes a coste de ficha (a partes iguales por unidad si
*> ninguno tiene coste); el último se lleva el resto para que la
*> suma cuadre al céntimo
REPARTIR-VALOR-DESPIECE.
    MOVE ZEROS TO WS-MJ-PESO-TOTAL
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
        UNTIL WS-MJ-SUB > WS-MJ-CUENTA
        COMPUTE WS-MJ-PESO(WS-MJ-SUB) =
            WS-MJ-CANTIDAD(WS-MJ-SUB) * WS-MJ-COSTO-FICHA(WS-MJ-SUB)
        ADD WS-MJ-PESO(WS-MJ-SUB) TO WS-MJ-PESO-TOTAL
    END-PERFORM
    IF WS-MJ-PESO-TOTAL = ZERO
        PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
            UNTIL WS-MJ-SUB > WS-MJ-CUENTA
            MOVE WS-MJ-CANTIDAD(WS-MJ-SUB) TO WS-MJ-PESO(WS-MJ-SUB)
            ADD WS-MJ-PESO(WS-MJ-SUB) TO WS-MJ-PESO-TOTAL
        END-PERFORM
    END-IF
    MOVE ZEROS TO WS-MJ-REPARTIDO
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
        UNTIL WS-MJ-SUB > WS-MJ-CUENTA
        IF WS-MJ-SUB = WS-MJ-CUENTA
            COMPUTE WS-MJ-VALOR(WS-MJ-SUB) =
                WS-MJ-VALOR-TOTAL - WS-MJ-REPARTIDO
        ELSE
            COMPUTE WS-MJ-VALOR(WS-MJ-SUB) ROUNDED =
                WS-MJ-VALOR-TOTAL * WS-MJ-PESO(WS-MJ-SUB)
                / WS-MJ-PESO-TOTAL
            IF WS-MJ-REPARTIDO + WS-MJ-VALOR(WS-MJ-SUB)
                > WS-MJ-VALOR-TOTAL
                COMPUTE WS-MJ-VALOR(WS-MJ-SUB) =
                    WS-MJ-VALOR-TOTAL - WS-MJ-REPARTIDO
            END-IF
        END-IF
        ADD WS-MJ-VALOR(WS-MJ-SUB) TO WS-MJ-REPARTIDO
    END-PERFORM.

DEVOLVER-COMPONENTE.
    MOVE WS-MJ-COMPONENTE(WS-MJ-SUB) TO PM-CODIGO
    MOVE WS-MJ-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE PM-CANTIDAD TO WS-MJ-COMP-ANTES
    PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
    ADD WS-MJ-CANTIDAD(WS-MJ-SUB) TO PM-CANTIDAD
    PERFORM ANOTAR-CAMBIO-PRODUCTO
    REWRITE PRODUCTO-MASTER-RECORD
    MOVE PM-CODIGO TO CF-CODIGO
    MOVE PM-ALMACEN-ID TO CF-ALMACEN
    MOVE WS-MJ-CANTIDAD(WS-MJ-SUB) TO WS-CX-CANTIDAD
    MOVE WS-MJ-VALOR(WS-MJ-SUB) TO WS-CX-VALOR
    PERFORM CREAR-CAPAS-VALOR-EXACTO
    PERFORM GRABAR-HIST-COMPONENTE.

*> cada componente deja su fila en el histórico con el tipo del
*> movimiento del kit y su referencia
GRABAR-HIST-COMPONENTE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO MH-FECHA
    MOVE PM-CODIGO TO MH-CODIGO
    MOVE PM-ALMACEN-ID TO MH-ALMACEN
    MOVE MV-TIPO TO MH-TIPO
    MOVE WS-MJ-CANTIDAD(WS-MJ-SUB) TO MH-CANTIDAD
    MOVE MV-REFERENCIA TO MH-REFERENCIA
    MOVE WS-MJ-COMP-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE WS-MJ-VALOR(WS-MJ-SUB) TO MH-VALOR
    PERFORM GRABAR-MOVIMIENTO-HIST
    MOVE "MOVIM" TO AU-OPERACION
    MOVE PM-CODIGO TO AU-CODIGO
    MOVE PM-ALMACEN-ID TO AU-ALMACEN
    MOVE WS-MJ-COMP-ANTES TO AU-CANTIDAD-ANTES
    MOVE PM-CANTIDAD TO AU-CANTIDAD-DESPUES
    PERFORM REGISTRAR-AUDITORIA.

*> un valor entra en capas sin perder céntimos: todas las unidades
*> menos una al coste truncado, y la última se lleva el resto
CREAR-CAPAS-VALOR-EXACTO.
    IF WS-CX-CANTIDAD = ZERO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CX-COSTO = WS-CX-VALOR / WS-CX-CANTIDAD
    IF WS-CX-COSTO * WS-CX-CANTIDAD = WS-CX-VALOR
        MOVE WS-CX-CANTIDAD TO CF-CANTIDAD
        MOVE WS-CX-COSTO TO CF-COSTO
        PERFORM CREAR-CAPA-COSTE
    ELSE
        COMPUTE CF-CANTIDAD = WS-CX-CANTIDAD - 1
        MOVE WS-CX-COSTO TO CF-COSTO
        IF CF-CANTIDAD > ZERO
            PERFORM CREAR-CAPA-COSTE
        END-IF
        MOVE 1 TO CF-CANTIDAD
        COMPUTE CF-COSTO =
            WS-CX-VALOR - WS-CX-COSTO * (WS-CX-CANTIDAD - 1)
        PERFORM CREAR-CAPA-COSTE
    END-IF.

*> cuántos kits salen del stock de cada almacén en que el kit tiene
*> ficha: el mínimo, entre sus componentes, de stock entre unidades
*> por kit; el componente que da ese mínimo es el que limita
INFORME-KITS.
    OPEN OUTPUT KITS-REPORT
    MOVE "KITS MONTABLES CON EL STOCK ACTUAL" TO KITS-REPORT-LINE
    WRITE KITS-REPORT-LINE
    MOVE ZEROS TO WS-KP-CUENTA
    OPEN INPUT LISTA-MATERIALES
    IF LM-OK
        MOVE 'N' TO WS-LM-EOF
        MOVE LOW-VALUES TO LM-KEY
        START LISTA-MATERIALES KEY IS GREATER THAN OR EQUAL TO LM-KEY
            INVALID KEY SET LISTA-MATERIALES-EOF TO TRUE
        END-START
        PERFORM UNTIL LISTA-MATERIALES-EOF
            READ LISTA-MATERIALES NEXT RECORD
                AT END SET LISTA-MATERIALES-EOF TO TRUE
                NOT AT END
                    IF WS-KP-CUENTA = ZEROS
                        OR LM-PADRE NOT = WS-KP-PADRE(WS-KP-CUENTA)
                        IF WS-KP-CUENTA < 200
                            ADD 1 TO WS-KP-CUENTA
                            MOVE LM-PADRE TO WS-KP-PADRE(WS-KP-CUENTA)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE LISTA-MATERIALES
    PERFORM VARYING WS-KP-SUB FROM 1 BY 1
        UNTIL WS-KP-SUB > WS-KP-CUENTA
        PERFORM INFORMAR-UN-KIT
    END-PERFORM
    MOVE SPACES TO KITS-REPORT-LINE
    STRING "Kits con lista de materiales: " WS-KP-CUENTA
        DELIMITED BY SIZE INTO KITS-REPORT-LINE
    WRITE KITS-REPORT-LINE
    CLOSE KITS-REPORT.

INFORMAR-UN-KIT.
    MOVE WS-KP-PADRE(WS-KP-SUB) TO WS-MJ-PADRE
    PERFORM CARGAR-LISTA-MATERIALES
    MOVE ZEROS TO WS-KA-CUENTA
    MOVE 'N' TO WS-KA-EOF
    MOVE WS-MJ-PADRE TO PM-CODIGO
    MOVE LOW-VALUES TO PM-ALMACEN-ID
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY SET ALMACENES-KIT-EOF TO TRUE
    END-START
    PERFORM UNTIL ALMACENES-KIT-EOF
        READ PRODUCTO-MASTER NEXT RECORD
            AT END SET ALMACENES-KIT-EOF TO TRUE
            NOT AT END
                IF PM-CODIGO NOT = WS-MJ-PADRE
                    SET ALMACENES-KIT-EOF TO TRUE
                ELSE
                    IF WS-KA-CUENTA < 50
                        ADD 1 TO WS-KA-CUENTA
                        MOVE PM-ALMACEN-ID TO WS-KA-ALMACEN(WS-KA-CUENTA)
                        MOVE PM-CANTIDAD TO WS-KA-STOCK(WS-KA-CUENTA)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM VARYING WS-KA-SUB FROM 1 BY 1
        UNTIL WS-KA-SUB > WS-KA-CUENTA
        PERFORM CALCULAR-KITS-ALMACEN
    END-PERFORM.

CALCULAR-KITS-ALMACEN.
    MOVE 999999999 TO WS-KITS-POSIBLES
    MOVE SPACES TO WS-KIT-LIMITANTE
    PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
        UNTIL WS-MJ-SUB > WS-MJ-CUENTA
        MOVE WS-MJ-COMPONENTE(WS-MJ-SUB) TO PM-CODIGO
        MOVE WS-KA-ALMACEN(WS-KA-SUB) TO PM-ALMACEN-ID
        READ PRODUCTO-MASTER
            INVALID KEY
                MOVE ZEROS TO WS-KITS-COMPONENTE
            NOT INVALID KEY
                COMPUTE WS-KITS-COMPONENTE =
                    PM-CANTIDAD / WS-MJ-POR(WS-MJ-SUB)
        END-READ
        IF WS-KITS-COMPONENTE < WS-KITS-POSIBLES
            MOVE WS-KITS-COMPONENTE TO WS-KITS-POSIBLES
            MOVE WS-MJ-COMPONENTE(WS-MJ-SUB) TO WS-KIT-LIMITANTE
        END-IF
    END-PERFORM
    IF WS-MJ-CUENTA = ZEROS
        MOVE ZEROS TO WS-KITS-POSIBLES
    END-IF
    MOVE WS-MJ-PADRE TO KT-KIT
    MOVE WS-KA-ALMACEN(WS-KA-SUB) TO KT-ALMACEN
    MOVE WS-KA-STOCK(WS-KA-SUB) TO KT-STOCK
    MOVE WS-KITS-POSIBLES TO KT-MONTABLES
    MOVE WS-KIT-LIMITANTE TO KT-LIMITANTE
    WRITE KITS-REPORT-LINE FROM WS-KT-LINEA.

MOSTRAR-PRODUCTOS.
    DISPLAY "Filtrar por almacén (en blanco para todos): "
    ACCEPT WS-ALMACEN-FILTRO
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE PM-CANTIDAD TO AU-CANTIDAD-ANTES
            PERFORM GUARDAR-IMAGEN-ANTES-PRODUCTO
            DELETE PRODUCTO-MASTER RECORD
                INVALID KEY
                    DISPLAY "No se pudo eliminar el producto " WS-CODIGO-BUSCADO
                NOT INVALID KEY
                    DISPLAY "Producto " WS-CODIGO-BUSCADO " eliminado del almacén "
                        WS-ALMACEN-BUSCADO
                    MOVE SPACES TO CH-LOG-AFTER
                    PERFORM ANOTAR-HISTORIA-PRODUCTO
                    MOVE "BAJA" TO AU-OPERACION
                    MOVE WS-CODIGO-BUSCADO TO AU-CODIGO
                    MOVE WS-ALMACEN-BUSCADO TO AU-ALMACEN
        READ PRODUCTO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM CALCULAR-STOCK-LIBRE
                IF WS-STOCK-LIBRE < PM-REORDER-POINT
                    MOVE PM-CODIGO TO WS-CUB-CODIGO
                    MOVE PM-ALMACEN-ID TO WS-CUB-ALMACEN
                    PERFORM COMPROBAR-COBERTURA-PEDIDO
                        DISPLAY "Código: " PM-CODIGO " Almacén: " PM-ALMACEN-ID
                            " Producto: " PM-PRODUCTO
                            " Cantidad: " PM-CANTIDAD
                            " Libre: " WS-STOCK-LIBRE
                            " Punto de reposición: " PM-REORDER-POINT
                    END-IF
                END-IF
                        TO WS-FOTO-CODIGO(WS-FOTO-CUENTA)
                    MOVE PM-ALMACEN-ID
                        TO WS-FOTO-ALMACEN(WS-FOTO-CUENTA)
                    PERFORM CALCULAR-STOCK-LIBRE
                    MOVE WS-STOCK-LIBRE
                        TO WS-FOTO-CANTIDAD(WS-FOTO-CUENTA)
                    MOVE PM-REORDER-POINT
                        TO WS-FOTO-REORDER(WS-FOTO-CUENTA)
*> proveedores, y debajo van sus productos por pedir
SUGERENCIA-PEDIDO.
    DISPLAY "----- Sugerencia de pedido a proveedores -----"
    PERFORM CARGAR-FOTO-MAESTRO
    OPEN OUTPUT SUGERENCIAS-FILE
    SORT SUGERENCIA-SORT
        ON ASCENDING KEY SP-PROVEEDOR
        READ PRODUCTO-MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM NECESIDAD-CON-SUSTITUIDOS
                IF WS-SUST-NECESIDAD > ZEROS
                    MOVE PM-CODIGO TO WS-CUB-CODIGO
                    MOVE PM-ALMACEN-ID TO WS-CUB-ALMACEN
                    PERFORM COMPROBAR-COBERTURA-PEDIDO
                        MOVE PM-CODIGO TO SP-CODIGO
                        MOVE PM-ALMACEN-ID TO SP-ALMACEN
                        MOVE PM-PRODUCTO TO SP-PRODUCTO
                        MOVE WS-SUST-NECESIDAD TO SP-CANTIDAD-A-PEDIR
                        MOVE PM-UNIDAD TO SP-UNIDAD
                        RELEASE SP-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> un código sustituido no se vuelve a pedir, y lo que aún tengan en
*> el almacén los códigos que acaban en éste se gasta antes de comprar
NECESIDAD-CON-SUSTITUIDOS.
    PERFORM CALCULAR-STOCK-LIBRE
    COMPUTE WS-SUST-NECESIDAD = PM-REORDER-POINT - WS-STOCK-LIBRE
    IF WS-SU-CUENTA = ZEROS OR WS-SUST-NECESIDAD NOT > ZEROS
        EXIT PARAGRAPH
    END-IF
    MOVE PM-CODIGO TO WS-SUST-CODIGO
    PERFORM RESOLVER-SUSTITUCION
    IF WS-SUST-PASOS > ZEROS
        MOVE ZEROS TO WS-SUST-NECESIDAD
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-FOTO-SUB FROM 1 BY 1
        UNTIL WS-FOTO-SUB > WS-FOTO-CUENTA
        IF WS-FOTO-ALMACEN(WS-FOTO-SUB) = PM-ALMACEN-ID
            AND WS-FOTO-CODIGO(WS-FOTO-SUB) NOT = PM-CODIGO
            AND WS-FOTO-CANTIDAD(WS-FOTO-SUB) > ZEROS
            MOVE WS-FOTO-CODIGO(WS-FOTO-SUB) TO WS-SUST-CODIGO
            PERFORM RESOLVER-SUSTITUCION
            IF WS-SUST-FINAL = PM-CODIGO
                SUBTRACT WS-FOTO-CANTIDAD(WS-FOTO-SUB)
                    FROM WS-SUST-NECESIDAD
            END-IF
        END-IF
    END-PERFORM.

ESCRIBIR-SUGERENCIAS.
    MOVE 'N' TO WS-SORT-EOF
    MOVE LOW-VALUES TO WS-SUG-PROV-ANTERIOR
                    END-IF
                END-IF
                MOVE SP-CANTIDAD-A-PEDIR TO WS-CANTIDAD-A-PEDIR
                MOVE SP-CODIGO TO UM-CODIGO
                MOVE SP-PROVEEDOR TO UM-PROVEEDOR
                MOVE SP-UNIDAD TO UM-UNIDAD-STOCK
                PERFORM BUSCAR-UNIDAD-COMPRA
                MOVE SP-CANTIDAD-A-PEDIR TO UM-CANTIDAD-STOCK
                PERFORM PASAR-A-UNIDAD-COMPRA
                DISPLAY "  Producto: " SP-PRODUCTO
                    " Cantidad a pedir: " WS-CANTIDAD-A-PEDIR " "
                    UM-UNIDAD-STOCK " = " UM-CANTIDAD-COMPRA " "
                    UM-UNIDAD
                MOVE SP-PRODUCTO TO PR-PRODUCTO
                MOVE SP-PROVEEDOR TO PR-PROVEEDOR
                MOVE SP-CANTIDAD-A-PEDIR TO PR-CANTIDAD-A-PEDIR
                MOVE UM-UNIDAD-STOCK TO PR-UNIDAD
                MOVE UM-CANTIDAD-COMPRA TO PR-CANTIDAD-COMPRA
                MOVE UM-UNIDAD TO PR-UNIDAD-COMPRA
                WRITE PEDIDOS-REPORT-LINE FROM WS-PR-LINE
                MOVE SP-PROVEEDOR TO SG-PROVEEDOR
                MOVE SP-CODIGO TO SG-CODIGO
    WRITE PEDIDOS-REPORT-LINE FROM WS-CABECERA-PROVEEDOR.

*> una línea de pedido abierta por producto sugerido, numerada dentro
*> del pedido del proveedor en curso, con el rastro en el AUDIT-TRAIL;
*> la cantidad va en la unidad del proveedor que dejó la sugerencia
CORTAR-LINEA-PEDIDO.
    ADD 1 TO WS-PO-LINEA-ACTUAL
    MOVE WS-PO-NUMERO-ACTUAL TO PO-NUMERO
    MOVE SP-PROVEEDOR TO PO-PROVEEDOR
    MOVE SP-CODIGO TO PO-CODIGO
    MOVE SP-ALMACEN TO PO-ALMACEN
    MOVE UM-CANTIDAD-COMPRA TO PO-CANTIDAD-PEDIDA
    MOVE ZEROS TO PO-CANTIDAD-RECIBIDA
    MOVE ZEROS TO PO-VALOR-RECIBIDO
    MOVE ZEROS TO PO-CANTIDAD-FACTURADA
    MOVE UM-UNIDAD TO PO-UNIDAD
    MOVE UM-FACTOR TO PO-FACTOR
    MOVE 'A' TO PO-ESTADO
    MOVE FUNCTION CURRENT-DATE(1:8) TO PO-FECHA
    WRITE PEDIDO-MASTER-RECORD

COPY LOTES-FEFO.

COPY UNIDADES-COMPRA.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY CHANGE-HISTORY-WRITE.

*> Purpose: Pedidos de clientes, reserva de stock y listas de picking
*>
*> Hasta ahora el stock sólo salía por las salidas que almacen lee de
*> MOVIMIENTOS.DAT, sin nada que dijera a quién se le había prometido.
*> Este programa da de alta los pedidos de venta en PEDIDOS-VENTA.DAT
*> (cliente de CUSTOMER-MASTER, líneas por producto y almacén, fecha
*> solicitada) y los reserva contra el stock:
*>   - lo disponible de un producto en un almacén es PM-CANTIDAD menos
*>     lo que ya está reservado y sin servir en otras líneas, así que
*>     dos pedidos nunca prometen las mismas unidades;
*>   - las líneas pendientes se reservan por almacén y, dentro de él,
*>     por fecha solicitada: lo que pide antes se sirve antes;
*>   - lo que el stock no cubre se corta como backorder en
*>     BACKORDERS.DAT (referencia pedido/línea) y RECEPCION-PEDIDOS lo
*>     sirve cuando llega la mercancía, igual que los de almacen;
*>   - la lista de picking PICKING.RPT sale por almacén y nombra los
*>     lotes de LOTES-STOCK.DAT a coger, caducidad más próxima
*>     primero, saltándose las unidades que ya tienen prometidas las
*>     reservas anteriores. Lo que no tiene lote sale como "SIN LOTE".
*> La reserva no mueve stock: el stock sale cuando se expide.
*> Con PEDIDOS_VENTA_BATCH_MODE=Y en el entorno sólo se hace la pasada
*> de reserva, que es como corre en la cadena nocturna.
*>
*> Mod history:
*> 24.10.26 AN - initial version.
*> 24.10.28 AN - confirmación de expediciones (opción 6): lo expedido
*>               de cada línea reservada sale como salida a
*>               EXPEDICIONES-MOV.DAT, que el pase batch de almacen
*>               aplica detrás de MOVIMIENTOS.DAT, y lo que ya sirvió
*>               su backorder se expide con ella. La expedición lleva
*>               número propio y genera su factura en INVOICE-INPUT.DAT
*>               para INVOICE-LINE-EXTENSION: cabecera 'H' con el
*>               pedido y la expedición, líneas 'L' con el código de
*>               producto, la cantidad expedida, el precio de la línea
*>               y la provincia del cliente. El número de factura sigue
*>               al mayor de AR-OPEN-ITEMS y de las cabeceras que ya
*>               esperan en INVOICE-INPUT.DAT. La línea de pedido
*>               guarda ahora su precio de venta, que se pide en el
*>               alta. Lo expedido y aún sin aplicar por almacen sigue
*>               contando como reservado.
*> 24.10.30 AN - precio de la línea desde TARIFAS-VENTA: el alta
*>               propone el precio del nivel de tarifa del cliente
*>               (CU-PRICE-TIER) vigente hoy y un precio distinto exige
*>               motivo, que se guarda en VT-MOTIVO-PRECIO. Al expedir,
*>               la línea sin motivo y con tarifa va a la factura con
*>               precio cero para que INVOICE-LINE-EXTENSION la valore
*>               con la tarifa del día; la forzada va con su precio y
*>               su motivo (FE-MOTIVO).
*> 24.11.11 AN - los lotes en cuarentena no se reservan: lo
*>               disponible descuenta además lo retenido en lotes sin
*>               liberar, y la lista de picking sólo nombra lotes
*>               disponibles.

IDENTIFICATION DIVISION.
PROGRAM-ID. PEDIDOS-VENTA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PEDIDOS-VENTA-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY CUSTOMER-MASTER-SELECT.
    COPY BACKORDERS-SELECT.
    COPY LOTES-STOCK-SELECT.
    COPY EXPEDICIONES-MOV-SELECT.
    COPY AR-OPEN-ITEMS-SELECT.
    COPY TARIFAS-VENTA-SELECT.
    SELECT OPTIONAL FACTURAS-ENTRADA ASSIGN TO "INVOICE-INPUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PICKING-REPORT ASSIGN TO "PICKING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESERVA-SORT ASSIGN TO "SORTWORK.TMP".
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY PEDIDOS-VENTA-FD.

COPY PRODUCTO-MASTER-FD.

COPY CUSTOMER-MASTER-FD.

COPY BACKORDERS-FD.

COPY LOTES-STOCK-FD.

COPY EXPEDICIONES-MOV-FD.

COPY AR-OPEN-ITEMS-FD.

COPY TARIFAS-VENTA-FD.

*> el layout de entrada de INVOICE-LINE-EXTENSION
FD FACTURAS-ENTRADA.
01 FE-CABECERA.
    05 FE-TIPO PIC X.
    05 FE-FACTURA PIC 9(6).
    05 FE-CLIENTE PIC 9(6).
    05 FE-FECHA PIC 9(8).
    05 FE-FACTURA-ORIGEN PIC 9(6).
    05 FE-PEDIDO PIC 9(6).
    05 FE-EXPEDICION PIC 9(6).
01 FE-LINEA REDEFINES FE-CABECERA.
    05 FE-LINEA-TIPO PIC X.
    05 FE-CANTIDAD PIC 9(5).
    05 FE-PRECIO PIC 9(5)V99.
    05 FE-PROVINCIA PIC X(2).
    05 FE-CODIGO PIC X(10).
    05 FE-MOTIVO PIC X(14).

FD PICKING-REPORT.
01 PICKING-REPORT-LINE PIC X(100).

SD RESERVA-SORT.
01 RS-RECORD.
    05 RS-ALMACEN PIC X(5).
    05 RS-FECHA-SOLICITADA PIC 9(8).
    05 RS-NUMERO PIC 9(6).
    05 RS-LINEA PIC 9(3).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-BATCH-FLAG PIC X(1) VALUE SPACE.
    88 WS-BATCH-MODE VALUE 'Y'.
COPY PEDIDOS-VENTA-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY BACKORDERS-STATUS.
COPY LOTES-STOCK-STATUS.
COPY AR-OPEN-ITEMS-STATUS.
COPY TARIFAS-VENTA-STATUS.
COPY TARIFA-VIGENTE-FIELDS.
01 WS-HOY PIC X(8).
01 WS-VT-EOF PIC X.
    88 PEDIDOS-VENTA-EOF VALUE 'Y'.
01 WS-BO-EOF PIC X.
    88 BACKORDERS-EOF VALUE 'Y'.
01 WS-LT-EOF PIC X.
    88 LOTES-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X.
    88 RESERVA-SORT-EOF VALUE 'Y'.
01 WS-LOTES-FLAG PIC X VALUE 'N'.
    88 LOTES-DISPONIBLES VALUE 'Y'.
01 WS-VT-MAX-NUMERO PIC 9(6).
01 WS-BO-MAX-NUMERO PIC 9(6).
01 WS-NUMERO-BUSCADO PIC 9(6).
01 WS-LINEA-BUSCADA PIC 9(3).
*> captura del pedido
01 WS-ALTA-CLIENTE PIC 9(6).
01 WS-ALTA-FECHA PIC 9(8).
01 WS-ALTA-CODIGO PIC X(10).
01 WS-ALTA-ALMACEN PIC X(5).
01 WS-ALTA-CANTIDAD PIC 9(5).
01 WS-ALTA-PRECIO PIC 9(5)V99.
01 WS-ALTA-NIVEL PIC X.
01 WS-ALTA-MOTIVO PIC X(14).
01 WS-ALTA-LINEA PIC 9(3).
01 WS-MAS-LINEAS PIC X VALUE 'S'.
*> lo reservado y sin servir por producto/almacén; se carga de las
*> líneas ya reservadas y crece con cada reserva de la pasada
01 WS-RES-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-RES-TABLA.
    05 WS-RES-ENTRADA OCCURS 500 TIMES.
        10 WS-RES-CODIGO PIC X(10).
        10 WS-RES-ALMACEN PIC X(5).
        10 WS-RES-CANTIDAD PIC 9(7).
01 WS-RES-SUB PIC 9(3).
01 WS-RES-IDX PIC 9(3).
01 WS-RES-BUSCA-CODIGO PIC X(10).
01 WS-RES-BUSCA-ALMACEN PIC X(5).
01 WS-RES-LLENA PIC X VALUE 'N'.
    88 TABLA-RESERVAS-LLENA VALUE 'Y'.
01 WS-DISPONIBLE PIC S9(7).
01 WS-RETENIDA PIC 9(7).
01 WS-A-RESERVAR PIC 9(5).
01 WS-FALTANTE PIC 9(5).
*> los lotes del producto en el almacén, para recorrerlos por
*> caducidad sin tocar el fichero
01 WS-LOTE-CUENTA PIC 9(3).
01 WS-LOTE-TABLA.
    05 WS-LOTE-ENTRADA OCCURS 100 TIMES.
        10 WS-LOTE-ID PIC X(10).
        10 WS-LOTE-CADUCIDAD PIC 9(8).
        10 WS-LOTE-CANTIDAD PIC 9(5).
        10 WS-LOTE-USADO PIC X.
01 WS-LOTE-SUB PIC 9(3).
01 WS-LOTE-MEJOR PIC 9(3).
01 WS-SALTAR PIC 9(7).
01 WS-PICK-PENDIENTE PIC 9(5).
01 WS-PICK-TOMADA PIC 9(5).
01 WS-PICK-LIBRE PIC 9(5).
01 WS-ALMACEN-ANTERIOR PIC X(5).
01 WS-LINEAS-RESERVADAS PIC 9(5) VALUE ZEROS.
01 WS-LINEAS-BACKORDER PIC 9(5) VALUE ZEROS.
01 WS-LINEAS-LEIDAS PIC 9(5) VALUE ZEROS.
01 WS-UNIDADES-RESERVADAS PIC 9(7) VALUE ZEROS.
*> la expedición en curso: primero se piden las cantidades de todas
*> las líneas y sólo al confirmar se graba nada
01 WS-EM-EOF PIC X.
    88 EXPEDICIONES-EOF VALUE 'Y'.
01 WS-FE-EOF PIC X.
    88 FACTURAS-EOF VALUE 'Y'.
01 WS-AR-EOF PIC X.
    88 AR-EOF VALUE 'Y'.
01 WS-BO-ABIERTO PIC X.
    88 BACKORDERS-ABIERTO VALUE 'Y'.
01 WS-EXP-CLIENTE PIC 9(6).
01 WS-EXP-PROVINCIA PIC X(2).
01 WS-EXP-NUMERO PIC 9(6).
01 WS-EXP-FACTURA PIC 9(6).
01 WS-EXP-PENDIENTE PIC 9(5).
01 WS-EXP-BO-LISTO PIC S9(6).
01 WS-EXP-CANTIDAD PIC 9(5).
01 WS-EXP-CONFIRMA PIC X.
01 WS-EXP-UNIDADES PIC 9(7).
01 WS-EXP-CUENTA PIC 9(3).
01 WS-EXP-TABLA.
    05 WS-EXP-ENTRADA OCCURS 200 TIMES.
        10 WS-EXP-LINEA PIC 9(3).
        10 WS-EXP-CODIGO PIC X(10).
        10 WS-EXP-ALMACEN PIC X(5).
        10 WS-EXP-RESERVADA PIC 9(5).
        10 WS-EXP-BACKORDER PIC 9(5).
        10 WS-EXP-PRECIO PIC 9(5)V99.
        10 WS-EXP-MOTIVO PIC X(14).
01 WS-EXP-NIVEL PIC X.
01 WS-EXP-SUB PIC 9(3).
01 WS-CABECERA-ALMACEN.
    05 FILLER PIC X(30) VALUE "LISTA DE PICKING - ALMACEN ".
    05 CA-ALMACEN PIC X(5).
01 WS-PICK-DETALLE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 PK-NUMERO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 PK-LINEA PIC 9(3).
    05 FILLER PIC X(9) VALUE " CLIENTE ".
    05 PK-CLIENTE PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 PK-CODIGO PIC X(10).
    05 FILLER PIC X(6) VALUE " LOTE ".
    05 PK-LOTE PIC X(10).
    05 FILLER PIC X(8) VALUE " CADUCA ".
    05 PK-CADUCIDAD PIC X(8).
    05 FILLER PIC X(7) VALUE " COGER ".
    05 PK-CANTIDAD PIC ZZZZ9.
01 WS-PICK-BACKORDER.
    05 FILLER PIC X(2) VALUE SPACES.
    05 PB-NUMERO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 PB-LINEA PIC 9(3).
    05 FILLER PIC X(9) VALUE " CLIENTE ".
    05 PB-CLIENTE PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 PB-CODIGO PIC X(10).
    05 FILLER PIC X(21) VALUE " SIN STOCK, BACKORDER".
    05 FILLER PIC X(1) VALUE SPACE.
    05 PB-BACKORDER PIC 9(6).
    05 FILLER PIC X(3) VALUE " x ".
    05 PB-CANTIDAD PIC ZZZZ9.
01 WS-CONSULTA-DETALLE.
    05 CD-LINEA PIC 9(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CD-CODIGO PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CD-ALMACEN PIC X(5).
    05 FILLER PIC X(9) VALUE " pedida: ".
    05 CD-PEDIDA PIC ZZZZ9.
    05 FILLER PIC X(12) VALUE " reservada: ".
    05 CD-RESERVADA PIC ZZZZ9.
    05 FILLER PIC X(12) VALUE " backorder: ".
    05 CD-BACKORDER PIC ZZZZ9.
    05 FILLER PIC X(11) VALUE " expedida: ".
    05 CD-EXPEDIDA PIC ZZZZ9.
    05 FILLER PIC X(9) VALUE " estado: ".
    05 CD-ESTADO PIC X.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
PEDIDOS-VENTA-PRINCIPAL.
    MOVE "PEDIDOS-VENTA" TO EL-CALLING-PROGRAM.
    MOVE "PEDIDOS-VENTA" TO AT-CALLING-PROGRAM.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    OPEN I-O PEDIDOS-VENTA.
    IF NOT VT-OK
        CLOSE PEDIDOS-VENTA
        OPEN OUTPUT PEDIDOS-VENTA
        CLOSE PEDIDOS-VENTA
        OPEN I-O PEDIDOS-VENTA
    END-IF
    OPEN INPUT PRODUCTO-MASTER.
    IF NOT PM-OK
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
    END-IF
    ACCEPT WS-BATCH-FLAG FROM ENVIRONMENT "PEDIDOS_VENTA_BATCH_MODE"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    IF WS-BATCH-MODE
        MOVE "PEDIDOS-VENTA" TO JS-CALLING-PROGRAM
        PERFORM START-JOB-STATS
        PERFORM RESERVAR-STOCK
        MOVE WS-LINEAS-LEIDAS TO JS-RECORDS-READ
        MOVE WS-LINEAS-RESERVADAS TO JS-RECORDS-WRITTEN
        MOVE WS-LINEAS-BACKORDER TO JS-RECORDS-REJECTED
        PERFORM END-JOB-STATS
    ELSE
        PERFORM UNTIL WS-CONTINUAR = 'N'
            DISPLAY "-----------------------------"
            DISPLAY "1. Alta de pedido de cliente"
            DISPLAY "2. Consultar pedido"
            DISPLAY "3. Anular línea de pedido"
            DISPLAY "4. Reservar stock y listas de picking"
            DISPLAY "5. Salir"
            DISPLAY "6. Confirmar expedición de un pedido"
            DISPLAY "-----------------------------"
            DISPLAY "Elige una opción: "
            ACCEPT WS-OPCION
            EVALUATE WS-OPCION
                WHEN 1 PERFORM ALTA-PEDIDO THRU ALTA-PEDIDO-FIN
                WHEN 2 PERFORM CONSULTAR-PEDIDO
                WHEN 3 PERFORM ANULAR-LINEA THRU ANULAR-LINEA-FIN
                WHEN 4 PERFORM RESERVAR-STOCK
                WHEN 5 MOVE 'N' TO WS-CONTINUAR
                WHEN 6 PERFORM CONFIRMAR-EXPEDICION
                    THRU CONFIRMAR-EXPEDICION-FIN
                WHEN OTHER DISPLAY "Opción no válida"
            END-EVALUATE
        END-PERFORM
    END-IF
    CLOSE PEDIDOS-VENTA
    CLOSE PRODUCTO-MASTER
    STOP RUN.

*> un pedido es un cliente y una fecha solicitada; las líneas se
*> piden una tras otra hasta un código en blanco
ALTA-PEDIDO.
    DISPLAY "Número de cliente: "
    ACCEPT WS-ALTA-CLIENTE
    OPEN INPUT CUSTOMER-MASTER
    IF NOT CU-OK
        DISPLAY "No se pudo abrir CUSTOMER-MASTER: " CU-FILE-STATUS
        CLOSE CUSTOMER-MASTER
        GO TO ALTA-PEDIDO-FIN
    END-IF
    MOVE WS-ALTA-CLIENTE TO CU-CUSTOMER-NO
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "No existe el cliente " WS-ALTA-CLIENTE
            CLOSE CUSTOMER-MASTER
            GO TO ALTA-PEDIDO-FIN
    END-READ
    CLOSE CUSTOMER-MASTER
    IF CU-DECEASED-DATE IS NUMERIC
        AND CU-DECEASED-DATE > ZERO
        DISPLAY "El cliente " WS-ALTA-CLIENTE " consta como fallecido"
        GO TO ALTA-PEDIDO-FIN
    END-IF
    DISPLAY "Cliente: " CU-NAME
    MOVE CU-PRICE-TIER TO WS-ALTA-NIVEL
    DISPLAY "Fecha solicitada (AAAAMMDD, 0 = hoy): "
    ACCEPT WS-ALTA-FECHA
    IF WS-ALTA-FECHA = ZEROS
        MOVE WS-HOY TO WS-ALTA-FECHA
    END-IF
    PERFORM BUSCAR-MAXIMO-PEDIDO-VENTA
    ADD 1 TO WS-VT-MAX-NUMERO
    MOVE ZEROS TO WS-ALTA-LINEA
    MOVE 'S' TO WS-MAS-LINEAS
    PERFORM UNTIL WS-MAS-LINEAS = 'N'
        PERFORM ALTA-LINEA THRU ALTA-LINEA-FIN
    END-PERFORM
    IF WS-ALTA-LINEA = ZEROS
        DISPLAY "Pedido sin líneas, no se da de alta"
    ELSE
        DISPLAY "Pedido " WS-VT-MAX-NUMERO " dado de alta con "
            WS-ALTA-LINEA " línea(s)"
        MOVE "PEDIDO-VT" TO AT-CHANGE-OPERATION
        MOVE WS-VT-MAX-NUMERO TO AT-TRACKED-KEY
        MOVE SPACES TO AT-CHANGE-DETAIL
        STRING "cliente " WS-ALTA-CLIENTE " lineas " WS-ALTA-LINEA
            DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
        PERFORM LOG-AUDIT-EVENT
    END-IF.
ALTA-PEDIDO-FIN.
    EXIT.

ALTA-LINEA.
    DISPLAY "Código de producto (en blanco para terminar): "
    MOVE SPACES TO WS-ALTA-CODIGO
    ACCEPT WS-ALTA-CODIGO
    IF WS-ALTA-CODIGO = SPACES
        MOVE 'N' TO WS-MAS-LINEAS
        GO TO ALTA-LINEA-FIN
    END-IF
    DISPLAY "Almacén: "
    ACCEPT WS-ALTA-ALMACEN
    MOVE WS-ALTA-CODIGO TO PM-CODIGO
    MOVE WS-ALTA-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            DISPLAY "El producto " WS-ALTA-CODIGO
                " no existe en el almacén " WS-ALTA-ALMACEN
            GO TO ALTA-LINEA-FIN
    END-READ
    DISPLAY "Cantidad: "
    ACCEPT WS-ALTA-CANTIDAD ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-ALTA-CANTIDAD
    END-ACCEPT
    IF WS-ALTA-CANTIDAD = ZEROS
        DISPLAY "La cantidad debe ser mayor que cero"
        GO TO ALTA-LINEA-FIN
    END-IF
*> el precio propuesto es el de la tarifa del cliente; otro precio,
*> o cualquier precio de un producto sin tarifa, necesita motivo
    MOVE WS-ALTA-CODIGO TO TV-CODIGO
    MOVE WS-HOY TO TV-FECHA
    MOVE WS-ALTA-NIVEL TO TV-NIVEL
    PERFORM BUSCAR-TARIFA-VIGENTE
    MOVE SPACES TO WS-ALTA-MOTIVO
    IF TV-TARIFA-HALLADA
        DISPLAY "Precio de tarifa: " TV-PRECIO
        DISPLAY "Precio unitario (0 = tarifa): "
    ELSE
        DISPLAY "Precio unitario de venta: "
    END-IF
    ACCEPT WS-ALTA-PRECIO ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO WS-ALTA-PRECIO
    END-ACCEPT
    IF WS-ALTA-PRECIO = ZEROS AND TV-TARIFA-HALLADA
        MOVE TV-PRECIO TO WS-ALTA-PRECIO
    END-IF
    IF WS-ALTA-PRECIO = ZEROS
        DISPLAY "La línea necesita un precio de venta"
        GO TO ALTA-LINEA-FIN
    END-IF
    IF TV-MAESTRO-DISPONIBLE
        AND (NOT TV-TARIFA-HALLADA OR WS-ALTA-PRECIO NOT = TV-PRECIO)
        DISPLAY "Motivo del precio fuera de tarifa: "
        ACCEPT WS-ALTA-MOTIVO
        IF WS-ALTA-MOTIVO = SPACES
            DISPLAY "Un precio fuera de tarifa necesita motivo"
            GO TO ALTA-LINEA-FIN
        END-IF
    END-IF
    ADD 1 TO WS-ALTA-LINEA
    MOVE WS-VT-MAX-NUMERO TO VT-NUMERO
    MOVE WS-ALTA-LINEA TO VT-LINEA
    MOVE WS-ALTA-CLIENTE TO VT-CLIENTE
    MOVE WS-ALTA-CODIGO TO VT-CODIGO
    MOVE WS-ALTA-ALMACEN TO VT-ALMACEN
    MOVE WS-ALTA-CANTIDAD TO VT-CANTIDAD-PEDIDA
    MOVE ZEROS TO VT-CANTIDAD-RESERVADA
    MOVE ZEROS TO VT-CANTIDAD-SERVIDA
    MOVE ZEROS TO VT-CANTIDAD-BACKORDER
    MOVE ZEROS TO VT-BACKORDER
    MOVE ZEROS TO VT-BO-EXPEDIDA
    MOVE WS-ALTA-PRECIO TO VT-PRECIO-UNITARIO
    MOVE WS-ALTA-MOTIVO TO VT-MOTIVO-PRECIO
    MOVE ZEROS TO VT-EXPEDICION
    MOVE WS-ALTA-FECHA TO VT-FECHA-SOLICITADA
    MOVE WS-HOY TO VT-FECHA-ALTA
    SET VT-PENDIENTE-RESERVA TO TRUE
    WRITE PEDIDO-VENTA-RECORD
        INVALID KEY
            DISPLAY "No se pudo grabar la línea: " VT-FILE-STATUS
            SUBTRACT 1 FROM WS-ALTA-LINEA
    END-WRITE.
ALTA-LINEA-FIN.
    EXIT.

BUSCAR-MAXIMO-PEDIDO-VENTA.
    MOVE ZEROS TO WS-VT-MAX-NUMERO
    MOVE 'N' TO WS-VT-EOF
    MOVE LOW-VALUES TO VT-KEY
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END MOVE VT-NUMERO TO WS-VT-MAX-NUMERO
        END-READ
    END-PERFORM.

CONSULTAR-PEDIDO.
    DISPLAY "Número de pedido: "
    ACCEPT WS-NUMERO-BUSCADO
    MOVE WS-NUMERO-BUSCADO TO VT-NUMERO
    MOVE ZEROS TO VT-LINEA
    MOVE 'N' TO WS-VT-EOF
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    MOVE ZEROS TO WS-LINEA-BUSCADA
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END
                IF VT-NUMERO NOT = WS-NUMERO-BUSCADO
                    SET PEDIDOS-VENTA-EOF TO TRUE
                ELSE
                    IF WS-LINEA-BUSCADA = ZEROS
                        DISPLAY "Pedido " VT-NUMERO " cliente "
                            VT-CLIENTE " solicitado para "
                            VT-FECHA-SOLICITADA
                    END-IF
                    ADD 1 TO WS-LINEA-BUSCADA
                    MOVE VT-LINEA TO CD-LINEA
                    MOVE VT-CODIGO TO CD-CODIGO
                    MOVE VT-ALMACEN TO CD-ALMACEN
                    MOVE VT-CANTIDAD-PEDIDA TO CD-PEDIDA
                    MOVE VT-CANTIDAD-RESERVADA TO CD-RESERVADA
                    MOVE VT-CANTIDAD-BACKORDER TO CD-BACKORDER
                    COMPUTE CD-EXPEDIDA =
                        VT-CANTIDAD-SERVIDA + VT-BO-EXPEDIDA
                    MOVE VT-ESTADO TO CD-ESTADO
                    DISPLAY WS-CONSULTA-DETALLE
                END-IF
        END-READ
    END-PERFORM
    IF WS-LINEA-BUSCADA = ZEROS
        DISPLAY "No existe el pedido " WS-NUMERO-BUSCADO
    END-IF.

*> anular libera la reserva (lo reservado sólo cuenta en líneas 'R')
*> y cierra su backorder, para que una recepción no sirva mercancía
*> que ya nadie espera; lo que ya se ha servido no se anula
ANULAR-LINEA.
    DISPLAY "Número de pedido: "
    ACCEPT WS-NUMERO-BUSCADO
    DISPLAY "Línea: "
    ACCEPT WS-LINEA-BUSCADA
    MOVE WS-NUMERO-BUSCADO TO VT-NUMERO
    MOVE WS-LINEA-BUSCADA TO VT-LINEA
    READ PEDIDOS-VENTA
        INVALID KEY
            DISPLAY "No existe la línea " WS-LINEA-BUSCADA
                " del pedido " WS-NUMERO-BUSCADO
            GO TO ANULAR-LINEA-FIN
    END-READ
    IF VT-CERRADA OR VT-ANULADA
        DISPLAY "La línea ya está cerrada o anulada"
        GO TO ANULAR-LINEA-FIN
    END-IF
    IF VT-CANTIDAD-SERVIDA > ZEROS
        DISPLAY "La línea ya tiene mercancía servida"
        GO TO ANULAR-LINEA-FIN
    END-IF
    IF VT-BACKORDER NOT = ZEROS
        OPEN I-O BACKORDERS
        IF BO-OK
            MOVE VT-BACKORDER TO BO-NUMERO
            READ BACKORDERS
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF BO-CANTIDAD-SERVIDA > ZEROS
                        DISPLAY "El backorder " BO-NUMERO
                            " ya tiene mercancía servida"
                        CLOSE BACKORDERS
                        GO TO ANULAR-LINEA-FIN
                    END-IF
                    IF BO-PENDIENTE
                        SET BO-SERVIDO TO TRUE
                        REWRITE BACKORDER-RECORD
                    END-IF
            END-READ
        END-IF
        CLOSE BACKORDERS
    END-IF
    SET VT-ANULADA TO TRUE
    REWRITE PEDIDO-VENTA-RECORD
    DISPLAY "Línea " VT-LINEA " del pedido " VT-NUMERO " anulada"
    MOVE "ANULA-VT" TO AT-CHANGE-OPERATION
    MOVE VT-NUMERO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "linea " VT-LINEA " " VT-CODIGO
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.
ANULAR-LINEA-FIN.
    EXIT.

*> la pasada de reserva: primero lo que ya estaba prometido, luego
*> las líneas pendientes por almacén y fecha solicitada
RESERVAR-STOCK.
    MOVE ZEROS TO WS-LINEAS-LEIDAS
    MOVE ZEROS TO WS-LINEAS-RESERVADAS
    MOVE ZEROS TO WS-LINEAS-BACKORDER
    MOVE ZEROS TO WS-UNIDADES-RESERVADAS
    PERFORM CARGAR-RESERVAS-VIGENTES
    OPEN INPUT LOTES-STOCK
    IF LT-OK
        MOVE 'Y' TO WS-LOTES-FLAG
    ELSE
        MOVE 'N' TO WS-LOTES-FLAG
        CLOSE LOTES-STOCK
    END-IF
    OPEN OUTPUT PICKING-REPORT
    MOVE SPACES TO PICKING-REPORT-LINE
    STRING "LISTAS DE PICKING - RESERVAS DEL " WS-HOY
        DELIMITED BY SIZE INTO PICKING-REPORT-LINE
    WRITE PICKING-REPORT-LINE
    SORT RESERVA-SORT
        ON ASCENDING KEY RS-ALMACEN
        ON ASCENDING KEY RS-FECHA-SOLICITADA
        ON ASCENDING KEY RS-NUMERO
        ON ASCENDING KEY RS-LINEA
        INPUT PROCEDURE SELECCIONAR-PENDIENTES
        OUTPUT PROCEDURE RESERVAR-PENDIENTES
    MOVE SPACES TO PICKING-REPORT-LINE
    WRITE PICKING-REPORT-LINE
    MOVE SPACES TO PICKING-REPORT-LINE
    STRING "LINEAS RESERVADAS: " WS-LINEAS-RESERVADAS
        "  UNIDADES: " WS-UNIDADES-RESERVADAS
        "  CON BACKORDER: " WS-LINEAS-BACKORDER
        DELIMITED BY SIZE INTO PICKING-REPORT-LINE
    WRITE PICKING-REPORT-LINE
    CLOSE PICKING-REPORT
    IF LOTES-DISPONIBLES
        CLOSE LOTES-STOCK
    END-IF
    DISPLAY "Líneas reservadas: " WS-LINEAS-RESERVADAS
        " unidades: " WS-UNIDADES-RESERVADAS
        " con backorder: " WS-LINEAS-BACKORDER.

CARGAR-RESERVAS-VIGENTES.
    MOVE ZEROS TO WS-RES-CUENTA
    MOVE 'N' TO WS-RES-LLENA
    MOVE 'N' TO WS-VT-EOF
    MOVE LOW-VALUES TO VT-KEY
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END
                IF VT-RESERVADA
                    AND VT-CANTIDAD-RESERVADA > VT-CANTIDAD-SERVIDA
                    MOVE VT-CODIGO TO WS-RES-BUSCA-CODIGO
                    MOVE VT-ALMACEN TO WS-RES-BUSCA-ALMACEN
                    PERFORM BUSCAR-RESERVA
                    IF WS-RES-SUB > ZEROS
                        COMPUTE WS-RES-CANTIDAD(WS-RES-SUB) =
                            WS-RES-CANTIDAD(WS-RES-SUB)
                            + VT-CANTIDAD-RESERVADA
                            - VT-CANTIDAD-SERVIDA
                    END-IF
                END-IF
        END-READ
    END-PERFORM
*> lo expedido que almacen aún no ha aplicado sigue en PM-CANTIDAD y
*> ya no está en ninguna reserva: se cuenta como reservado
    MOVE 'N' TO WS-EM-EOF
    OPEN INPUT EXPEDICIONES-MOV
    READ EXPEDICIONES-MOV
        AT END SET EXPEDICIONES-EOF TO TRUE
    END-READ
    PERFORM UNTIL EXPEDICIONES-EOF
        IF EM-TIPO = 'S'
            MOVE EM-CODIGO TO WS-RES-BUSCA-CODIGO
            MOVE EM-ALMACEN TO WS-RES-BUSCA-ALMACEN
            PERFORM BUSCAR-RESERVA
            IF WS-RES-SUB > ZEROS
                ADD EM-CANTIDAD TO WS-RES-CANTIDAD(WS-RES-SUB)
            END-IF
        END-IF
        READ EXPEDICIONES-MOV
            AT END SET EXPEDICIONES-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE EXPEDICIONES-MOV.

*> deja en WS-RES-SUB la entrada de WS-RES-BUSCA-CODIGO/ALMACEN,
*> dándola de alta si no estaba; cero si la tabla está llena
BUSCAR-RESERVA.
    MOVE ZEROS TO WS-RES-SUB
    PERFORM VARYING WS-RES-IDX FROM 1 BY 1
        UNTIL WS-RES-IDX > WS-RES-CUENTA OR WS-RES-SUB > ZEROS
        IF WS-RES-CODIGO(WS-RES-IDX) = WS-RES-BUSCA-CODIGO
            AND WS-RES-ALMACEN(WS-RES-IDX) = WS-RES-BUSCA-ALMACEN
            MOVE WS-RES-IDX TO WS-RES-SUB
        END-IF
    END-PERFORM
    IF WS-RES-SUB = ZEROS
        IF WS-RES-CUENTA < 500
            ADD 1 TO WS-RES-CUENTA
            MOVE WS-RES-CUENTA TO WS-RES-SUB
            MOVE WS-RES-BUSCA-CODIGO TO WS-RES-CODIGO(WS-RES-SUB)
            MOVE WS-RES-BUSCA-ALMACEN TO WS-RES-ALMACEN(WS-RES-SUB)
            MOVE ZEROS TO WS-RES-CANTIDAD(WS-RES-SUB)
        ELSE
            IF NOT TABLA-RESERVAS-LLENA
                MOVE 'Y' TO WS-RES-LLENA
                MOVE "PEDIDOS-VENTA.DAT" TO EL-TRACKED-RESOURCE
                MOVE "reservation table full" TO EL-ERROR-MESSAGE
                PERFORM LOG-ERROR-TO-SYSERR
            END-IF
        END-IF
    END-IF.

SELECCIONAR-PENDIENTES.
    MOVE 'N' TO WS-VT-EOF
    MOVE LOW-VALUES TO VT-KEY
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END
                IF VT-PENDIENTE-RESERVA
                    MOVE VT-ALMACEN TO RS-ALMACEN
                    MOVE VT-FECHA-SOLICITADA TO RS-FECHA-SOLICITADA
                    MOVE VT-NUMERO TO RS-NUMERO
                    MOVE VT-LINEA TO RS-LINEA
                    RELEASE RS-RECORD
                END-IF
        END-READ
    END-PERFORM.

RESERVAR-PENDIENTES.
    MOVE 'N' TO WS-SORT-EOF
    MOVE LOW-VALUES TO WS-ALMACEN-ANTERIOR
    PERFORM UNTIL RESERVA-SORT-EOF
        RETURN RESERVA-SORT
            AT END SET RESERVA-SORT-EOF TO TRUE
            NOT AT END
                PERFORM RESERVAR-UNA-LINEA THRU RESERVAR-UNA-LINEA-FIN
        END-RETURN
    END-PERFORM.

*> lo disponible es el stock menos lo ya prometido; lo que no llega
*> va a backorder y la línea queda reservada por el resto
RESERVAR-UNA-LINEA.
    MOVE RS-NUMERO TO VT-NUMERO
    MOVE RS-LINEA TO VT-LINEA
    READ PEDIDOS-VENTA
        INVALID KEY GO TO RESERVAR-UNA-LINEA-FIN
    END-READ
    ADD 1 TO WS-LINEAS-LEIDAS
    IF VT-ALMACEN NOT = WS-ALMACEN-ANTERIOR
        MOVE SPACES TO PICKING-REPORT-LINE
        WRITE PICKING-REPORT-LINE
        MOVE VT-ALMACEN TO CA-ALMACEN
        WRITE PICKING-REPORT-LINE FROM WS-CABECERA-ALMACEN
        MOVE VT-ALMACEN TO WS-ALMACEN-ANTERIOR
    END-IF
    MOVE VT-CODIGO TO PM-CODIGO
    MOVE VT-ALMACEN TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            DISPLAY "Pedido " VT-NUMERO "/" VT-LINEA
                ": el producto " VT-CODIGO " ya no existe en "
                VT-ALMACEN
            MOVE VT-CODIGO TO EL-TRACKED-RESOURCE
            MOVE "sales order line for unknown product"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            GO TO RESERVAR-UNA-LINEA-FIN
    END-READ
    MOVE VT-CODIGO TO WS-RES-BUSCA-CODIGO
    MOVE VT-ALMACEN TO WS-RES-BUSCA-ALMACEN
    PERFORM BUSCAR-RESERVA
    IF WS-RES-SUB = ZEROS
        GO TO RESERVAR-UNA-LINEA-FIN
    END-IF
    PERFORM SUMAR-LOTES-RETENIDOS
    COMPUTE WS-DISPONIBLE = PM-CANTIDAD - WS-RES-CANTIDAD(WS-RES-SUB)
        - WS-RETENIDA
    IF WS-DISPONIBLE < ZEROS
        MOVE ZEROS TO WS-DISPONIBLE
    END-IF
    IF WS-DISPONIBLE < VT-CANTIDAD-PEDIDA
        MOVE WS-DISPONIBLE TO WS-A-RESERVAR
    ELSE
        MOVE VT-CANTIDAD-PEDIDA TO WS-A-RESERVAR
    END-IF
    COMPUTE WS-FALTANTE = VT-CANTIDAD-PEDIDA - WS-A-RESERVAR
    IF WS-A-RESERVAR > ZEROS
        MOVE WS-RES-CANTIDAD(WS-RES-SUB) TO WS-SALTAR
        MOVE WS-A-RESERVAR TO WS-PICK-PENDIENTE
        PERFORM LISTAR-LOTES-PICKING
        ADD WS-A-RESERVAR TO WS-RES-CANTIDAD(WS-RES-SUB)
        ADD WS-A-RESERVAR TO WS-UNIDADES-RESERVADAS
    END-IF
    MOVE WS-A-RESERVAR TO VT-CANTIDAD-RESERVADA
    IF WS-FALTANTE > ZEROS
        PERFORM CREAR-BACKORDER-VENTA
        MOVE BO-NUMERO TO VT-BACKORDER
        MOVE WS-FALTANTE TO VT-CANTIDAD-BACKORDER
        ADD 1 TO WS-LINEAS-BACKORDER
        MOVE VT-NUMERO TO PB-NUMERO
        MOVE VT-LINEA TO PB-LINEA
        MOVE VT-CLIENTE TO PB-CLIENTE
        MOVE VT-CODIGO TO PB-CODIGO
        MOVE BO-NUMERO TO PB-BACKORDER
        MOVE WS-FALTANTE TO PB-CANTIDAD
        WRITE PICKING-REPORT-LINE FROM WS-PICK-BACKORDER
    END-IF
    SET VT-RESERVADA TO TRUE
    REWRITE PEDIDO-VENTA-RECORD
    ADD 1 TO WS-LINEAS-RESERVADAS
    MOVE "RESERVA" TO AT-CHANGE-OPERATION
    MOVE VT-CODIGO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING VT-NUMERO "/" VT-LINEA " res " WS-A-RESERVAR
        " bo " WS-FALTANTE
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.
RESERVAR-UNA-LINEA-FIN.
    EXIT.

*> nombra los lotes a coger para WS-PICK-PENDIENTE unidades,
*> caducidad más próxima primero, saltando antes las WS-SALTAR que
*> ya están prometidas a reservas anteriores del mismo producto
LISTAR-LOTES-PICKING.
    MOVE ZEROS TO WS-LOTE-CUENTA
    IF LOTES-DISPONIBLES
        PERFORM CARGAR-LOTES-PRODUCTO
    END-IF
    MOVE 'N' TO WS-LT-EOF
    PERFORM UNTIL WS-PICK-PENDIENTE = ZEROS OR LOTES-EOF
        PERFORM BUSCAR-LOTE-SIGUIENTE
        IF WS-LOTE-MEJOR = ZEROS
            SET LOTES-EOF TO TRUE
        ELSE
            MOVE 'S' TO WS-LOTE-USADO(WS-LOTE-MEJOR)
            MOVE WS-LOTE-CANTIDAD(WS-LOTE-MEJOR) TO WS-PICK-LIBRE
            IF WS-SALTAR >= WS-PICK-LIBRE
                SUBTRACT WS-PICK-LIBRE FROM WS-SALTAR
            ELSE
                SUBTRACT WS-SALTAR FROM WS-PICK-LIBRE
                MOVE ZEROS TO WS-SALTAR
                IF WS-PICK-LIBRE < WS-PICK-PENDIENTE
                    MOVE WS-PICK-LIBRE TO WS-PICK-TOMADA
                ELSE
                    MOVE WS-PICK-PENDIENTE TO WS-PICK-TOMADA
                END-IF
                SUBTRACT WS-PICK-TOMADA FROM WS-PICK-PENDIENTE
                MOVE WS-LOTE-ID(WS-LOTE-MEJOR) TO PK-LOTE
                MOVE WS-LOTE-CADUCIDAD(WS-LOTE-MEJOR) TO PK-CADUCIDAD
                MOVE WS-PICK-TOMADA TO PK-CANTIDAD
                PERFORM ESCRIBIR-LINEA-PICKING
            END-IF
        END-IF
    END-PERFORM
    IF WS-PICK-PENDIENTE > ZEROS
        MOVE "SIN LOTE" TO PK-LOTE
        MOVE SPACES TO PK-CADUCIDAD
        MOVE WS-PICK-PENDIENTE TO PK-CANTIDAD
        PERFORM ESCRIBIR-LINEA-PICKING
    END-IF.

ESCRIBIR-LINEA-PICKING.
    MOVE VT-NUMERO TO PK-NUMERO
    MOVE VT-LINEA TO PK-LINEA
    MOVE VT-CLIENTE TO PK-CLIENTE
    MOVE VT-CODIGO TO PK-CODIGO
    WRITE PICKING-REPORT-LINE FROM WS-PICK-DETALLE.

*> lo que está en cuarentena sigue en PM-CANTIDAD pero no se promete
SUMAR-LOTES-RETENIDOS.
    MOVE ZEROS TO WS-RETENIDA
    IF NOT LOTES-DISPONIBLES
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-LT-EOF
    MOVE VT-CODIGO TO LT-CODIGO
    MOVE VT-ALMACEN TO LT-ALMACEN
    MOVE LOW-VALUES TO LT-LOTE
    START LOTES-STOCK KEY IS GREATER THAN OR EQUAL TO LT-KEY
        INVALID KEY SET LOTES-EOF TO TRUE
    END-START
    PERFORM UNTIL LOTES-EOF
        READ LOTES-STOCK NEXT RECORD
            AT END SET LOTES-EOF TO TRUE
            NOT AT END
                IF LT-CODIGO NOT = VT-CODIGO
                    OR LT-ALMACEN NOT = VT-ALMACEN
                    SET LOTES-EOF TO TRUE
                ELSE
                    IF LT-CUARENTENA
                        ADD LT-CANTIDAD TO WS-RETENIDA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

CARGAR-LOTES-PRODUCTO.
    MOVE 'N' TO WS-LT-EOF
    MOVE VT-CODIGO TO LT-CODIGO
    MOVE VT-ALMACEN TO LT-ALMACEN
    MOVE LOW-VALUES TO LT-LOTE
    START LOTES-STOCK KEY IS GREATER THAN OR EQUAL TO LT-KEY
        INVALID KEY SET LOTES-EOF TO TRUE
    END-START
    PERFORM UNTIL LOTES-EOF
        READ LOTES-STOCK NEXT RECORD
            AT END SET LOTES-EOF TO TRUE
            NOT AT END
                IF LT-CODIGO NOT = VT-CODIGO
                    OR LT-ALMACEN NOT = VT-ALMACEN
                    SET LOTES-EOF TO TRUE
                ELSE
                    IF LT-CANTIDAD > ZEROS AND LT-DISPONIBLE
                        AND WS-LOTE-CUENTA < 100
                        ADD 1 TO WS-LOTE-CUENTA
                        MOVE LT-LOTE TO WS-LOTE-ID(WS-LOTE-CUENTA)
                        MOVE LT-CADUCIDAD
                            TO WS-LOTE-CADUCIDAD(WS-LOTE-CUENTA)
                        MOVE LT-CANTIDAD
                            TO WS-LOTE-CANTIDAD(WS-LOTE-CUENTA)
                        MOVE 'N' TO WS-LOTE-USADO(WS-LOTE-CUENTA)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

BUSCAR-LOTE-SIGUIENTE.
    MOVE ZEROS TO WS-LOTE-MEJOR
    PERFORM VARYING WS-LOTE-SUB FROM 1 BY 1
        UNTIL WS-LOTE-SUB > WS-LOTE-CUENTA
        IF WS-LOTE-USADO(WS-LOTE-SUB) = 'N'
            IF WS-LOTE-MEJOR = ZEROS
                MOVE WS-LOTE-SUB TO WS-LOTE-MEJOR
            ELSE
                IF WS-LOTE-CADUCIDAD(WS-LOTE-SUB)
                    < WS-LOTE-CADUCIDAD(WS-LOTE-MEJOR)
                    MOVE WS-LOTE-SUB TO WS-LOTE-MEJOR
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> mismo backorder que corta almacen para una salida corta: número
*> siguiente, y RECEPCION-PEDIDOS lo sirve al llegar la mercancía
CREAR-BACKORDER-VENTA.
    OPEN I-O BACKORDERS
    IF NOT BO-OK
        CLOSE BACKORDERS
        OPEN OUTPUT BACKORDERS
        CLOSE BACKORDERS
        OPEN I-O BACKORDERS
    END-IF
    MOVE ZEROS TO WS-BO-MAX-NUMERO
    MOVE 'N' TO WS-BO-EOF
    MOVE LOW-VALUES TO BO-NUMERO
    START BACKORDERS KEY IS GREATER THAN OR EQUAL TO BO-NUMERO
        INVALID KEY SET BACKORDERS-EOF TO TRUE
    END-START
    PERFORM UNTIL BACKORDERS-EOF
        READ BACKORDERS NEXT RECORD
            AT END SET BACKORDERS-EOF TO TRUE
            NOT AT END MOVE BO-NUMERO TO WS-BO-MAX-NUMERO
        END-READ
    END-PERFORM
    COMPUTE BO-NUMERO = WS-BO-MAX-NUMERO + 1
    MOVE VT-CODIGO TO BO-CODIGO
    MOVE VT-ALMACEN TO BO-ALMACEN
    MOVE WS-FALTANTE TO BO-CANTIDAD-CORTA
    MOVE ZEROS TO BO-CANTIDAD-SERVIDA
    MOVE SPACES TO BO-REFERENCIA
    STRING VT-NUMERO "/" VT-LINEA DELIMITED BY SIZE
        INTO BO-REFERENCIA
    MOVE WS-HOY TO BO-FECHA
    MOVE 'P' TO BO-ESTADO
    WRITE BACKORDER-RECORD
    CLOSE BACKORDERS
    MOVE "BACKORDER" TO AT-CHANGE-OPERATION
    MOVE VT-CODIGO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "faltante " WS-FALTANTE " ref " BO-REFERENCIA
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.

*> una expedición recoge de cada línea reservada lo que sale ahora
*> de lo reservado y lo que su backorder ya tiene servido; confirmada,
*> se graba todo de una vez: líneas, salidas para almacen y factura
CONFIRMAR-EXPEDICION.
    DISPLAY "Número de pedido: "
    ACCEPT WS-NUMERO-BUSCADO
    MOVE ZEROS TO WS-EXP-CUENTA
    MOVE ZEROS TO WS-EXP-CLIENTE
    MOVE 'N' TO WS-BO-ABIERTO
    OPEN INPUT BACKORDERS
    IF BO-OK
        MOVE 'Y' TO WS-BO-ABIERTO
    ELSE
        CLOSE BACKORDERS
    END-IF
    MOVE WS-NUMERO-BUSCADO TO VT-NUMERO
    MOVE ZEROS TO VT-LINEA
    MOVE 'N' TO WS-VT-EOF
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END
                IF VT-NUMERO NOT = WS-NUMERO-BUSCADO
                    SET PEDIDOS-VENTA-EOF TO TRUE
                ELSE
                    MOVE VT-CLIENTE TO WS-EXP-CLIENTE
                    IF VT-RESERVADA
                        PERFORM PREPARAR-LINEA-EXPEDICION
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF BACKORDERS-ABIERTO
        CLOSE BACKORDERS
    END-IF
    IF WS-EXP-CLIENTE = ZEROS
        DISPLAY "No existe el pedido " WS-NUMERO-BUSCADO
        GO TO CONFIRMAR-EXPEDICION-FIN
    END-IF
    IF WS-EXP-CUENTA = ZEROS
        DISPLAY "El pedido no tiene nada pendiente de expedir"
        GO TO CONFIRMAR-EXPEDICION-FIN
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF NOT CU-OK
        DISPLAY "No se pudo abrir CUSTOMER-MASTER: " CU-FILE-STATUS
        CLOSE CUSTOMER-MASTER
        GO TO CONFIRMAR-EXPEDICION-FIN
    END-IF
    MOVE WS-EXP-CLIENTE TO CU-CUSTOMER-NO
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "No existe el cliente " WS-EXP-CLIENTE
            CLOSE CUSTOMER-MASTER
            GO TO CONFIRMAR-EXPEDICION-FIN
    END-READ
    CLOSE CUSTOMER-MASTER
    MOVE CU-STATE TO WS-EXP-PROVINCIA
    MOVE CU-PRICE-TIER TO WS-EXP-NIVEL
    DISPLAY "¿Confirmar la expedición de " WS-EXP-CUENTA
        " línea(s)? (S/N): "
    ACCEPT WS-EXP-CONFIRMA
    IF WS-EXP-CONFIRMA NOT = 'S' AND WS-EXP-CONFIRMA NOT = 's'
        DISPLAY "Expedición no confirmada"
        GO TO CONFIRMAR-EXPEDICION-FIN
    END-IF
    PERFORM BUSCAR-MAXIMA-EXPEDICION
    PERFORM BUSCAR-MAXIMA-FACTURA
    MOVE ZEROS TO WS-EXP-UNIDADES
    OPEN EXTEND EXPEDICIONES-MOV
    OPEN EXTEND FACTURAS-ENTRADA
    MOVE SPACES TO FE-CABECERA
    MOVE 'H' TO FE-TIPO
    MOVE WS-EXP-FACTURA TO FE-FACTURA
    MOVE WS-EXP-CLIENTE TO FE-CLIENTE
    MOVE WS-HOY TO FE-FECHA
    MOVE ZEROS TO FE-FACTURA-ORIGEN
    MOVE WS-NUMERO-BUSCADO TO FE-PEDIDO
    MOVE WS-EXP-NUMERO TO FE-EXPEDICION
    WRITE FE-CABECERA
    PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
        UNTIL WS-EXP-SUB > WS-EXP-CUENTA
        PERFORM EXPEDIR-LINEA
    END-PERFORM
    CLOSE FACTURAS-ENTRADA
    CLOSE EXPEDICIONES-MOV
    DISPLAY "Expedición " WS-EXP-NUMERO " del pedido "
        WS-NUMERO-BUSCADO ": " WS-EXP-UNIDADES " unidades, factura "
        WS-EXP-FACTURA
    MOVE "EXPEDICION" TO AT-CHANGE-OPERATION
    MOVE WS-NUMERO-BUSCADO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "exp " WS-EXP-NUMERO " factura " WS-EXP-FACTURA
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.
CONFIRMAR-EXPEDICION-FIN.
    EXIT.

PREPARAR-LINEA-EXPEDICION.
    COMPUTE WS-EXP-PENDIENTE =
        VT-CANTIDAD-RESERVADA - VT-CANTIDAD-SERVIDA
    MOVE ZEROS TO WS-EXP-BO-LISTO
    IF VT-BACKORDER NOT = ZEROS AND BACKORDERS-ABIERTO
        MOVE VT-BACKORDER TO BO-NUMERO
        READ BACKORDERS
            INVALID KEY CONTINUE
            NOT INVALID KEY
                COMPUTE WS-EXP-BO-LISTO =
                    BO-CANTIDAD-SERVIDA - VT-BO-EXPEDIDA
        END-READ
        IF WS-EXP-BO-LISTO < ZEROS
            MOVE ZEROS TO WS-EXP-BO-LISTO
        END-IF
    END-IF
    IF WS-EXP-PENDIENTE = ZEROS AND WS-EXP-BO-LISTO = ZEROS
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Línea " VT-LINEA " " VT-CODIGO " " VT-ALMACEN
        " reservado sin expedir: " WS-EXP-PENDIENTE
        " servido por backorder: " WS-EXP-BO-LISTO
    MOVE ZEROS TO WS-EXP-CANTIDAD
    IF WS-EXP-PENDIENTE > ZEROS
        DISPLAY "Cantidad expedida de lo reservado: "
        ACCEPT WS-EXP-CANTIDAD ON EXCEPTION
            MOVE ZEROS TO WS-EXP-CANTIDAD
        END-ACCEPT
        IF WS-EXP-CANTIDAD > WS-EXP-PENDIENTE
            DISPLAY "No se puede expedir más de lo reservado;"
                " la línea queda fuera"
            MOVE ZEROS TO WS-EXP-CANTIDAD
        END-IF
    END-IF
    IF WS-EXP-CANTIDAD = ZEROS AND WS-EXP-BO-LISTO = ZEROS
        EXIT PARAGRAPH
    END-IF
    IF WS-EXP-CUENTA < 200
        ADD 1 TO WS-EXP-CUENTA
        MOVE VT-LINEA TO WS-EXP-LINEA(WS-EXP-CUENTA)
        MOVE VT-CODIGO TO WS-EXP-CODIGO(WS-EXP-CUENTA)
        MOVE VT-ALMACEN TO WS-EXP-ALMACEN(WS-EXP-CUENTA)
        MOVE WS-EXP-CANTIDAD TO WS-EXP-RESERVADA(WS-EXP-CUENTA)
        MOVE WS-EXP-BO-LISTO TO WS-EXP-BACKORDER(WS-EXP-CUENTA)
        MOVE VT-PRECIO-UNITARIO TO WS-EXP-PRECIO(WS-EXP-CUENTA)
        MOVE VT-MOTIVO-PRECIO TO WS-EXP-MOTIVO(WS-EXP-CUENTA)
    END-IF.

*> lo reservado sale por almacen; lo del backorder ya salió cuando
*> RECEPCION-PEDIDOS lo sirvió, así que sólo se factura
EXPEDIR-LINEA.
    MOVE WS-NUMERO-BUSCADO TO VT-NUMERO
    MOVE WS-EXP-LINEA(WS-EXP-SUB) TO VT-LINEA
    READ PEDIDOS-VENTA
        INVALID KEY EXIT PARAGRAPH
    END-READ
    ADD WS-EXP-RESERVADA(WS-EXP-SUB) TO VT-CANTIDAD-SERVIDA
    ADD WS-EXP-BACKORDER(WS-EXP-SUB) TO VT-BO-EXPEDIDA
    MOVE WS-EXP-NUMERO TO VT-EXPEDICION
    IF VT-CANTIDAD-SERVIDA >= VT-CANTIDAD-RESERVADA
        AND VT-BO-EXPEDIDA >= VT-CANTIDAD-BACKORDER
        SET VT-CERRADA TO TRUE
    END-IF
    REWRITE PEDIDO-VENTA-RECORD
    IF WS-EXP-RESERVADA(WS-EXP-SUB) > ZEROS
        MOVE VT-CODIGO TO EM-CODIGO
        MOVE VT-ALMACEN TO EM-ALMACEN
        MOVE 'S' TO EM-TIPO
        MOVE WS-EXP-RESERVADA(WS-EXP-SUB) TO EM-CANTIDAD
        MOVE SPACES TO EM-REFERENCIA
        STRING VT-NUMERO "/" VT-LINEA DELIMITED BY SIZE
            INTO EM-REFERENCIA
        MOVE SPACES TO EM-ALMACEN-DESTINO
        WRITE EXPEDICION-MOV-RECORD
    END-IF
    MOVE SPACES TO FE-LINEA
    MOVE 'L' TO FE-LINEA-TIPO
    COMPUTE FE-CANTIDAD =
        WS-EXP-RESERVADA(WS-EXP-SUB) + WS-EXP-BACKORDER(WS-EXP-SUB)
    MOVE WS-EXP-PRECIO(WS-EXP-SUB) TO FE-PRECIO
    MOVE WS-EXP-MOTIVO(WS-EXP-SUB) TO FE-MOTIVO
    MOVE WS-EXP-PROVINCIA TO FE-PROVINCIA
    MOVE VT-CODIGO TO FE-CODIGO
*> sin motivo, la factura toma la tarifa vigente al facturar
    IF FE-MOTIVO = SPACES
        MOVE VT-CODIGO TO TV-CODIGO
        MOVE WS-HOY TO TV-FECHA
        MOVE WS-EXP-NIVEL TO TV-NIVEL
        PERFORM BUSCAR-TARIFA-VIGENTE
        IF TV-TARIFA-HALLADA
            MOVE ZEROS TO FE-PRECIO
        END-IF
    END-IF
    WRITE FE-LINEA
    ADD FE-CANTIDAD TO WS-EXP-UNIDADES.

BUSCAR-MAXIMA-EXPEDICION.
    MOVE ZEROS TO WS-EXP-NUMERO
    MOVE 'N' TO WS-VT-EOF
    MOVE LOW-VALUES TO VT-KEY
    START PEDIDOS-VENTA KEY IS GREATER THAN OR EQUAL TO VT-KEY
        INVALID KEY SET PEDIDOS-VENTA-EOF TO TRUE
    END-START
    PERFORM UNTIL PEDIDOS-VENTA-EOF
        READ PEDIDOS-VENTA NEXT RECORD
            AT END SET PEDIDOS-VENTA-EOF TO TRUE
            NOT AT END
                IF VT-EXPEDICION > WS-EXP-NUMERO
                    MOVE VT-EXPEDICION TO WS-EXP-NUMERO
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO WS-EXP-NUMERO.

*> el número de factura sigue al mayor ya usado: lo facturado está en
*> AR-OPEN-ITEMS (lo cobrado se queda como historia) y lo que aún no
*> ha pasado por INVOICE-LINE-EXTENSION espera en INVOICE-INPUT.DAT
BUSCAR-MAXIMA-FACTURA.
    MOVE ZEROS TO WS-EXP-FACTURA
    OPEN INPUT AR-OPEN-ITEMS
    IF AR-OK
        MOVE 'N' TO WS-AR-EOF
        MOVE LOW-VALUES TO AR-INVOICE-NO
        START AR-OPEN-ITEMS KEY IS GREATER THAN OR EQUAL TO
            AR-INVOICE-NO
            INVALID KEY SET AR-EOF TO TRUE
        END-START
        PERFORM UNTIL AR-EOF
            READ AR-OPEN-ITEMS NEXT RECORD
                AT END SET AR-EOF TO TRUE
                NOT AT END MOVE AR-INVOICE-NO TO WS-EXP-FACTURA
            END-READ
        END-PERFORM
    END-IF
    CLOSE AR-OPEN-ITEMS
    MOVE 'N' TO WS-FE-EOF
    OPEN INPUT FACTURAS-ENTRADA
    READ FACTURAS-ENTRADA
        AT END SET FACTURAS-EOF TO TRUE
    END-READ
    PERFORM UNTIL FACTURAS-EOF
        IF (FE-TIPO = 'H' OR FE-TIPO = 'C')
            AND FE-FACTURA IS NUMERIC
            AND FE-FACTURA > WS-EXP-FACTURA
            MOVE FE-FACTURA TO WS-EXP-FACTURA
        END-IF
        READ FACTURAS-ENTRADA
            AT END SET FACTURAS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE FACTURAS-ENTRADA
    ADD 1 TO WS-EXP-FACTURA.

COPY TARIFA-VIGENTE.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY JOB-STATS-WRITE.

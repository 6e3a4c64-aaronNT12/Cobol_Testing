*> Purpose: Product supersession maintenance and cut-over
*>
*> When a supplier replaces a part we set up a new PM-CODIGO, and the
*> old one lingered with its stock, its reorder points and its open
*> backorders, and nobody moved them across. This keeps
*> SUSTITUCIONES.DAT - old code, new code, effective date - and a
*> code can be replaced only once, by a code that exists, without
*> closing a loop. From the effective date almacen sends new
*> entradas and salidas for the old code to its replacement, taking
*> what the old code still holds first. Menu-driven like
*> MANTENIMIENTO-LISTA-MATERIALES, with every change in the shared
*> AUDIT-TRAIL.
*>
*> With SUSTITUCIONES_BATCH_MODE=Y (nightly, ahead of almacen) every
*> supersession that has reached its effective date and not yet been
*> cut over is cut over once: in each warehouse where the old code
*> has a record, the last code of its chain gets one (from its own
*> card, stock zero) if it had none, and takes over the old code's
*> reorder point, which drops to zero so the old code is never
*> suggested again; pending backorders on the old code move to the
*> new one. The run then writes SUSTITUCIONES.RPT (also option 4):
*> every chain, A replaced by B replaced by C, and every replaced
*> code still holding stock or still on an open PO line.
*>
*> Mod history:
*> 24.11.09 AN - initial version.
*> 24.11.13 AN - la ficha creada para el código final hereda también
*>               la unidad de stock.
*> 24.12.09 AN - las fichas que crea o cambia el corte dejan sus
*>               imágenes antes/después en CHANGE-HISTORY (fichero
*>               'PRODUCTOS') para la recuperación del maestro.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-SUSTITUCIONES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SUSTITUCIONES-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY PEDIDOS-MASTER-SELECT.
    COPY BACKORDERS-SELECT.
    SELECT SUSTITUCIONES-REPORT ASSIGN TO "SUSTITUCIONES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.
    COPY CHANGE-HISTORY-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY SUSTITUCIONES-FD.

COPY PRODUCTO-MASTER-FD.

COPY PEDIDOS-MASTER-FD.

COPY BACKORDERS-FD.

FD SUSTITUCIONES-REPORT.
01 SUSTITUCIONES-REPORT-LINE PIC X(132).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY CHANGE-HISTORY-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-BATCH-FLAG PIC X(1) VALUE SPACE.
    88 WS-BATCH-MODE VALUE 'Y'.
01 WS-HOY PIC X(8).
01 WS-HOY-NUM REDEFINES WS-HOY PIC 9(8).
01 WS-ANTIGUO-BUSCADO PIC X(10).
01 WS-NUEVO-BUSCADO PIC X(10).
01 WS-FECHA-TEXTO PIC X(8).
01 WS-FECHA-TEXTO-NUM REDEFINES WS-FECHA-TEXTO PIC 9(8).
01 WS-CODIGO-COMPROBAR PIC X(10).
01 WS-PRODUCTO-FLAG PIC X.
    88 PRODUCTO-CONOCIDO VALUE 'Y'.
01 WS-PM-EOF PIC X.
    88 PRODUCTOS-EOF VALUE 'Y'.
01 WS-PO-EOF PIC X.
    88 PEDIDOS-EOF VALUE 'Y'.
01 WS-BO-EOF PIC X.
    88 BACKORDERS-EOF VALUE 'Y'.
01 WS-SU-EOF PIC X.
    88 SUSTITUCIONES-EOF VALUE 'Y'.
*> las sustituciones en memoria, para seguir cadenas sin releer
01 WS-SU-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-SU-TABLA.
    05 WS-SU-ENTRADA OCCURS 300 TIMES.
        10 WS-SU-ANTIGUO PIC X(10).
        10 WS-SU-NUEVO PIC X(10).
        10 WS-SU-EFECTO PIC 9(8).
        10 WS-SU-CAMBIO PIC 9(8).
01 WS-SU-SUB PIC 9(3).
01 WS-SU-SUB2 PIC 9(3).
01 WS-SU-HALLADO PIC 9(3).
*> seguir una cadena: el código de partida, el último alcanzado y
*> si sólo cuentan los pasos ya en vigor
01 WS-CADENA-CODIGO PIC X(10).
01 WS-CADENA-FINAL PIC X(10).
01 WS-CADENA-PASOS PIC 9(2).
01 WS-CADENA-VIGENTE PIC X.
    88 SOLO-VIGENTES VALUE 'Y'.
01 WS-CICLO-FLAG PIC X.
    88 CREA-CICLO VALUE 'Y'.
01 WS-ES-NUEVO-FLAG PIC X.
    88 ES-CODIGO-NUEVO VALUE 'Y'.
*> el corte: los almacenes del código antiguo y su punto de pedido
01 WS-CA-CUENTA PIC 9(2).
01 WS-CA-TABLA.
    05 WS-CA-ENTRADA OCCURS 50 TIMES.
        10 WS-CA-ALMACEN PIC X(5).
        10 WS-CA-REORDER PIC 9(5).
01 WS-CA-SUB PIC 9(2).
01 WS-PLANTILLA.
    05 WS-PL-PRODUCTO PIC X(20).
    05 WS-PL-PROVEEDOR PIC X(15).
    05 WS-PL-COSTO-UNITARIO PIC 9(5)V99.
    05 WS-PL-UNIDAD PIC X(3).
01 WS-PLANTILLA-FLAG PIC X.
    88 HAY-PLANTILLA VALUE 'Y'.
01 WS-REORDER-NUEVO PIC 9(6).
01 WS-BACKORDERS-MOVIDOS PIC 9(5).
01 WS-CORTES PIC 9(5) VALUE ZEROS.
01 WS-CORTES-PENDIENTES PIC 9(5) VALUE ZEROS.
01 WS-PENDIENTE-PEDIDO PIC 9(5).
*> el informe
01 WS-LINEA-CADENA PIC X(132).
01 WS-PUNTERO PIC 9(3).
01 WS-CADENAS PIC 9(5) VALUE ZEROS.
01 WS-CODIGOS-VIVOS PIC 9(5) VALUE ZEROS.
01 WS-VIVO-FLAG PIC X.
    88 CODIGO-VIVO VALUE 'Y'.
01 WS-RP-STOCK.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RS-CODIGO PIC X(10).
    05 FILLER PIC X(10) VALUE " almacén ".
    05 RS-ALMACEN PIC X(5).
    05 FILLER PIC X(8) VALUE " stock: ".
    05 RS-CANTIDAD PIC ZZZZ9.
    05 FILLER PIC X(13) VALUE "  sustituto: ".
    05 RS-NUEVO PIC X(10).
01 WS-RP-PEDIDO.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RO-CODIGO PIC X(10).
    05 FILLER PIC X(8) VALUE " pedido ".
    05 RO-PEDIDO PIC 9(6).
    05 FILLER PIC X(1) VALUE "/".
    05 RO-LINEA PIC 9(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RO-PROVEEDOR PIC X(15).
    05 FILLER PIC X(17) VALUE " pendiente: ".
    05 RO-PENDIENTE PIC ZZZZ9.
    05 FILLER PIC X(9) VALUE "  estado ".
    05 RO-ESTADO PIC X.
COPY SUSTITUCIONES-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY PEDIDOS-MASTER-STATUS.
COPY BACKORDERS-STATUS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY CHANGE-HISTORY-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
MANTENER-SUSTITUCIONES.
    MOVE "MANT-SUSTITUC" TO EL-CALLING-PROGRAM.
    MOVE "SUSTITUCIONES" TO AT-CALLING-PROGRAM.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    OPEN I-O SUSTITUCIONES.
    IF NOT SU-OK
        CLOSE SUSTITUCIONES
        OPEN OUTPUT SUSTITUCIONES
        CLOSE SUSTITUCIONES
        OPEN I-O SUSTITUCIONES
    END-IF
    OPEN I-O PRODUCTO-MASTER.
    IF NOT PM-OK
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
    END-IF
    ACCEPT WS-BATCH-FLAG FROM ENVIRONMENT "SUSTITUCIONES_BATCH_MODE"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    IF WS-BATCH-MODE
        MOVE "SUSTITUCIONES" TO JS-CALLING-PROGRAM
        PERFORM START-JOB-STATS
        PERFORM CORTAR-SUSTITUCIONES
        PERFORM INFORME-SUSTITUCIONES
        MOVE WS-SU-CUENTA TO JS-RECORDS-READ
        MOVE WS-CORTES TO JS-RECORDS-WRITTEN
        MOVE WS-CORTES-PENDIENTES TO JS-RECORDS-REJECTED
        PERFORM END-JOB-STATS
    ELSE
        PERFORM UNTIL WS-CONTINUAR = 'N'
            DISPLAY "-----------------------------"
            DISPLAY "1. Alta de sustitución"
            DISPLAY "2. Baja de sustitución"
            DISPLAY "3. Cadena de sustitución de un código"
            DISPLAY "4. Informe de sustituciones"
            DISPLAY "5. Salir"
            DISPLAY "-----------------------------"
            DISPLAY "Elige una opción: "
            ACCEPT WS-OPCION
            EVALUATE WS-OPCION
                WHEN 1 PERFORM ALTA-SUSTITUCION
                WHEN 2 PERFORM BAJA-SUSTITUCION
                WHEN 3 PERFORM CONSULTAR-CADENA
                WHEN 4 PERFORM INFORME-SUSTITUCIONES
                WHEN 5 MOVE 'N' TO WS-CONTINUAR
                WHEN OTHER DISPLAY "Opción no válida"
            END-EVALUATE
        END-PERFORM
    END-IF
    CLOSE SUSTITUCIONES
    CLOSE PRODUCTO-MASTER
    STOP RUN.

*> los dos códigos tienen que existir como productos, y el nuevo no
*> puede llevar de vuelta al antiguo por su propia cadena
ALTA-SUSTITUCION.
    DISPLAY "Código antiguo: "
    ACCEPT WS-ANTIGUO-BUSCADO
    DISPLAY "Código que lo sustituye: "
    ACCEPT WS-NUEVO-BUSCADO
    IF WS-NUEVO-BUSCADO = WS-ANTIGUO-BUSCADO
        DISPLAY "Un código no puede sustituirse a sí mismo"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ANTIGUO-BUSCADO TO WS-CODIGO-COMPROBAR
    PERFORM COMPROBAR-PRODUCTO
    IF NOT PRODUCTO-CONOCIDO
        DISPLAY "El producto " WS-ANTIGUO-BUSCADO
            " no existe en ningún almacén"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NUEVO-BUSCADO TO WS-CODIGO-COMPROBAR
    PERFORM COMPROBAR-PRODUCTO
    IF NOT PRODUCTO-CONOCIDO
        DISPLAY "El producto " WS-NUEVO-BUSCADO
            " no existe en ningún almacén"
        EXIT PARAGRAPH
    END-IF
    PERFORM CARGAR-SUSTITUCIONES
    MOVE 'N' TO WS-CADENA-VIGENTE
    MOVE WS-NUEVO-BUSCADO TO WS-CADENA-CODIGO
    PERFORM SEGUIR-CADENA
    IF CREA-CICLO
        DISPLAY "La cadena de " WS-NUEVO-BUSCADO " vuelve a "
            WS-ANTIGUO-BUSCADO " - se cerraría un ciclo"
        MOVE WS-ANTIGUO-BUSCADO TO EL-TRACKED-RESOURCE
        MOVE "supersession refused - would close a loop"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de efecto AAAAMMDD (en blanco, hoy): "
    MOVE SPACES TO WS-FECHA-TEXTO
    ACCEPT WS-FECHA-TEXTO
    IF WS-FECHA-TEXTO = SPACES
        MOVE WS-HOY TO WS-FECHA-TEXTO
    END-IF
    IF WS-FECHA-TEXTO IS NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-TEXTO-NUM) NOT = ZERO
        DISPLAY "Fecha no válida: " WS-FECHA-TEXTO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ANTIGUO-BUSCADO TO SU-CODIGO-ANTIGUO
    MOVE WS-NUEVO-BUSCADO TO SU-CODIGO-NUEVO
    MOVE WS-FECHA-TEXTO-NUM TO SU-FECHA-EFECTO
    MOVE ZEROS TO SU-FECHA-CAMBIO
    WRITE SUSTITUCION-RECORD
        INVALID KEY
            DISPLAY "El código " WS-ANTIGUO-BUSCADO
                " ya tiene sustituto"
        NOT INVALID KEY
            DISPLAY "Desde " SU-FECHA-EFECTO " " SU-CODIGO-ANTIGUO
                " queda sustituido por " SU-CODIGO-NUEVO
            MOVE "ALTA" TO AT-CHANGE-OPERATION
            MOVE SU-CODIGO-ANTIGUO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING "-> " SU-CODIGO-NUEVO " desde " SU-FECHA-EFECTO
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-WRITE.

COMPROBAR-PRODUCTO.
    MOVE 'N' TO WS-PRODUCTO-FLAG
    MOVE WS-CODIGO-COMPROBAR TO PM-CODIGO
    MOVE LOW-VALUES TO PM-ALMACEN-ID
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ PRODUCTO-MASTER NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF PM-CODIGO = WS-CODIGO-COMPROBAR
                        MOVE 'Y' TO WS-PRODUCTO-FLAG
                    END-IF
            END-READ
    END-START.

*> una sustitución ya cortada no deshace el corte: los puntos de
*> pedido y los backorders se quedan en el código nuevo
BAJA-SUSTITUCION.
    DISPLAY "Código antiguo: "
    ACCEPT WS-ANTIGUO-BUSCADO
    MOVE WS-ANTIGUO-BUSCADO TO SU-CODIGO-ANTIGUO
    READ SUSTITUCIONES
        INVALID KEY
            DISPLAY "El código " WS-ANTIGUO-BUSCADO " no tiene sustituto"
            MOVE WS-ANTIGUO-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "supersession delete failed - not on file"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            IF SU-FECHA-CAMBIO NOT = ZEROS
                DISPLAY "Cortada el " SU-FECHA-CAMBIO ": los puntos de"
                    " pedido y backorders siguen en " SU-CODIGO-NUEVO
            END-IF
            DELETE SUSTITUCIONES RECORD
            DISPLAY "Sustitución de " WS-ANTIGUO-BUSCADO " eliminada"
            MOVE "BAJA" TO AT-CHANGE-OPERATION
            MOVE WS-ANTIGUO-BUSCADO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING "era -> " SU-CODIGO-NUEVO
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-READ.

CONSULTAR-CADENA.
    DISPLAY "Código: "
    ACCEPT WS-ANTIGUO-BUSCADO
    PERFORM CARGAR-SUSTITUCIONES
    MOVE WS-ANTIGUO-BUSCADO TO WS-CADENA-CODIGO
    PERFORM FORMAR-LINEA-CADENA
    IF WS-CADENA-PASOS = ZEROS
        DISPLAY "El código " WS-ANTIGUO-BUSCADO " no tiene sustituto"
    ELSE
        DISPLAY WS-LINEA-CADENA
        MOVE 'Y' TO WS-CADENA-VIGENTE
        PERFORM SEGUIR-CADENA
        DISPLAY "Hoy sus movimientos van a " WS-CADENA-FINAL
    END-IF.

CARGAR-SUSTITUCIONES.
    MOVE ZEROS TO WS-SU-CUENTA
    MOVE 'N' TO WS-SU-EOF
    MOVE LOW-VALUES TO SU-CODIGO-ANTIGUO
    START SUSTITUCIONES KEY IS GREATER THAN OR EQUAL TO SU-CODIGO-ANTIGUO
        INVALID KEY SET SUSTITUCIONES-EOF TO TRUE
    END-START
    PERFORM UNTIL SUSTITUCIONES-EOF
        READ SUSTITUCIONES NEXT RECORD
            AT END SET SUSTITUCIONES-EOF TO TRUE
            NOT AT END
                IF WS-SU-CUENTA < 300
                    ADD 1 TO WS-SU-CUENTA
                    MOVE SU-CODIGO-ANTIGUO TO WS-SU-ANTIGUO(WS-SU-CUENTA)
                    MOVE SU-CODIGO-NUEVO TO WS-SU-NUEVO(WS-SU-CUENTA)
                    MOVE SU-FECHA-EFECTO TO WS-SU-EFECTO(WS-SU-CUENTA)
                    MOVE SU-FECHA-CAMBIO TO WS-SU-CAMBIO(WS-SU-CUENTA)
                ELSE
                    DISPLAY "Tabla de sustituciones llena, se ignora "
                        SU-CODIGO-ANTIGUO
                END-IF
        END-READ
    END-PERFORM.

*> sigue la cadena desde WS-CADENA-CODIGO hasta el último código;
*> con SOLO-VIGENTES se para en el primer paso aún sin efecto. Marca
*> CREA-CICLO si pasa por WS-ANTIGUO-BUSCADO
SEGUIR-CADENA.
    MOVE 'N' TO WS-CICLO-FLAG
    MOVE ZEROS TO WS-CADENA-PASOS
    MOVE WS-CADENA-CODIGO TO WS-CADENA-FINAL
    PERFORM BUSCAR-PASO-CADENA
    PERFORM UNTIL WS-SU-HALLADO = ZEROS OR WS-CADENA-PASOS > 20
        OR CREA-CICLO
        ADD 1 TO WS-CADENA-PASOS
        MOVE WS-SU-NUEVO(WS-SU-HALLADO) TO WS-CADENA-FINAL
        IF WS-CADENA-FINAL = WS-ANTIGUO-BUSCADO
            MOVE 'Y' TO WS-CICLO-FLAG
        END-IF
        PERFORM BUSCAR-PASO-CADENA
    END-PERFORM.

BUSCAR-PASO-CADENA.
    MOVE ZEROS TO WS-SU-HALLADO
    PERFORM VARYING WS-SU-SUB2 FROM 1 BY 1
        UNTIL WS-SU-SUB2 > WS-SU-CUENTA OR WS-SU-HALLADO > ZEROS
        IF WS-SU-ANTIGUO(WS-SU-SUB2) = WS-CADENA-FINAL
            IF NOT SOLO-VIGENTES
                OR WS-SU-EFECTO(WS-SU-SUB2) <= WS-HOY-NUM
                MOVE WS-SU-SUB2 TO WS-SU-HALLADO
            END-IF
        END-IF
    END-PERFORM.

*> "A -> B (desde fecha) -> C (desde fecha)" en WS-LINEA-CADENA
FORMAR-LINEA-CADENA.
    MOVE SPACES TO WS-LINEA-CADENA
    MOVE 1 TO WS-PUNTERO
    MOVE ZEROS TO WS-CADENA-PASOS
    MOVE WS-CADENA-CODIGO TO WS-CADENA-FINAL
    STRING WS-CADENA-FINAL DELIMITED BY SPACE
        INTO WS-LINEA-CADENA WITH POINTER WS-PUNTERO
    MOVE 'N' TO WS-CADENA-VIGENTE
    PERFORM BUSCAR-PASO-CADENA
    PERFORM UNTIL WS-SU-HALLADO = ZEROS OR WS-CADENA-PASOS > 20
        OR WS-PUNTERO > 100
        ADD 1 TO WS-CADENA-PASOS
        MOVE WS-SU-NUEVO(WS-SU-HALLADO) TO WS-CADENA-FINAL
        STRING " -> " DELIMITED BY SIZE
            WS-CADENA-FINAL DELIMITED BY SPACE
            " (" WS-SU-EFECTO(WS-SU-HALLADO) ")" DELIMITED BY SIZE
            INTO WS-LINEA-CADENA WITH POINTER WS-PUNTERO
        PERFORM BUSCAR-PASO-CADENA
    END-PERFORM
    IF WS-SU-HALLADO > ZEROS
        STRING " ..." DELIMITED BY SIZE
            INTO WS-LINEA-CADENA WITH POINTER WS-PUNTERO
    END-IF.

*> cada sustitución en vigor se corta una sola vez; el destino es el
*> último código vigente de la cadena, así el orden de corte no
*> importa cuando varias entran en vigor el mismo día
CORTAR-SUSTITUCIONES.
    PERFORM CARGAR-SUSTITUCIONES
    MOVE 'Y' TO WS-CADENA-VIGENTE
    MOVE SPACES TO WS-ANTIGUO-BUSCADO
    PERFORM VARYING WS-SU-SUB FROM 1 BY 1 UNTIL WS-SU-SUB > WS-SU-CUENTA
        IF WS-SU-EFECTO(WS-SU-SUB) <= WS-HOY-NUM
            AND WS-SU-CAMBIO(WS-SU-SUB) = ZEROS
            PERFORM CORTAR-UNA-SUSTITUCION THRU CORTAR-UNA-SUSTITUCION-FIN
        END-IF
    END-PERFORM
    DISPLAY "Sustituciones cortadas hoy: " WS-CORTES
        " sin poder cortar: " WS-CORTES-PENDIENTES.

CORTAR-UNA-SUSTITUCION.
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO WS-CADENA-CODIGO
    PERFORM SEGUIR-CADENA
*> la ficha del código final hace de plantilla para los almacenes
*> donde aún no la tiene
    MOVE 'N' TO WS-PLANTILLA-FLAG
    MOVE WS-CADENA-FINAL TO PM-CODIGO
    MOVE LOW-VALUES TO PM-ALMACEN-ID
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ PRODUCTO-MASTER NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF PM-CODIGO = WS-CADENA-FINAL
                        MOVE 'Y' TO WS-PLANTILLA-FLAG
                        MOVE PM-PRODUCTO TO WS-PL-PRODUCTO
                        MOVE PM-PROVEEDOR TO WS-PL-PROVEEDOR
                        MOVE PM-COSTO-UNITARIO TO WS-PL-COSTO-UNITARIO
                        MOVE PM-UNIDAD TO WS-PL-UNIDAD
                    END-IF
            END-READ
    END-START
    IF NOT HAY-PLANTILLA
        ADD 1 TO WS-CORTES-PENDIENTES
        DISPLAY "No se corta " WS-SU-ANTIGUO(WS-SU-SUB) ": "
            WS-CADENA-FINAL " no existe en ningún almacén"
        MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO EL-TRACKED-RESOURCE
        MOVE "supersession cut-over - new code has no product record"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        GO TO CORTAR-UNA-SUSTITUCION-FIN
    END-IF
    MOVE ZEROS TO WS-CA-CUENTA
    MOVE 'N' TO WS-PM-EOF
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO PM-CODIGO
    MOVE LOW-VALUES TO PM-ALMACEN-ID
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY SET PRODUCTOS-EOF TO TRUE
    END-START
    PERFORM UNTIL PRODUCTOS-EOF
        READ PRODUCTO-MASTER NEXT RECORD
            AT END SET PRODUCTOS-EOF TO TRUE
            NOT AT END
                IF PM-CODIGO NOT = WS-SU-ANTIGUO(WS-SU-SUB)
                    SET PRODUCTOS-EOF TO TRUE
                ELSE
                    IF WS-CA-CUENTA < 50
                        ADD 1 TO WS-CA-CUENTA
                        MOVE PM-ALMACEN-ID TO WS-CA-ALMACEN(WS-CA-CUENTA)
                        MOVE PM-REORDER-POINT
                            TO WS-CA-REORDER(WS-CA-CUENTA)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM VARYING WS-CA-SUB FROM 1 BY 1 UNTIL WS-CA-SUB > WS-CA-CUENTA
        PERFORM PASAR-PUNTO-PEDIDO
    END-PERFORM
    PERFORM PASAR-BACKORDERS
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO SU-CODIGO-ANTIGUO
    READ SUSTITUCIONES
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE WS-HOY-NUM TO SU-FECHA-CAMBIO
            REWRITE SUSTITUCION-RECORD
    END-READ
    MOVE WS-HOY-NUM TO WS-SU-CAMBIO(WS-SU-SUB)
    ADD 1 TO WS-CORTES
    DISPLAY "Cortado " WS-SU-ANTIGUO(WS-SU-SUB) " -> " WS-CADENA-FINAL
        ": " WS-CA-CUENTA " almacenes, " WS-BACKORDERS-MOVIDOS
        " backorders"
    MOVE "CORTE" TO AT-CHANGE-OPERATION
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "-> " WS-CADENA-FINAL " bo " WS-BACKORDERS-MOVIDOS
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.
    CORTAR-UNA-SUSTITUCION-FIN.
    EXIT.

*> el código final hereda el punto de pedido del antiguo en cada
*> almacén, y el antiguo se queda a cero para no volver a pedirse
PASAR-PUNTO-PEDIDO.
    MOVE WS-CADENA-FINAL TO PM-CODIGO
    MOVE WS-CA-ALMACEN(WS-CA-SUB) TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY
            MOVE WS-CADENA-FINAL TO PM-CODIGO
            MOVE WS-CA-ALMACEN(WS-CA-SUB) TO PM-ALMACEN-ID
            MOVE WS-PL-PRODUCTO TO PM-PRODUCTO
            MOVE ZEROS TO PM-CANTIDAD
            MOVE WS-CA-REORDER(WS-CA-SUB) TO PM-REORDER-POINT
            MOVE WS-PL-PROVEEDOR TO PM-PROVEEDOR
            MOVE WS-PL-COSTO-UNITARIO TO PM-COSTO-UNITARIO
            MOVE WS-PL-UNIDAD TO PM-UNIDAD
            MOVE SPACES TO CH-LOG-BEFORE
            PERFORM ANOTAR-HISTORIA-PRODUCTO
            WRITE PRODUCTO-MASTER-RECORD
            DISPLAY "  Ficha de " WS-CADENA-FINAL " creada en "
                WS-CA-ALMACEN(WS-CA-SUB)
        NOT INVALID KEY
            MOVE SPACES TO CH-LOG-BEFORE
            MOVE PRODUCTO-MASTER-RECORD TO CH-LOG-BEFORE
            COMPUTE WS-REORDER-NUEVO =
                PM-REORDER-POINT + WS-CA-REORDER(WS-CA-SUB)
            IF WS-REORDER-NUEVO > 99999
                MOVE 99999 TO WS-REORDER-NUEVO
            END-IF
            MOVE WS-REORDER-NUEVO TO PM-REORDER-POINT
            PERFORM ANOTAR-HISTORIA-PRODUCTO
            REWRITE PRODUCTO-MASTER-RECORD
    END-READ
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO PM-CODIGO
    MOVE WS-CA-ALMACEN(WS-CA-SUB) TO PM-ALMACEN-ID
    READ PRODUCTO-MASTER
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE SPACES TO CH-LOG-BEFORE
            MOVE PRODUCTO-MASTER-RECORD TO CH-LOG-BEFORE
            MOVE ZEROS TO PM-REORDER-POINT
            PERFORM ANOTAR-HISTORIA-PRODUCTO
            REWRITE PRODUCTO-MASTER-RECORD
    END-READ.

*> la imagen de antes la deja puesta quien llama (en blanco en un
*> alta); la de después es la ficha tal como se va a grabar
ANOTAR-HISTORIA-PRODUCTO.
    MOVE SPACES TO CH-LOG-AFTER
    MOVE PRODUCTO-MASTER-RECORD TO CH-LOG-AFTER
    MOVE 'PRODUCTOS' TO CH-LOG-FILE-ID
    MOVE SPACES TO CH-LOG-KEY
    STRING PM-CODIGO PM-ALMACEN-ID DELIMITED BY SIZE INTO CH-LOG-KEY
    PERFORM LOG-CHANGE-HISTORY.

*> los backorders pendientes del código antiguo pasan al nuevo, que
*> es el que RECEPCION-PEDIDOS va a recibir
PASAR-BACKORDERS.
    MOVE ZEROS TO WS-BACKORDERS-MOVIDOS
    OPEN I-O BACKORDERS
    IF NOT BO-OK
        CLOSE BACKORDERS
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-BO-EOF
    MOVE LOW-VALUES TO BO-NUMERO
    START BACKORDERS KEY IS GREATER THAN OR EQUAL TO BO-NUMERO
        INVALID KEY SET BACKORDERS-EOF TO TRUE
    END-START
    PERFORM UNTIL BACKORDERS-EOF
        READ BACKORDERS NEXT RECORD
            AT END SET BACKORDERS-EOF TO TRUE
            NOT AT END
                IF BO-PENDIENTE
                    AND BO-CODIGO = WS-SU-ANTIGUO(WS-SU-SUB)
                    MOVE WS-CADENA-FINAL TO BO-CODIGO
                    REWRITE BACKORDER-RECORD
                    ADD 1 TO WS-BACKORDERS-MOVIDOS
                END-IF
        END-READ
    END-PERFORM
    CLOSE BACKORDERS.

*> las cadenas, desde cada código que no sustituye a otro, y los
*> códigos sustituidos que aún tienen stock o líneas de pedido vivas
INFORME-SUSTITUCIONES.
    PERFORM CARGAR-SUSTITUCIONES
    MOVE ZEROS TO WS-CADENAS
    MOVE ZEROS TO WS-CODIGOS-VIVOS
    OPEN OUTPUT SUSTITUCIONES-REPORT
    MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
    STRING "SUSTITUCIONES DE PRODUCTO A " WS-HOY
        DELIMITED BY SIZE INTO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    MOVE "CADENAS (código -> sustituto (desde))"
        TO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    PERFORM VARYING WS-SU-SUB FROM 1 BY 1 UNTIL WS-SU-SUB > WS-SU-CUENTA
        MOVE 'N' TO WS-ES-NUEVO-FLAG
        PERFORM VARYING WS-SU-SUB2 FROM 1 BY 1
            UNTIL WS-SU-SUB2 > WS-SU-CUENTA OR ES-CODIGO-NUEVO
            IF WS-SU-NUEVO(WS-SU-SUB2) = WS-SU-ANTIGUO(WS-SU-SUB)
                MOVE 'Y' TO WS-ES-NUEVO-FLAG
            END-IF
        END-PERFORM
        IF NOT ES-CODIGO-NUEVO
            MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO WS-CADENA-CODIGO
            PERFORM FORMAR-LINEA-CADENA
            MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
            STRING "  " WS-LINEA-CADENA DELIMITED BY SIZE
                INTO SUSTITUCIONES-REPORT-LINE
            WRITE SUSTITUCIONES-REPORT-LINE
            ADD 1 TO WS-CADENAS
        END-IF
    END-PERFORM
    MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    MOVE "CODIGOS SUSTITUIDOS CON STOCK O PEDIDOS ABIERTOS"
        TO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    OPEN INPUT PEDIDOS-MASTER
    PERFORM VARYING WS-SU-SUB FROM 1 BY 1 UNTIL WS-SU-SUB > WS-SU-CUENTA
        PERFORM CODIGO-SUSTITUIDO-VIVO
    END-PERFORM
    CLOSE PEDIDOS-MASTER
    MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    MOVE SPACES TO SUSTITUCIONES-REPORT-LINE
    STRING "Cadenas: " WS-CADENAS "  sustituciones: " WS-SU-CUENTA
        "  códigos sustituidos aún vivos: " WS-CODIGOS-VIVOS
        DELIMITED BY SIZE INTO SUSTITUCIONES-REPORT-LINE
    WRITE SUSTITUCIONES-REPORT-LINE
    CLOSE SUSTITUCIONES-REPORT
    DISPLAY "Informe de sustituciones en SUSTITUCIONES.RPT: "
        WS-CADENAS " cadenas, " WS-CODIGOS-VIVOS
        " códigos sustituidos con stock o pedidos".

CODIGO-SUSTITUIDO-VIVO.
    MOVE 'N' TO WS-VIVO-FLAG
    MOVE 'N' TO WS-PM-EOF
    MOVE WS-SU-ANTIGUO(WS-SU-SUB) TO PM-CODIGO
    MOVE LOW-VALUES TO PM-ALMACEN-ID
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY SET PRODUCTOS-EOF TO TRUE
    END-START
    PERFORM UNTIL PRODUCTOS-EOF
        READ PRODUCTO-MASTER NEXT RECORD
            AT END SET PRODUCTOS-EOF TO TRUE
            NOT AT END
                IF PM-CODIGO NOT = WS-SU-ANTIGUO(WS-SU-SUB)
                    SET PRODUCTOS-EOF TO TRUE
                ELSE
                    IF PM-CANTIDAD > ZEROS
                        MOVE 'Y' TO WS-VIVO-FLAG
                        MOVE PM-CODIGO TO RS-CODIGO
                        MOVE PM-ALMACEN-ID TO RS-ALMACEN
                        MOVE PM-CANTIDAD TO RS-CANTIDAD
                        MOVE WS-SU-NUEVO(WS-SU-SUB) TO RS-NUEVO
                        WRITE SUSTITUCIONES-REPORT-LINE FROM WS-RP-STOCK
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF PO-OK
        MOVE 'N' TO WS-PO-EOF
        MOVE LOW-VALUES TO PO-KEY
        START PEDIDOS-MASTER KEY IS GREATER THAN OR EQUAL TO PO-KEY
            INVALID KEY SET PEDIDOS-EOF TO TRUE
        END-START
        PERFORM UNTIL PEDIDOS-EOF
            READ PEDIDOS-MASTER NEXT RECORD
                AT END SET PEDIDOS-EOF TO TRUE
                NOT AT END
                    IF (PO-ABIERTA OR PO-PENDIENTE-APROBAR)
                        AND PO-CODIGO = WS-SU-ANTIGUO(WS-SU-SUB)
                        MOVE 'Y' TO WS-VIVO-FLAG
                        COMPUTE WS-PENDIENTE-PEDIDO =
                            PO-CANTIDAD-PEDIDA - PO-CANTIDAD-RECIBIDA
                        MOVE PO-CODIGO TO RO-CODIGO
                        MOVE PO-NUMERO TO RO-PEDIDO
                        MOVE PO-LINEA TO RO-LINEA
                        MOVE PO-PROVEEDOR TO RO-PROVEEDOR
                        MOVE WS-PENDIENTE-PEDIDO TO RO-PENDIENTE
                        MOVE PO-ESTADO TO RO-ESTADO
                        WRITE SUSTITUCIONES-REPORT-LINE FROM WS-RP-PEDIDO
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF CODIGO-VIVO
        ADD 1 TO WS-CODIGOS-VIVOS
    END-IF.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY CHANGE-HISTORY-WRITE.

COPY JOB-STATS-WRITE.

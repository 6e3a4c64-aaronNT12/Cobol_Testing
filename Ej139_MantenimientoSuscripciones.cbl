*> Purpose: Invoice subscription maintenance
*>
*> A third of the invoices are the same every month - service
*> contracts, rentals, maintenance plans - and the clerks retyped them
*> as 'H'/'L' records each time. This keeps SUSCRIPCIONES.DAT (per
*> contract: the customer, billing day, monthly/quarterly/annual
*> frequency, start and end date) and SUSCRIPCION-LINEAS.DAT (what is
*> billed: product or service, quantity and price per line, each
*> record effective from a date). A price increase is scheduled as a
*> new line record from its effective date, the way TARIFAS-VENTA
*> keeps its price changes, so the cycles before the date still bill
*> at the old price. GENERADOR-SUSCRIPCIONES turns the cycles that
*> fall due into invoice input. Menu-driven like
*> MANTENIMIENTO-TARIFAS, with every change in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.11.27 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-SUSCRIPCIONES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SUSCRIPCIONES-SELECT.
    COPY SUSCRIPCION-LINEAS-SELECT.
    COPY CUSTOMER-MASTER-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY SUSCRIPCIONES-FD.

COPY SUSCRIPCION-LINEAS-FD.

COPY CUSTOMER-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-NUMERO-BUSCADO PIC 9(6).
01 WS-LINEA-BUSCADA PIC 9(2).
01 WS-FECHA-BUSCADA PIC 9(8).
01 WS-NUEVO-PRECIO PIC 9(5)V99.
01 WS-NUEVA-CANTIDAD PIC 9(5).
01 WS-NUEVO-ESTADO PIC X.
01 WS-NUEVA-FECHA-FIN PIC 9(8).
01 WS-MAXIMO-NUMERO PIC 9(6).
01 WS-LINEAS-LISTADAS PIC 9(3).
01 WS-SC-EOF PIC X VALUE 'N'.
    88 SUSCRIPCIONES-EOF VALUE 'Y'.
01 WS-SN-EOF PIC X VALUE 'N'.
    88 LINEAS-EOF VALUE 'Y'.
01 WS-CLIENTE-FLAG PIC X.
    88 CLIENTE-CONOCIDO VALUE 'Y'.
01 WS-VIGENTE-FLAG PIC X.
    88 LINEA-VIGENTE-HALLADA VALUE 'Y'.
*> la línea vigente a una fecha, copiada al programar un cambio
01 WS-VIGENTE-CODIGO PIC X(10).
01 WS-VIGENTE-CANTIDAD PIC 9(5).
01 WS-VIGENTE-PRECIO PIC 9(5)V99.
01 WS-VIGENTE-DESCRIPCION PIC X(30).
COPY SUSCRIPCIONES-STATUS.
COPY SUSCRIPCION-LINEAS-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY MONTH-ADD-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
MANTENER-SUSCRIPCIONES.
    MOVE "MANT-SUSCRIPC" TO EL-CALLING-PROGRAM.
    MOVE "SUSCRIPCIONES" TO AT-CALLING-PROGRAM.
    OPEN I-O SUSCRIPCIONES.
    IF NOT SC-OK
        CLOSE SUSCRIPCIONES
        OPEN OUTPUT SUSCRIPCIONES
        CLOSE SUSCRIPCIONES
        OPEN I-O SUSCRIPCIONES
    END-IF
    OPEN I-O SUSCRIPCION-LINEAS.
    IF NOT SN-OK
        CLOSE SUSCRIPCION-LINEAS
        OPEN OUTPUT SUSCRIPCION-LINEAS
        CLOSE SUSCRIPCION-LINEAS
        OPEN I-O SUSCRIPCION-LINEAS
    END-IF
    PERFORM UNTIL WS-CONTINUAR = 'N'
        DISPLAY "-----------------------------"
        DISPLAY "1. Alta de suscripción"
        DISPLAY "2. Alta de línea"
        DISPLAY "3. Programar cambio de precio o cantidad"
        DISPLAY "4. Suspender, reactivar o terminar"
        DISPLAY "5. Consultar suscripción"
        DISPLAY "6. Salir"
        DISPLAY "-----------------------------"
        DISPLAY "Elige una opción: "
        ACCEPT WS-OPCION
        EVALUATE WS-OPCION
            WHEN 1 PERFORM ALTA-SUSCRIPCION
            WHEN 2 PERFORM ALTA-LINEA
            WHEN 3 PERFORM PROGRAMAR-CAMBIO
            WHEN 4 PERFORM CAMBIAR-ESTADO
            WHEN 5 PERFORM CONSULTAR-SUSCRIPCION
            WHEN 6 MOVE 'N' TO WS-CONTINUAR
            WHEN OTHER DISPLAY "Opción no válida"
        END-EVALUATE
    END-PERFORM
    CLOSE SUSCRIPCION-LINEAS
    CLOSE SUSCRIPCIONES
    STOP RUN.

*> el número sigue al mayor ya dado; el primer ciclo a facturar es el
*> primer día de factura en o después del inicio
ALTA-SUSCRIPCION.
    PERFORM BUSCAR-MAXIMO-NUMERO
    DISPLAY "Cliente: "
    ACCEPT SC-CLIENTE
    PERFORM COMPROBAR-CLIENTE
    IF NOT CLIENTE-CONOCIDO
        DISPLAY "El cliente " SC-CLIENTE " no existe"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Descripción del contrato: "
    ACCEPT SC-DESCRIPCION
    DISPLAY "Frecuencia (M = mensual, T = trimestral, A = anual): "
    ACCEPT SC-FRECUENCIA
    IF NOT SC-FRECUENCIA-VALIDA
        DISPLAY "La frecuencia tiene que ser M, T o A"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Día de factura (1-31): "
    ACCEPT SC-DIA-FACTURA ON EXCEPTION
        MOVE ZEROS TO SC-DIA-FACTURA
    END-ACCEPT
    IF SC-DIA-FACTURA < 1 OR SC-DIA-FACTURA > 31
        DISPLAY "El día de factura tiene que ir del 1 al 31"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de inicio (AAAAMMDD): "
    ACCEPT SC-FECHA-INICIO ON EXCEPTION
        MOVE ZEROS TO SC-FECHA-INICIO
    END-ACCEPT
    IF FUNCTION TEST-DATE-YYYYMMDD(SC-FECHA-INICIO) NOT = ZERO
        DISPLAY "La fecha de inicio no es válida"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de fin (AAAAMMDD, 0 = sin fin): "
    ACCEPT SC-FECHA-FIN ON EXCEPTION
        MOVE ZEROS TO SC-FECHA-FIN
    END-ACCEPT
    IF SC-FECHA-FIN NOT = ZEROS
        AND (FUNCTION TEST-DATE-YYYYMMDD(SC-FECHA-FIN) NOT = ZERO
            OR SC-FECHA-FIN < SC-FECHA-INICIO)
        DISPLAY "La fecha de fin no es válida"
        EXIT PARAGRAPH
    END-IF
    PERFORM PRIMER-CICLO
    MOVE WS-MAXIMO-NUMERO TO SC-NUMERO
    MOVE ZEROS TO SC-ULTIMA-FACTURA
    MOVE ZEROS TO SC-FECHA-ULTIMA
    MOVE 'A' TO SC-ESTADO
    WRITE SUSCRIPCION-RECORD
        INVALID KEY
            DISPLAY "La suscripción " SC-NUMERO " ya existe"
        NOT INVALID KEY
            DISPLAY "Suscripción " SC-NUMERO " dada de alta, primer "
                "ciclo " SC-PROXIMA-FACTURA
            DISPLAY "Dale ahora sus líneas con la opción 2"
            MOVE "ALTA" TO AT-CHANGE-OPERATION
            MOVE SC-NUMERO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING "cliente " SC-CLIENTE " " SC-FRECUENCIA
                " día " SC-DIA-FACTURA " desde " SC-FECHA-INICIO
                " hasta " SC-FECHA-FIN
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-WRITE.

*> el día de factura en el mes del inicio (el último día si el mes es
*> más corto); si ya ha pasado, el del mes siguiente
PRIMER-CICLO.
    MOVE SC-FECHA-INICIO TO MA-FROM-DATE
    MOVE '01' TO MA-FROM-DATE(7:2)
    MOVE ZEROS TO MA-MONTHS
    PERFORM ADD-MONTHS-TO-DATE
    PERFORM FIJAR-DIA-FACTURA
    IF SC-PROXIMA-FACTURA < SC-FECHA-INICIO
        MOVE 1 TO MA-MONTHS
        PERFORM ADD-MONTHS-TO-DATE
        PERFORM FIJAR-DIA-FACTURA
    END-IF.

FIJAR-DIA-FACTURA.
    IF SC-DIA-FACTURA > MA-MAX-DAY
        COMPUTE SC-PROXIMA-FACTURA =
            MA-YYYY * 10000 + MA-MM * 100 + MA-MAX-DAY
    ELSE
        COMPUTE SC-PROXIMA-FACTURA =
            MA-YYYY * 10000 + MA-MM * 100 + SC-DIA-FACTURA
    END-IF.

BUSCAR-MAXIMO-NUMERO.
    MOVE ZEROS TO WS-MAXIMO-NUMERO
    MOVE 'N' TO WS-SC-EOF
    MOVE ZEROS TO SC-NUMERO
    START SUSCRIPCIONES KEY IS GREATER THAN OR EQUAL TO SC-NUMERO
        INVALID KEY SET SUSCRIPCIONES-EOF TO TRUE
    END-START
    PERFORM UNTIL SUSCRIPCIONES-EOF
        READ SUSCRIPCIONES NEXT RECORD
            AT END SET SUSCRIPCIONES-EOF TO TRUE
            NOT AT END MOVE SC-NUMERO TO WS-MAXIMO-NUMERO
        END-READ
    END-PERFORM
    ADD 1 TO WS-MAXIMO-NUMERO.

COMPROBAR-CLIENTE.
    MOVE 'N' TO WS-CLIENTE-FLAG
    OPEN INPUT CUSTOMER-MASTER
    IF CU-OK
        MOVE SC-CLIENTE TO CU-CUSTOMER-NO
        READ CUSTOMER-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-CLIENTE-FLAG
        END-READ
    END-IF
    CLOSE CUSTOMER-MASTER.

*> una línea nueva rige desde el inicio de la suscripción o desde la
*> fecha que se le dé, si se añade a un contrato ya en marcha
ALTA-LINEA.
    DISPLAY "Suscripción: "
    ACCEPT WS-NUMERO-BUSCADO
    MOVE WS-NUMERO-BUSCADO TO SC-NUMERO
    READ SUSCRIPCIONES
        INVALID KEY
            DISPLAY "No existe la suscripción " WS-NUMERO-BUSCADO
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Número de línea (1-99): "
    ACCEPT WS-LINEA-BUSCADA ON EXCEPTION
        MOVE ZEROS TO WS-LINEA-BUSCADA
    END-ACCEPT
    IF WS-LINEA-BUSCADA = ZEROS
        DISPLAY "El número de línea no puede ser cero"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Vigente desde (AAAAMMDD, 0 = inicio del contrato): "
    ACCEPT WS-FECHA-BUSCADA ON EXCEPTION
        MOVE ZEROS TO WS-FECHA-BUSCADA
    END-ACCEPT
    IF WS-FECHA-BUSCADA = ZEROS
        MOVE SC-FECHA-INICIO TO WS-FECHA-BUSCADA
    END-IF
    MOVE WS-NUMERO-BUSCADO TO SN-SUSCRIPCION
    MOVE WS-LINEA-BUSCADA TO SN-LINEA
    MOVE WS-FECHA-BUSCADA TO SN-FECHA-DESDE
    DISPLAY "Código de producto (en blanco = servicio): "
    ACCEPT SN-CODIGO
    DISPLAY "Descripción: "
    ACCEPT SN-DESCRIPCION
    DISPLAY "Cantidad: "
    ACCEPT SN-CANTIDAD ON EXCEPTION
        MOVE ZEROS TO SN-CANTIDAD
    END-ACCEPT
    DISPLAY "Precio unitario: "
    ACCEPT SN-PRECIO ON EXCEPTION
        MOVE ZEROS TO SN-PRECIO
    END-ACCEPT
    IF SN-CANTIDAD = ZEROS OR SN-PRECIO = ZEROS
        DISPLAY "La cantidad y el precio no pueden ser cero"
        EXIT PARAGRAPH
    END-IF
    WRITE SUSCRIPCION-LINEA-RECORD
        INVALID KEY
            DISPLAY "La línea " WS-LINEA-BUSCADA " ya existe desde "
                WS-FECHA-BUSCADA " - usa la opción 3"
        NOT INVALID KEY
            DISPLAY "Línea " WS-LINEA-BUSCADA " dada de alta"
            MOVE "ALTA" TO AT-CHANGE-OPERATION
            MOVE SN-KEY TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING SN-CODIGO " cantidad " SN-CANTIDAD " precio "
                SN-PRECIO
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-WRITE.

*> una subida de precio (o un cambio de cantidad, o el fin de la
*> línea con cantidad cero) es un registro nuevo desde su fecha, con
*> el producto y la descripción de la línea vigente ese día; lo ya
*> facturado no se toca
PROGRAMAR-CAMBIO.
    DISPLAY "Suscripción: "
    ACCEPT WS-NUMERO-BUSCADO
    DISPLAY "Número de línea: "
    ACCEPT WS-LINEA-BUSCADA
    DISPLAY "Vigente desde (AAAAMMDD): "
    ACCEPT WS-FECHA-BUSCADA ON EXCEPTION
        MOVE ZEROS TO WS-FECHA-BUSCADA
    END-ACCEPT
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-BUSCADA) NOT = ZERO
        DISPLAY "La fecha no es válida"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NUMERO-BUSCADO TO SC-NUMERO
    READ SUSCRIPCIONES
        INVALID KEY
            DISPLAY "No existe la suscripción " WS-NUMERO-BUSCADO
            EXIT PARAGRAPH
    END-READ
    IF WS-FECHA-BUSCADA < SC-PROXIMA-FACTURA
        DISPLAY "El ciclo del " SC-PROXIMA-FACTURA " es el primero sin"
            " facturar - un cambio anterior no se puede programar"
        EXIT PARAGRAPH
    END-IF
    PERFORM BUSCAR-LINEA-VIGENTE
    IF NOT LINEA-VIGENTE-HALLADA
        DISPLAY "La línea " WS-LINEA-BUSCADA " no rige el "
            WS-FECHA-BUSCADA
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Vigente ahora: cantidad " WS-VIGENTE-CANTIDAD
        " precio " WS-VIGENTE-PRECIO
    DISPLAY "Nueva cantidad (0 = la línea se acaba): "
    ACCEPT WS-NUEVA-CANTIDAD ON EXCEPTION
        MOVE WS-VIGENTE-CANTIDAD TO WS-NUEVA-CANTIDAD
    END-ACCEPT
    DISPLAY "Nuevo precio unitario: "
    ACCEPT WS-NUEVO-PRECIO ON EXCEPTION
        MOVE WS-VIGENTE-PRECIO TO WS-NUEVO-PRECIO
    END-ACCEPT
    IF WS-NUEVA-CANTIDAD NOT = ZEROS AND WS-NUEVO-PRECIO = ZEROS
        DISPLAY "El precio no puede ser cero"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NUMERO-BUSCADO TO SN-SUSCRIPCION
    MOVE WS-LINEA-BUSCADA TO SN-LINEA
    MOVE WS-FECHA-BUSCADA TO SN-FECHA-DESDE
    MOVE WS-VIGENTE-CODIGO TO SN-CODIGO
    MOVE WS-VIGENTE-DESCRIPCION TO SN-DESCRIPCION
    MOVE WS-NUEVA-CANTIDAD TO SN-CANTIDAD
    MOVE WS-NUEVO-PRECIO TO SN-PRECIO
    WRITE SUSCRIPCION-LINEA-RECORD
        INVALID KEY
            REWRITE SUSCRIPCION-LINEA-RECORD
    END-WRITE
    DISPLAY "Línea " WS-LINEA-BUSCADA " cambia desde "
        WS-FECHA-BUSCADA
    MOVE "CAMBIO" TO AT-CHANGE-OPERATION
    MOVE SN-KEY TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "cantidad " WS-VIGENTE-CANTIDAD " -> " SN-CANTIDAD
        " precio " WS-VIGENTE-PRECIO " -> " SN-PRECIO
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT.

*> la última versión de la línea con fecha desde no posterior a
*> WS-FECHA-BUSCADA
BUSCAR-LINEA-VIGENTE.
    MOVE 'N' TO WS-VIGENTE-FLAG
    MOVE 'N' TO WS-SN-EOF
    MOVE WS-NUMERO-BUSCADO TO SN-SUSCRIPCION
    MOVE WS-LINEA-BUSCADA TO SN-LINEA
    MOVE ZEROS TO SN-FECHA-DESDE
    START SUSCRIPCION-LINEAS KEY IS GREATER THAN OR EQUAL TO SN-KEY
        INVALID KEY SET LINEAS-EOF TO TRUE
    END-START
    PERFORM UNTIL LINEAS-EOF
        READ SUSCRIPCION-LINEAS NEXT RECORD
            AT END SET LINEAS-EOF TO TRUE
            NOT AT END
                IF SN-SUSCRIPCION NOT = WS-NUMERO-BUSCADO
                    OR SN-LINEA NOT = WS-LINEA-BUSCADA
                    OR SN-FECHA-DESDE > WS-FECHA-BUSCADA
                    SET LINEAS-EOF TO TRUE
                ELSE
                    MOVE 'Y' TO WS-VIGENTE-FLAG
                    MOVE SN-CODIGO TO WS-VIGENTE-CODIGO
                    MOVE SN-CANTIDAD TO WS-VIGENTE-CANTIDAD
                    MOVE SN-PRECIO TO WS-VIGENTE-PRECIO
                    MOVE SN-DESCRIPCION TO WS-VIGENTE-DESCRIPCION
                END-IF
        END-READ
    END-PERFORM.

*> suspendida no se factura hasta que se reactive; terminada no se
*> factura más. La fecha de fin se puede alargar en la renovación
CAMBIAR-ESTADO.
    DISPLAY "Suscripción: "
    ACCEPT WS-NUMERO-BUSCADO
    MOVE WS-NUMERO-BUSCADO TO SC-NUMERO
    READ SUSCRIPCIONES
        INVALID KEY
            DISPLAY "No existe la suscripción " WS-NUMERO-BUSCADO
            MOVE WS-NUMERO-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "subscription change failed - not on file"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Estado " SC-ESTADO " fin " SC-FECHA-FIN
    DISPLAY "Nuevo estado (A = activa, S = suspendida, B = terminada): "
    ACCEPT WS-NUEVO-ESTADO
    IF WS-NUEVO-ESTADO NOT = 'A' AND WS-NUEVO-ESTADO NOT = 'S'
        AND WS-NUEVO-ESTADO NOT = 'B'
        DISPLAY "El estado tiene que ser A, S o B"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de fin (AAAAMMDD, 0 = sin fin): "
    ACCEPT WS-NUEVA-FECHA-FIN ON EXCEPTION
        MOVE SC-FECHA-FIN TO WS-NUEVA-FECHA-FIN
    END-ACCEPT
    IF WS-NUEVA-FECHA-FIN NOT = ZEROS
        AND (FUNCTION TEST-DATE-YYYYMMDD(WS-NUEVA-FECHA-FIN) NOT = ZERO
            OR WS-NUEVA-FECHA-FIN < SC-FECHA-INICIO)
        DISPLAY "La fecha de fin no es válida"
        EXIT PARAGRAPH
    END-IF
    MOVE "CAMBIO" TO AT-CHANGE-OPERATION
    MOVE SC-NUMERO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    STRING "estado " SC-ESTADO " -> " WS-NUEVO-ESTADO
        " fin " SC-FECHA-FIN " -> " WS-NUEVA-FECHA-FIN
        DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    MOVE WS-NUEVO-ESTADO TO SC-ESTADO
    MOVE WS-NUEVA-FECHA-FIN TO SC-FECHA-FIN
    REWRITE SUSCRIPCION-RECORD
    DISPLAY "Suscripción " SC-NUMERO " actualizada"
    PERFORM LOG-AUDIT-EVENT.

CONSULTAR-SUSCRIPCION.
    DISPLAY "Suscripción: "
    ACCEPT WS-NUMERO-BUSCADO
    MOVE WS-NUMERO-BUSCADO TO SC-NUMERO
    READ SUSCRIPCIONES
        INVALID KEY
            DISPLAY "No existe la suscripción " WS-NUMERO-BUSCADO
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Cliente " SC-CLIENTE " " SC-DESCRIPCION
    DISPLAY "Frecuencia " SC-FRECUENCIA " día " SC-DIA-FACTURA
        " desde " SC-FECHA-INICIO " hasta " SC-FECHA-FIN
        " estado " SC-ESTADO
    DISPLAY "Próximo ciclo " SC-PROXIMA-FACTURA " última factura "
        SC-ULTIMA-FACTURA " del " SC-FECHA-ULTIMA
    MOVE ZEROS TO WS-LINEAS-LISTADAS
    MOVE 'N' TO WS-SN-EOF
    MOVE WS-NUMERO-BUSCADO TO SN-SUSCRIPCION
    MOVE ZEROS TO SN-LINEA
    MOVE ZEROS TO SN-FECHA-DESDE
    START SUSCRIPCION-LINEAS KEY IS GREATER THAN OR EQUAL TO SN-KEY
        INVALID KEY SET LINEAS-EOF TO TRUE
    END-START
    PERFORM UNTIL LINEAS-EOF
        READ SUSCRIPCION-LINEAS NEXT RECORD
            AT END SET LINEAS-EOF TO TRUE
            NOT AT END
                IF SN-SUSCRIPCION NOT = WS-NUMERO-BUSCADO
                    SET LINEAS-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-LINEAS-LISTADAS
                    DISPLAY "Línea " SN-LINEA " desde " SN-FECHA-DESDE
                        " " SN-CODIGO " " SN-DESCRIPCION
                        " cantidad " SN-CANTIDAD " precio " SN-PRECIO
                END-IF
        END-READ
    END-PERFORM
    IF WS-LINEAS-LISTADAS = ZEROS
        DISPLAY "La suscripción no tiene líneas"
    END-IF.

COPY MONTH-ADD.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

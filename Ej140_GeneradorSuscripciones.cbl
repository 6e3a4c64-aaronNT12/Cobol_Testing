*> Purpose: Facturación de suscripciones y aviso de renovaciones
*>
*> Pasada nocturna sobre SUSCRIPCIONES.DAT: cada suscripción activa
*> cuyo ciclo ya ha llegado sale como factura en INVOICE-INPUT.DAT,
*> igual que la teclearía el administrativo, para que
*> INVOICE-LINE-EXTENSION la valore en la misma pasada:
*>   - el día de factura cae en el calendario como las órdenes
*>     permanentes: si el día nominal es festivo o fin de semana la
*>     factura sale el siguiente día hábil de BUSINESS-CALENDAR.DAT;
*>   - las líneas son las vigentes en el día nominal del ciclo (el
*>     último registro de SUSCRIPCION-LINEAS.DAT con fecha desde no
*>     posterior), así que una subida de precio programada entra en el
*>     primer ciclo que empieza en o después de su fecha; cantidad cero
*>     es una línea dada de baja;
*>   - la cabecera 'H' lleva un número de factura que sigue al mayor
*>     de AR-OPEN-ITEMS y de las cabeceras que ya esperan en
*>     INVOICE-INPUT.DAT, como las expediciones de PEDIDOS-VENTA;
*>   - la línea con código de producto lleva el precio del contrato y
*>     "SUSCRIPCION" como motivo, que es lo que INVOICE-LINE-EXTENSION
*>     pide para aceptar un precio distinto de la tarifa; la que tiene
*>     precio cero se valora con la tarifa del día;
*>   - los ciclos que se quedaron sin facturar (la cadena no corrió) se
*>     facturan todos, uno por ciclo, hasta el de hoy.
*> Pasada la fecha de fin la suscripción queda terminada. Las
*> facturas salen en SUSCRIPCIONES-FACTURADAS.RPT y las suscripciones
*> activas que terminan en los próximos 60 días en
*> RENOVACIONES-SUSCRIPCIONES.RPT, para que comercial las renueve.
*>
*> Mod history:
*> 24.11.27 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. GENERADOR-SUSCRIPCIONES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SUSCRIPCIONES-SELECT.
    COPY SUSCRIPCION-LINEAS-SELECT.
    COPY CUSTOMER-MASTER-SELECT.
    COPY AR-OPEN-ITEMS-SELECT.
    COPY BUSINESS-CALENDAR-SELECT.
    SELECT OPTIONAL FACTURAS-ENTRADA ASSIGN TO "INVOICE-INPUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FACTURADAS-REPORT ASSIGN TO "SUSCRIPCIONES-FACTURADAS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RENOVACIONES-REPORT
        ASSIGN TO "RENOVACIONES-SUSCRIPCIONES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY SUSCRIPCIONES-FD.

COPY SUSCRIPCION-LINEAS-FD.

COPY CUSTOMER-MASTER-FD.

COPY AR-OPEN-ITEMS-FD.

COPY BUSINESS-CALENDAR-FD.

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

FD FACTURADAS-REPORT.
01 FACTURADAS-REPORT-LINE PIC X(100).

FD RENOVACIONES-REPORT.
01 RENOVACIONES-REPORT-LINE PIC X(100).

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
COPY SUSCRIPCIONES-STATUS.
COPY SUSCRIPCION-LINEAS-STATUS.
COPY CUSTOMER-MASTER-STATUS.
COPY AR-OPEN-ITEMS-STATUS.
COPY BUSINESS-CALENDAR-STATUS.
COPY BUSINESS-DAY-FIELDS.
COPY MONTH-ADD-FIELDS.
01 WS-HOY PIC 9(8).
01 WS-LIMITE-RENOVACION PIC 9(8).
01 WS-SC-EOF PIC X.
    88 SUSCRIPCIONES-EOF VALUE 'Y'.
01 WS-SN-EOF PIC X.
    88 LINEAS-EOF VALUE 'Y'.
01 WS-FE-EOF PIC X.
    88 FACTURAS-EOF VALUE 'Y'.
01 WS-AR-EOF PIC X.
    88 AR-EOF VALUE 'Y'.
01 WS-CICLOS-FLAG PIC X.
    88 CICLOS-TERMINADOS VALUE 'Y'.
01 WS-CAMBIO-FLAG PIC X.
    88 SUSCRIPCION-CAMBIADA VALUE 'Y'.
01 WS-FACTURA PIC 9(6).
01 WS-PROVINCIA PIC X(2).
01 WS-FECHA-EMISION PIC 9(8).
01 WS-MESES-CICLO PIC 9(3).
01 WS-TOTAL-FACTURA PIC 9(9)V99.
01 WS-SUSCRIPCIONES-LEIDAS PIC 9(5) VALUE ZEROS.
01 WS-FACTURAS-GENERADAS PIC 9(5) VALUE ZEROS.
01 WS-CICLOS-SIN-LINEAS PIC 9(5) VALUE ZEROS.
01 WS-RENOVACIONES PIC 9(5) VALUE ZEROS.
*> las líneas vigentes del ciclo: la cabecera sólo se escribe si hay
*> alguna, y por línea sólo cuenta el último cambio en vigor
01 WS-LIN-CUENTA PIC 9(3).
01 WS-LIN-TABLA.
    05 WS-LIN-ENTRADA OCCURS 99 TIMES.
        10 WS-LIN-CODIGO PIC X(10).
        10 WS-LIN-CANTIDAD PIC 9(5).
        10 WS-LIN-PRECIO PIC 9(5)V99.
01 WS-LIN-SUB PIC 9(3).
01 WS-LIN-ACTUAL PIC 9(2).
01 WS-LIN-IDX PIC 9(3).
01 WS-CABECERA-FACTURADAS.
    05 FILLER PIC X(48)
        VALUE "FACTURAS DE SUSCRIPCIONES GENERADAS - EJECUCION ".
    05 CF-FECHA PIC X(8).
01 WS-FACTURADA-DETALLE.
    05 FILLER PIC X(8) VALUE "FACTURA ".
    05 FD-FACTURA PIC 9(6).
    05 FILLER PIC X(13) VALUE " SUSCRIPCION ".
    05 FD-SUSCRIPCION PIC 9(6).
    05 FILLER PIC X(9) VALUE " CLIENTE ".
    05 FD-CLIENTE PIC 9(6).
    05 FILLER PIC X(7) VALUE " CICLO ".
    05 FD-CICLO PIC 9(8).
    05 FILLER PIC X(9) VALUE " EMITIDA ".
    05 FD-EMISION PIC 9(8).
    05 FILLER PIC X(8) VALUE " LINEAS ".
    05 FD-LINEAS PIC Z9.
    05 FILLER PIC X(8) VALUE " IMPORTE".
    05 FD-IMPORTE PIC Z(8)9.99.
01 WS-FACTURADAS-TOTAL.
    05 FILLER PIC X(20) VALUE "SUSCRIPCIONES LEIDAS".
    05 FT-LEIDAS PIC ZZZZ9.
    05 FILLER PIC X(11) VALUE "  FACTURAS ".
    05 FT-FACTURAS PIC ZZZZ9.
    05 FILLER PIC X(20) VALUE "  CICLOS SIN LINEAS ".
    05 FT-SIN-LINEAS PIC ZZZZ9.
01 WS-CABECERA-RENOVACIONES.
    05 FILLER PIC X(43)
        VALUE "SUSCRIPCIONES QUE TERMINAN ANTES DEL DIA ".
    05 CR-LIMITE PIC X(8).
01 WS-RENOVACION-DETALLE.
    05 FILLER PIC X(12) VALUE "SUSCRIPCION ".
    05 RD-SUSCRIPCION PIC 9(6).
    05 FILLER PIC X(9) VALUE " CLIENTE ".
    05 RD-CLIENTE PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RD-DESCRIPCION PIC X(30).
    05 FILLER PIC X(8) VALUE " TERMINA".
    05 FILLER PIC X(1) VALUE SPACE.
    05 RD-FECHA-FIN PIC 9(8).
    05 FILLER PIC X(12) VALUE " FRECUENCIA ".
    05 RD-FRECUENCIA PIC X.
01 WS-RENOVACIONES-TOTAL.
    05 FILLER PIC X(26) VALUE "SUSCRIPCIONES A RENOVAR: ".
    05 RT-CUENTA PIC ZZZZ9.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
GENERAR-SUSCRIPCIONES.
    MOVE "GENERADOR-SUSCRIP" TO EL-CALLING-PROGRAM.
    MOVE "GENERADOR-SUSCRIP" TO JS-CALLING-PROGRAM.
    PERFORM START-JOB-STATS
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    COMPUTE WS-LIMITE-RENOVACION = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-HOY) + 60)
    PERFORM BUSCAR-MAXIMA-FACTURA
    OPEN I-O SUSCRIPCIONES.
    IF NOT SC-OK
        MOVE "SUSCRIPCIONES" TO EL-TRACKED-RESOURCE
        MOVE "No se pudo abrir SUSCRIPCIONES.DAT; nada que facturar"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        CLOSE SUSCRIPCIONES
        PERFORM END-JOB-STATS
        STOP RUN
    END-IF
    OPEN INPUT SUSCRIPCION-LINEAS.
    OPEN INPUT CUSTOMER-MASTER.
    OPEN EXTEND FACTURAS-ENTRADA.
    OPEN OUTPUT FACTURADAS-REPORT.
    OPEN OUTPUT RENOVACIONES-REPORT.
    MOVE WS-HOY TO CF-FECHA
    WRITE FACTURADAS-REPORT-LINE FROM WS-CABECERA-FACTURADAS
    MOVE WS-LIMITE-RENOVACION TO CR-LIMITE
    WRITE RENOVACIONES-REPORT-LINE FROM WS-CABECERA-RENOVACIONES
    MOVE 'N' TO WS-SC-EOF
    MOVE ZEROS TO SC-NUMERO
    START SUSCRIPCIONES KEY IS GREATER THAN OR EQUAL TO SC-NUMERO
        INVALID KEY SET SUSCRIPCIONES-EOF TO TRUE
    END-START
    PERFORM UNTIL SUSCRIPCIONES-EOF
        READ SUSCRIPCIONES NEXT RECORD
            AT END SET SUSCRIPCIONES-EOF TO TRUE
            NOT AT END PERFORM TRATAR-SUSCRIPCION
        END-READ
    END-PERFORM
    MOVE WS-SUSCRIPCIONES-LEIDAS TO FT-LEIDAS
    MOVE WS-FACTURAS-GENERADAS TO FT-FACTURAS
    MOVE WS-CICLOS-SIN-LINEAS TO FT-SIN-LINEAS
    WRITE FACTURADAS-REPORT-LINE FROM WS-FACTURADAS-TOTAL
    MOVE WS-RENOVACIONES TO RT-CUENTA
    WRITE RENOVACIONES-REPORT-LINE FROM WS-RENOVACIONES-TOTAL
    CLOSE RENOVACIONES-REPORT
    CLOSE FACTURADAS-REPORT
    CLOSE FACTURAS-ENTRADA
    CLOSE CUSTOMER-MASTER
    CLOSE SUSCRIPCION-LINEAS
    CLOSE SUSCRIPCIONES
    DISPLAY "Suscripciones leídas: " WS-SUSCRIPCIONES-LEIDAS
    DISPLAY "Facturas generadas: " WS-FACTURAS-GENERADAS
    DISPLAY "Suscripciones a renovar: " WS-RENOVACIONES
    MOVE WS-SUSCRIPCIONES-LEIDAS TO JS-RECORDS-READ
    MOVE WS-FACTURAS-GENERADAS TO JS-RECORDS-WRITTEN
    MOVE WS-CICLOS-SIN-LINEAS TO JS-RECORDS-REJECTED
    PERFORM END-JOB-STATS
    STOP RUN.

*> factura los ciclos vencidos de una suscripción activa y, después,
*> mira si hay que avisar de su renovación
TRATAR-SUSCRIPCION.
    ADD 1 TO WS-SUSCRIPCIONES-LEIDAS
    IF NOT SC-ACTIVA
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CAMBIO-FLAG
    MOVE SPACES TO WS-PROVINCIA
    MOVE SC-CLIENTE TO CU-CUSTOMER-NO
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE SC-NUMERO TO EL-TRACKED-RESOURCE
            MOVE "Suscripción de un cliente que no está en el maestro"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
            EXIT PARAGRAPH
        NOT INVALID KEY
            MOVE CU-STATE TO WS-PROVINCIA
    END-READ
    MOVE 'N' TO WS-CICLOS-FLAG
    PERFORM UNTIL CICLOS-TERMINADOS
        PERFORM TRATAR-CICLO
    END-PERFORM
    IF SUSCRIPCION-CAMBIADA
        REWRITE SUSCRIPCION-RECORD
            INVALID KEY
                MOVE SC-NUMERO TO EL-TRACKED-RESOURCE
                MOVE "No se pudo regrabar la suscripción facturada"
                    TO EL-ERROR-MESSAGE
                PERFORM LOG-ERROR-TO-SYSERR
        END-REWRITE
    END-IF
    IF SC-ACTIVA AND SC-FECHA-FIN NOT = ZEROS
        AND SC-FECHA-FIN >= WS-HOY
        AND SC-FECHA-FIN <= WS-LIMITE-RENOVACION
        MOVE SC-NUMERO TO RD-SUSCRIPCION
        MOVE SC-CLIENTE TO RD-CLIENTE
        MOVE SC-DESCRIPCION TO RD-DESCRIPCION
        MOVE SC-FECHA-FIN TO RD-FECHA-FIN
        MOVE SC-FRECUENCIA TO RD-FRECUENCIA
        WRITE RENOVACIONES-REPORT-LINE FROM WS-RENOVACION-DETALLE
        ADD 1 TO WS-RENOVACIONES
    END-IF.

*> un ciclo: el día nominal pasado la fecha de fin termina la
*> suscripción; si no, se rueda al día hábil y, si ya ha llegado, se
*> factura y se pasa al ciclo siguiente
TRATAR-CICLO.
    IF SC-FECHA-FIN NOT = ZEROS AND SC-PROXIMA-FACTURA > SC-FECHA-FIN
        SET SC-TERMINADA TO TRUE
        MOVE 'Y' TO WS-CAMBIO-FLAG
        MOVE 'Y' TO WS-CICLOS-FLAG
        EXIT PARAGRAPH
    END-IF
    MOVE SC-PROXIMA-FACTURA TO BD-CHECK-DATE
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY
    IF BD-CHECK-DATE > WS-HOY
        MOVE 'Y' TO WS-CICLOS-FLAG
        EXIT PARAGRAPH
    END-IF
    MOVE BD-CHECK-DATE TO WS-FECHA-EMISION
    PERFORM CARGAR-LINEAS-VIGENTES
    IF WS-LIN-CUENTA = ZERO
        ADD 1 TO WS-CICLOS-SIN-LINEAS
        MOVE SC-NUMERO TO EL-TRACKED-RESOURCE
        MOVE "Ciclo de suscripción sin líneas vigentes; no se factura"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
    ELSE
        PERFORM ESCRIBIR-FACTURA
    END-IF
    PERFORM AVANZAR-CICLO
    MOVE 'Y' TO WS-CAMBIO-FLAG.

*> por cada línea, el último registro con fecha desde no posterior al
*> día nominal; el fichero viene ordenado por línea y fecha
CARGAR-LINEAS-VIGENTES.
    MOVE ZEROS TO WS-LIN-CUENTA
    MOVE ZEROS TO WS-LIN-ACTUAL
    MOVE 'N' TO WS-SN-EOF
    MOVE SC-NUMERO TO SN-SUSCRIPCION
    MOVE ZEROS TO SN-LINEA
    MOVE ZEROS TO SN-FECHA-DESDE
    START SUSCRIPCION-LINEAS KEY IS GREATER THAN OR EQUAL TO SN-KEY
        INVALID KEY SET LINEAS-EOF TO TRUE
    END-START
    PERFORM UNTIL LINEAS-EOF
        READ SUSCRIPCION-LINEAS NEXT RECORD
            AT END SET LINEAS-EOF TO TRUE
            NOT AT END
                IF SN-SUSCRIPCION NOT = SC-NUMERO
                    SET LINEAS-EOF TO TRUE
                ELSE
                    IF SN-FECHA-DESDE <= SC-PROXIMA-FACTURA
                        PERFORM GUARDAR-LINEA
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM QUITAR-LINEAS-DE-BAJA.

GUARDAR-LINEA.
    IF SN-LINEA NOT = WS-LIN-ACTUAL
        IF WS-LIN-CUENTA >= 99
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-LIN-CUENTA
        MOVE SN-LINEA TO WS-LIN-ACTUAL
    END-IF
    MOVE SN-CODIGO TO WS-LIN-CODIGO(WS-LIN-CUENTA)
    MOVE SN-CANTIDAD TO WS-LIN-CANTIDAD(WS-LIN-CUENTA)
    MOVE SN-PRECIO TO WS-LIN-PRECIO(WS-LIN-CUENTA).

*> una línea cuya última versión tiene cantidad cero está de baja
QUITAR-LINEAS-DE-BAJA.
    MOVE ZEROS TO WS-LIN-SUB
    PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
        UNTIL WS-LIN-IDX > WS-LIN-CUENTA
        IF WS-LIN-CANTIDAD(WS-LIN-IDX) > ZERO
            ADD 1 TO WS-LIN-SUB
            MOVE WS-LIN-ENTRADA(WS-LIN-IDX)
                TO WS-LIN-ENTRADA(WS-LIN-SUB)
        END-IF
    END-PERFORM
    MOVE WS-LIN-SUB TO WS-LIN-CUENTA.

ESCRIBIR-FACTURA.
    MOVE SPACES TO FE-CABECERA
    MOVE 'H' TO FE-TIPO
    MOVE WS-FACTURA TO FE-FACTURA
    MOVE SC-CLIENTE TO FE-CLIENTE
    MOVE WS-FECHA-EMISION TO FE-FECHA
    MOVE ZEROS TO FE-FACTURA-ORIGEN
    MOVE ZEROS TO FE-PEDIDO
    MOVE ZEROS TO FE-EXPEDICION
    WRITE FE-CABECERA
    MOVE ZEROS TO WS-TOTAL-FACTURA
    PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
        UNTIL WS-LIN-SUB > WS-LIN-CUENTA
        MOVE SPACES TO FE-LINEA
        MOVE 'L' TO FE-LINEA-TIPO
        MOVE WS-LIN-CANTIDAD(WS-LIN-SUB) TO FE-CANTIDAD
        MOVE WS-LIN-PRECIO(WS-LIN-SUB) TO FE-PRECIO
        MOVE WS-PROVINCIA TO FE-PROVINCIA
        MOVE WS-LIN-CODIGO(WS-LIN-SUB) TO FE-CODIGO
        IF WS-LIN-CODIGO(WS-LIN-SUB) NOT = SPACES
            AND WS-LIN-PRECIO(WS-LIN-SUB) > ZERO
            MOVE "SUSCRIPCION" TO FE-MOTIVO
        END-IF
        WRITE FE-CABECERA
        COMPUTE WS-TOTAL-FACTURA = WS-TOTAL-FACTURA
            + WS-LIN-CANTIDAD(WS-LIN-SUB) * WS-LIN-PRECIO(WS-LIN-SUB)
    END-PERFORM
    MOVE WS-FACTURA TO FD-FACTURA
    MOVE SC-NUMERO TO FD-SUSCRIPCION
    MOVE SC-CLIENTE TO FD-CLIENTE
    MOVE SC-PROXIMA-FACTURA TO FD-CICLO
    MOVE WS-FECHA-EMISION TO FD-EMISION
    MOVE WS-LIN-CUENTA TO FD-LINEAS
    MOVE WS-TOTAL-FACTURA TO FD-IMPORTE
    WRITE FACTURADAS-REPORT-LINE FROM WS-FACTURADA-DETALLE
    MOVE WS-FACTURA TO SC-ULTIMA-FACTURA
    MOVE WS-FECHA-EMISION TO SC-FECHA-ULTIMA
    ADD 1 TO WS-FACTURAS-GENERADAS
    ADD 1 TO WS-FACTURA.

*> el ciclo siguiente, 1, 3 o 12 meses después, en el día de factura
*> o en el último del mes si el mes es más corto
AVANZAR-CICLO.
    EVALUATE TRUE
        WHEN SC-TRIMESTRAL MOVE 3 TO WS-MESES-CICLO
        WHEN SC-ANUAL MOVE 12 TO WS-MESES-CICLO
        WHEN OTHER MOVE 1 TO WS-MESES-CICLO
    END-EVALUATE
    MOVE SC-PROXIMA-FACTURA TO MA-FROM-DATE
    MOVE '01' TO MA-FROM-DATE(7:2)
    MOVE WS-MESES-CICLO TO MA-MONTHS
    PERFORM ADD-MONTHS-TO-DATE
    IF SC-DIA-FACTURA > MA-MAX-DAY
        COMPUTE SC-PROXIMA-FACTURA =
            MA-YYYY * 10000 + MA-MM * 100 + MA-MAX-DAY
    ELSE
        COMPUTE SC-PROXIMA-FACTURA =
            MA-YYYY * 10000 + MA-MM * 100 + SC-DIA-FACTURA
    END-IF.

*> el número de factura sigue al mayor de AR-OPEN-ITEMS y de las
*> cabeceras que ya esperan en INVOICE-INPUT.DAT
BUSCAR-MAXIMA-FACTURA.
    MOVE ZEROS TO WS-FACTURA
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
                NOT AT END MOVE AR-INVOICE-NO TO WS-FACTURA
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
            AND FE-FACTURA > WS-FACTURA
            MOVE FE-FACTURA TO WS-FACTURA
        END-IF
        READ FACTURAS-ENTRADA
            AT END SET FACTURAS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE FACTURAS-ENTRADA
    ADD 1 TO WS-FACTURA.

COPY BUSINESS-DAY-CHECK.

COPY MONTH-ADD.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.

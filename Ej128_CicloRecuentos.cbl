*> Purpose: Clasificación ABC y calendario de recuentos cíclicos
*>
*> El inventario físico solo se hacía en los dos recuentos completos
*> del año, así que un error de stock en un artículo que mueve mucho
*> dinero podía vivir seis meses. Esta pasada nocturna lleva el
*> recuento cíclico:
*>   - el día 1 de cada mes (o en la primera pasada, o a mano con
*>     CICLO_CLASIFICAR=Y) clasifica cada producto de cada almacén por
*>     el valor a coste de lo que salió en los últimos doce meses:
*>     COSTE-SALIDAS.DAT da el coste FIFO de cada salida relevada, y
*>     las salidas ('S') de MOVIMIENTOS-HIST anteriores a la primera
*>     fila de COSTE-SALIDAS se valoran a coste de ficha. Por almacén,
*>     los productos que hacen el primer 80% del valor son A, hasta el
*>     95% B y el resto C (lo que no salió nada es C). Los cortes y
*>     cuántas veces al año se cuenta cada clase (12, 4 y 1) vienen de
*>     PARAMETERS.DAT (ABC-CORTE-A, ABC-CORTE-B, ABC-RECUENTOS-A,
*>     ABC-RECUENTOS-B, ABC-RECUENTOS-C). Clase y calendario quedan en
*>     CLASES-ABC.DAT; un producto nuevo o que cambia de clase se
*>     reparte día a día dentro del intervalo de su clase para que la
*>     hoja no traiga toda la clase el mismo día, y el que ya no está
*>     en el maestro se borra.
*>   - cada noche escribe RECUENTOS-CICLO.DAT, la hoja del día en el
*>     formato de RECUENTOS.DAT, con los productos a los que les toca;
*>     el contador anota cantidad e iniciales e INVENTARIO-FISICO la
*>     concilia con RECUENTO_CICLICO=Y. Un producto sigue saliendo en
*>     la hoja noche tras noche hasta que su recuento queda anotado en
*>     CLASES-ABC.DAT; entonces pasa a su siguiente fecha, la del
*>     recuento más el intervalo de su clase.
*>   - PRECISION-RECUENTOS.RPT da por almacén y clase cuántos
*>     productos hay, cuántos van hoy en la hoja, cuántos no se han
*>     contado nunca, y de los recuentos hechos cuántos cuadraron con
*>     el libro.
*>
*> Mod history:
*> 24.11.03 AN - initial version.
*> 24.12.09 AN - la fecha del próximo recuento ya no avanza al escribir
*>               la hoja sino cuando INVENTARIO-FISICO anota el
*>               recuento: una línea de la hoja que no se contó vuelve
*>               a salir la noche siguiente en vez de perderse hasta
*>               el próximo intervalo.

IDENTIFICATION DIVISION.
PROGRAM-ID. CICLO-RECUENTOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PRODUCTO-MASTER-SELECT.
    COPY CLASES-ABC-SELECT.
    COPY COSTE-SALIDAS-SELECT.
    COPY MOVIMIENTOS-HIST-SELECT.
    SELECT HOJA-RECUENTO ASSIGN TO "RECUENTOS-CICLO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PRECISION-REPORT ASSIGN TO "PRECISION-RECUENTOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLASIFICA-SORT ASSIGN TO "SORTWORK.TMP".
    COPY PARAM-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY PRODUCTO-MASTER-FD.

COPY CLASES-ABC-FD.

COPY COSTE-SALIDAS-FD.
COPY MOVIMIENTOS-HIST-FD.

*> mismo registro que lee INVENTARIO-FISICO en RECUENTOS.DAT
FD HOJA-RECUENTO.
01 HOJA-RECUENTO-RECORD.
    05 RC-CODIGO PIC X(10).
    05 RC-ALMACEN PIC X(5).
    05 RC-CANTIDAD-CONTADA PIC 9(5).
    05 RC-INICIALES PIC X(3).
    05 RC-LOTE PIC X(10).

FD PRECISION-REPORT.
01 PRECISION-REPORT-LINE PIC X(100).

SD CLASIFICA-SORT.
01 SR-RECORD.
    05 SR-ALMACEN PIC X(5).
    05 SR-VALOR PIC 9(11)V99.
    05 SR-CODIGO PIC X(10).

COPY PARAM-FD.
COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-HOY PIC X(8).
01 WS-HOY-NUM REDEFINES WS-HOY PIC 9(8).
01 WS-HOY-INT PIC 9(7).
01 WS-FECHA-INT PIC 9(7).
01 WS-FECHA-NUM PIC 9(8).
*> primer día de la ventana de doce meses
01 WS-DESDE PIC X(8).
01 WS-DESDE-ANIO PIC 9(4).
01 WS-CLASIFICAR-FLAG PIC X VALUE SPACE.
    88 CLASIFICAR-A-MANO VALUE 'Y'.
01 WS-TOCA-CLASIFICAR PIC X VALUE 'N'.
    88 TOCA-CLASIFICAR VALUE 'Y'.
*> parámetros, con los valores de siempre si no están en el fichero
01 WS-CORTE-A PIC 9(3) VALUE 80.
01 WS-CORTE-B PIC 9(3) VALUE 95.
01 WS-FRECUENCIA-A PIC 9(3) VALUE 12.
01 WS-FRECUENCIA-B PIC 9(3) VALUE 4.
01 WS-FRECUENCIA-C PIC 9(3) VALUE 1.
01 WS-INTERVALO-A PIC 9(3).
01 WS-INTERVALO-B PIC 9(3).
01 WS-INTERVALO-C PIC 9(3).
01 WS-INTERVALO PIC 9(3).
01 WS-DESFASE PIC 9(3).
01 WS-COCIENTE PIC 9(5).
*> valor a coste de lo que salió por producto y almacén
01 WS-VS-CUENTA PIC 9(4) VALUE ZEROS.
01 WS-VS-TABLA.
    05 WS-VS-ENTRADA OCCURS 2000 TIMES.
        10 WS-VS-CODIGO PIC X(10).
        10 WS-VS-ALMACEN PIC X(5).
        10 WS-VS-VALOR PIC 9(11)V99.
01 WS-VS-SUB PIC 9(4).
01 WS-VS-IDX PIC 9(4).
01 WS-VS-BUSCA-CODIGO PIC X(10).
01 WS-VS-BUSCA-ALMACEN PIC X(5).
01 WS-VS-LLENA PIC X VALUE 'N'.
    88 TABLA-VALORES-LLENA VALUE 'Y'.
01 WS-PRIMERA-CS PIC X(8) VALUE HIGH-VALUES.
*> valor total de lo que salió por almacén, base de los porcentajes
01 WS-ALM-CUENTA PIC 9(2) VALUE ZEROS.
01 WS-ALM-TABLA.
    05 WS-ALM-ENTRADA OCCURS 50 TIMES.
        10 WS-ALM-CODIGO PIC X(5).
        10 WS-ALM-TOTAL PIC 9(11)V99.
        10 WS-ALM-CUENTA-CLASE PIC 9(5) OCCURS 3 TIMES.
        10 WS-ALM-EN-HOJA PIC 9(5) OCCURS 3 TIMES.
        10 WS-ALM-NUNCA PIC 9(5) OCCURS 3 TIMES.
        10 WS-ALM-RECUENTOS PIC 9(7) OCCURS 3 TIMES.
        10 WS-ALM-ACIERTOS PIC 9(7) OCCURS 3 TIMES.
01 WS-ALM-SUB PIC 9(2).
01 WS-ALM-IDX PIC 9(2).
01 WS-ALMACEN-BUSCADO PIC X(5).
01 WS-CLASE-SUB PIC 9.
01 WS-EOF PIC X VALUE 'N'.
    88 FICHERO-EOF VALUE 'Y'.
01 WS-SORT-EOF PIC X VALUE 'N'.
    88 CLASIFICA-SORT-EOF VALUE 'Y'.
01 WS-ALMACEN-ANTERIOR PIC X(5).
01 WS-ACUMULADO PIC 9(11)V99.
01 WS-PORCENTAJE PIC 9(3)V99.
01 WS-CLASE-NUEVA PIC X.
01 WS-SECUENCIAS.
    05 WS-SECUENCIA PIC 9(5) OCCURS 3 TIMES.
01 WS-CLASIFICADOS PIC 9(7) VALUE ZEROS.
01 WS-CAMBIOS-CLASE PIC 9(7) VALUE ZEROS.
01 WS-BORRADOS PIC 9(7) VALUE ZEROS.
01 WS-LINEAS-HOJA PIC 9(7) VALUE ZEROS.
01 WS-LEIDOS PIC 9(7) VALUE ZEROS.
*> totales por clase de todos los almacenes
01 WS-TOTALES-CLASE.
    05 WS-TOT-ENTRADA OCCURS 3 TIMES.
        10 WS-TOT-CUENTA PIC 9(7).
        10 WS-TOT-EN-HOJA PIC 9(7).
        10 WS-TOT-NUNCA PIC 9(7).
        10 WS-TOT-RECUENTOS PIC 9(7).
        10 WS-TOT-ACIERTOS PIC 9(7).
01 WS-LINEA-RECUENTOS PIC 9(7).
01 WS-LINEA-ACIERTOS PIC 9(7).
01 WS-LETRAS-CLASE PIC X(3) VALUE "ABC".
01 WS-CABECERA-COLUMNAS PIC X(100) VALUE
    "ALMACEN CLASE ARTICULOS  EN HOJA  NUNCA CONTADOS  RECUENTOS  CUADRAN  % ACIERTO".
01 WS-DETALLE.
    05 PD-ALMACEN PIC X(5).
    05 FILLER PIC X(5) VALUE SPACES.
    05 PD-CLASE PIC X.
    05 FILLER PIC X(3) VALUE SPACES.
    05 PD-ARTICULOS PIC ZZZ,ZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 PD-EN-HOJA PIC ZZZ,ZZ9.
    05 FILLER PIC X(9) VALUE SPACES.
    05 PD-NUNCA PIC ZZZ,ZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 PD-RECUENTOS PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(1) VALUE SPACES.
    05 PD-ACIERTOS PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(3) VALUE SPACES.
    05 PD-PORCENTAJE PIC ZZ9.99.
COPY PRODUCTO-MASTER-STATUS.
COPY CLASES-ABC-STATUS.
COPY PARAM-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
CICLO-PRINCIPAL.
    MOVE "CICLO-RECUENTOS" TO JS-CALLING-PROGRAM.
    MOVE "CICLO-RECUENTOS" TO EL-CALLING-PROGRAM.
    PERFORM START-JOB-STATS.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
    ACCEPT WS-CLASIFICAR-FLAG FROM ENVIRONMENT "CICLO_CLASIFICAR"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    PERFORM CARGAR-PARAMETROS-ABC.
    OPEN I-O CLASES-ABC.
    IF NOT AB-OK
        CLOSE CLASES-ABC
        OPEN OUTPUT CLASES-ABC
        CLOSE CLASES-ABC
        OPEN I-O CLASES-ABC
    END-IF
*> el día 1 se reclasifica; también si aún no hay clases
    IF WS-HOY(7:2) = "01" OR CLASIFICAR-A-MANO
        MOVE 'Y' TO WS-TOCA-CLASIFICAR
    ELSE
        MOVE LOW-VALUES TO AB-KEY
        START CLASES-ABC KEY IS GREATER THAN OR EQUAL TO AB-KEY
            INVALID KEY MOVE 'Y' TO WS-TOCA-CLASIFICAR
        END-START
    END-IF
    IF TOCA-CLASIFICAR
        PERFORM CLASIFICAR-PRODUCTOS
    END-IF
    PERFORM PREPARAR-HOJA-DEL-DIA.
    CLOSE CLASES-ABC.
    DISPLAY "Recuento cíclico: " WS-LINEAS-HOJA " productos en la hoja"
        " de hoy"
    IF TOCA-CLASIFICAR
        DISPLAY "Clasificación ABC: " WS-CLASIFICADOS " productos, "
            WS-CAMBIOS-CLASE " nuevos o con cambio de clase, "
            WS-BORRADOS " retirados"
    END-IF
    MOVE WS-LEIDOS TO JS-RECORDS-READ.
    MOVE WS-LINEAS-HOJA TO JS-RECORDS-WRITTEN.
    PERFORM END-JOB-STATS.
    STOP RUN.

*> el intervalo de cada clase en días sale de las veces que se cuenta
*> al año; una clase que se cuente más de 365 veces va a diario
CARGAR-PARAMETROS-ABC.
    MOVE 'ABC-CORTE-A' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
        AND PRM-NUMERIC-VALUE NOT > 100
        MOVE PRM-NUMERIC-VALUE TO WS-CORTE-A
    END-IF
    MOVE 'ABC-CORTE-B' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
        AND PRM-NUMERIC-VALUE NOT > 100
        MOVE PRM-NUMERIC-VALUE TO WS-CORTE-B
    END-IF
    IF WS-CORTE-B < WS-CORTE-A
        MOVE WS-CORTE-A TO WS-CORTE-B
    END-IF
    MOVE 'ABC-RECUENTOS-A' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
        MOVE PRM-NUMERIC-VALUE TO WS-FRECUENCIA-A
    END-IF
    MOVE 'ABC-RECUENTOS-B' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
        MOVE PRM-NUMERIC-VALUE TO WS-FRECUENCIA-B
    END-IF
    MOVE 'ABC-RECUENTOS-C' TO PRM-LOOKUP-KEY
    PERFORM GET-RUNTIME-PARAMETER
    IF PRM-PARAM-FOUND AND PRM-NUMERIC-VALUE > ZERO
        MOVE PRM-NUMERIC-VALUE TO WS-FRECUENCIA-C
    END-IF
    DIVIDE 365 BY WS-FRECUENCIA-A GIVING WS-INTERVALO-A
    DIVIDE 365 BY WS-FRECUENCIA-B GIVING WS-INTERVALO-B
    DIVIDE 365 BY WS-FRECUENCIA-C GIVING WS-INTERVALO-C
    IF WS-INTERVALO-A = ZERO
        MOVE 1 TO WS-INTERVALO-A
    END-IF
    IF WS-INTERVALO-B = ZERO
        MOVE 1 TO WS-INTERVALO-B
    END-IF
    IF WS-INTERVALO-C = ZERO
        MOVE 1 TO WS-INTERVALO-C
    END-IF.

*> valor de las salidas de doce meses, orden por almacén y valor, y
*> clase por el porcentaje acumulado del almacén
CLASIFICAR-PRODUCTOS.
    MOVE WS-HOY TO WS-DESDE
    COMPUTE WS-DESDE-ANIO = WS-HOY-NUM / 10000 - 1
    MOVE WS-DESDE-ANIO TO WS-DESDE(1:4)
    PERFORM CARGAR-COSTE-SALIDAS.
    PERFORM CARGAR-SALIDAS-ANTIGUAS.
    OPEN INPUT PRODUCTO-MASTER.
    IF NOT PM-OK
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
        MOVE "PRODUCTO-MASTER" TO EL-TRACKED-RESOURCE
        MOVE "product master not available - no ABC run"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
        CLOSE PRODUCTO-MASTER
        EXIT PARAGRAPH
    END-IF
    SORT CLASIFICA-SORT
        ON ASCENDING KEY SR-ALMACEN
        ON DESCENDING KEY SR-VALOR
        ON ASCENDING KEY SR-CODIGO
        INPUT PROCEDURE SELECCIONAR-PRODUCTOS
        OUTPUT PROCEDURE ASIGNAR-CLASES
    CLOSE PRODUCTO-MASTER
    PERFORM RETIRAR-SIN-MAESTRO.

CARGAR-COSTE-SALIDAS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT COSTE-SALIDAS
    READ COSTE-SALIDAS
        AT END SET FICHERO-EOF TO TRUE
    END-READ
    PERFORM UNTIL FICHERO-EOF
        ADD 1 TO WS-LEIDOS
        IF CS-FECHA < WS-PRIMERA-CS
            MOVE CS-FECHA TO WS-PRIMERA-CS
        END-IF
        IF CS-FECHA NOT < WS-DESDE
            MOVE CS-CODIGO TO WS-VS-BUSCA-CODIGO
            MOVE CS-ALMACEN TO WS-VS-BUSCA-ALMACEN
            PERFORM BUSCAR-VALOR-SALIDAS
            IF WS-VS-SUB > ZEROS
                ADD CS-COSTE TO WS-VS-VALOR(WS-VS-SUB)
            END-IF
        END-IF
        READ COSTE-SALIDAS
            AT END SET FICHERO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE COSTE-SALIDAS.

*> las salidas de antes de que existiera COSTE-SALIDAS no llevan coste
*> FIFO: se valoran por la cantidad a coste de ficha
CARGAR-SALIDAS-ANTIGUAS.
    OPEN INPUT PRODUCTO-MASTER
    IF NOT PM-OK
        CLOSE PRODUCTO-MASTER
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT MOVIMIENTOS-HIST
    READ MOVIMIENTOS-HIST
        AT END SET FICHERO-EOF TO TRUE
    END-READ
    PERFORM UNTIL FICHERO-EOF
        ADD 1 TO WS-LEIDOS
        IF MH-TIPO = 'S' AND MH-FECHA NOT < WS-DESDE
            AND MH-FECHA < WS-PRIMERA-CS
            MOVE MH-CODIGO TO PM-CODIGO
            MOVE MH-ALMACEN TO PM-ALMACEN-ID
            READ PRODUCTO-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE MH-CODIGO TO WS-VS-BUSCA-CODIGO
                    MOVE MH-ALMACEN TO WS-VS-BUSCA-ALMACEN
                    PERFORM BUSCAR-VALOR-SALIDAS
                    IF WS-VS-SUB > ZEROS
                        COMPUTE WS-VS-VALOR(WS-VS-SUB) =
                            WS-VS-VALOR(WS-VS-SUB)
                            + MH-CANTIDAD * PM-COSTO-UNITARIO
                    END-IF
            END-READ
        END-IF
        READ MOVIMIENTOS-HIST
            AT END SET FICHERO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE MOVIMIENTOS-HIST
    CLOSE PRODUCTO-MASTER.

*> deja en WS-VS-SUB la entrada de WS-VS-BUSCA-CODIGO/ALMACEN,
*> dándola de alta si no estaba; cero si la tabla está llena
BUSCAR-VALOR-SALIDAS.
    MOVE ZEROS TO WS-VS-SUB
    PERFORM VARYING WS-VS-IDX FROM 1 BY 1
        UNTIL WS-VS-IDX > WS-VS-CUENTA OR WS-VS-SUB > ZEROS
        IF WS-VS-CODIGO(WS-VS-IDX) = WS-VS-BUSCA-CODIGO
            AND WS-VS-ALMACEN(WS-VS-IDX) = WS-VS-BUSCA-ALMACEN
            MOVE WS-VS-IDX TO WS-VS-SUB
        END-IF
    END-PERFORM
    IF WS-VS-SUB = ZEROS
        IF WS-VS-CUENTA < 2000
            ADD 1 TO WS-VS-CUENTA
            MOVE WS-VS-CUENTA TO WS-VS-SUB
            MOVE WS-VS-BUSCA-CODIGO TO WS-VS-CODIGO(WS-VS-SUB)
            MOVE WS-VS-BUSCA-ALMACEN TO WS-VS-ALMACEN(WS-VS-SUB)
            MOVE ZEROS TO WS-VS-VALOR(WS-VS-SUB)
        ELSE
            IF NOT TABLA-VALORES-LLENA
                MOVE 'Y' TO WS-VS-LLENA
                MOVE "COSTE-SALIDAS.DAT" TO EL-TRACKED-RESOURCE
                MOVE "issue value table full" TO EL-ERROR-MESSAGE
                PERFORM LOG-ERROR-TO-SYSERR
            END-IF
        END-IF
    END-IF.

*> cada producto del maestro entra al SORT con su valor de salidas;
*> el total por almacén se suma aquí mismo
SELECCIONAR-PRODUCTOS.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PM-KEY
    START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
        INVALID KEY SET FICHERO-EOF TO TRUE
    END-START
    PERFORM UNTIL FICHERO-EOF
        READ PRODUCTO-MASTER NEXT RECORD
            AT END SET FICHERO-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LEIDOS
                MOVE PM-ALMACEN-ID TO SR-ALMACEN
                MOVE PM-CODIGO TO SR-CODIGO
                MOVE ZEROS TO SR-VALOR
                PERFORM VARYING WS-VS-IDX FROM 1 BY 1
                    UNTIL WS-VS-IDX > WS-VS-CUENTA
                    IF WS-VS-CODIGO(WS-VS-IDX) = PM-CODIGO
                        AND WS-VS-ALMACEN(WS-VS-IDX) = PM-ALMACEN-ID
                        MOVE WS-VS-VALOR(WS-VS-IDX) TO SR-VALOR
                    END-IF
                END-PERFORM
                MOVE PM-ALMACEN-ID TO WS-ALMACEN-BUSCADO
                PERFORM BUSCAR-ALMACEN
                IF WS-ALM-SUB > ZEROS
                    ADD SR-VALOR TO WS-ALM-TOTAL(WS-ALM-SUB)
                END-IF
                RELEASE SR-RECORD
        END-READ
    END-PERFORM.

ASIGNAR-CLASES.
    MOVE 'N' TO WS-SORT-EOF
    MOVE LOW-VALUES TO WS-ALMACEN-ANTERIOR
    PERFORM UNTIL CLASIFICA-SORT-EOF
        RETURN CLASIFICA-SORT
            AT END SET CLASIFICA-SORT-EOF TO TRUE
            NOT AT END
                PERFORM CLASIFICAR-UN-PRODUCTO
        END-RETURN
    END-PERFORM.

*> la clase sale del porcentaje que ya llevaba acumulado el almacén
*> antes de este producto, así el que cruza el corte sigue en la
*> clase de arriba
CLASIFICAR-UN-PRODUCTO.
    IF SR-ALMACEN NOT = WS-ALMACEN-ANTERIOR
        MOVE SR-ALMACEN TO WS-ALMACEN-ANTERIOR
        MOVE ZEROS TO WS-ACUMULADO
        MOVE ZEROS TO WS-SECUENCIA(1) WS-SECUENCIA(2) WS-SECUENCIA(3)
        MOVE SR-ALMACEN TO WS-ALMACEN-BUSCADO
        PERFORM BUSCAR-ALMACEN
    END-IF
    MOVE 'C' TO WS-CLASE-NUEVA
    IF SR-VALOR > ZEROS AND WS-ALM-SUB > ZEROS
        COMPUTE WS-PORCENTAJE =
            WS-ACUMULADO * 100 / WS-ALM-TOTAL(WS-ALM-SUB)
        EVALUATE TRUE
            WHEN WS-PORCENTAJE < WS-CORTE-A
                MOVE 'A' TO WS-CLASE-NUEVA
            WHEN WS-PORCENTAJE < WS-CORTE-B
                MOVE 'B' TO WS-CLASE-NUEVA
        END-EVALUATE
    END-IF
    ADD SR-VALOR TO WS-ACUMULADO
    ADD 1 TO WS-CLASIFICADOS
    MOVE SR-CODIGO TO AB-CODIGO
    MOVE SR-ALMACEN TO AB-ALMACEN
    READ CLASES-ABC
        INVALID KEY
            MOVE SPACES TO AB-ULTIMO-RECUENTO
            MOVE ZEROS TO AB-RECUENTOS AB-ACIERTOS
            MOVE WS-CLASE-NUEVA TO AB-CLASE
            PERFORM REPARTIR-PRIMER-RECUENTO
            MOVE SR-VALOR TO AB-VALOR-SALIDAS
            MOVE WS-HOY TO AB-FECHA-CLASIFICACION
            WRITE CLASE-ABC-RECORD
        NOT INVALID KEY
            IF AB-CLASE NOT = WS-CLASE-NUEVA
                MOVE WS-CLASE-NUEVA TO AB-CLASE
                PERFORM REPARTIR-PRIMER-RECUENTO
            END-IF
            MOVE SR-VALOR TO AB-VALOR-SALIDAS
            MOVE WS-HOY TO AB-FECHA-CLASIFICACION
            REWRITE CLASE-ABC-RECORD
    END-READ.

*> el enésimo producto que entra en una clase del almacén va a hoy
*> más n módulo el intervalo de la clase: uno o varios por día,
*> nunca la clase entera el mismo día
REPARTIR-PRIMER-RECUENTO.
    ADD 1 TO WS-CAMBIOS-CLASE
    PERFORM FIJAR-CLASE-SUB
    PERFORM FIJAR-INTERVALO
    DIVIDE WS-SECUENCIA(WS-CLASE-SUB) BY WS-INTERVALO
        GIVING WS-COCIENTE REMAINDER WS-DESFASE
    ADD 1 TO WS-SECUENCIA(WS-CLASE-SUB)
    COMPUTE WS-FECHA-INT = WS-HOY-INT + WS-DESFASE
    COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
    MOVE WS-FECHA-NUM TO AB-PROXIMO-RECUENTO.

FIJAR-CLASE-SUB.
    EVALUATE TRUE
        WHEN AB-CLASE-A MOVE 1 TO WS-CLASE-SUB
        WHEN AB-CLASE-B MOVE 2 TO WS-CLASE-SUB
        WHEN OTHER MOVE 3 TO WS-CLASE-SUB
    END-EVALUATE.

FIJAR-INTERVALO.
    EVALUATE TRUE
        WHEN AB-CLASE-A MOVE WS-INTERVALO-A TO WS-INTERVALO
        WHEN AB-CLASE-B MOVE WS-INTERVALO-B TO WS-INTERVALO
        WHEN OTHER MOVE WS-INTERVALO-C TO WS-INTERVALO
    END-EVALUATE.

*> lo que hoy no se ha clasificado ya no está en el maestro
RETIRAR-SIN-MAESTRO.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO AB-KEY
    START CLASES-ABC KEY IS GREATER THAN OR EQUAL TO AB-KEY
        INVALID KEY SET FICHERO-EOF TO TRUE
    END-START
    PERFORM UNTIL FICHERO-EOF
        READ CLASES-ABC NEXT RECORD
            AT END SET FICHERO-EOF TO TRUE
            NOT AT END
                IF AB-FECHA-CLASIFICACION NOT = WS-HOY
                    DELETE CLASES-ABC RECORD
                    ADD 1 TO WS-BORRADOS
                END-IF
        END-READ
    END-PERFORM.

*> una sola pasada por las clases: lo que ya se contó salta a su
*> próxima fecha, lo que vence hoy o antes va a la hoja, y todo suma
*> en el informe
PREPARAR-HOJA-DEL-DIA.
    OPEN OUTPUT HOJA-RECUENTO
    OPEN OUTPUT PRECISION-REPORT
    MOVE SPACES TO PRECISION-REPORT-LINE
    STRING "PRECISION DE RECUENTOS POR CLASE ABC - " WS-HOY
        DELIMITED BY SIZE INTO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE
    MOVE SPACES TO PRECISION-REPORT-LINE
    STRING "CORTES A/B: " WS-CORTE-A "% / " WS-CORTE-B
        "%  RECUENTOS AL AÑO A/B/C: " WS-FRECUENCIA-A "/"
        WS-FRECUENCIA-B "/" WS-FRECUENCIA-C
        DELIMITED BY SIZE INTO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE
    MOVE SPACES TO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO AB-KEY
    START CLASES-ABC KEY IS GREATER THAN OR EQUAL TO AB-KEY
        INVALID KEY SET FICHERO-EOF TO TRUE
    END-START
    PERFORM UNTIL FICHERO-EOF
        READ CLASES-ABC NEXT RECORD
            AT END SET FICHERO-EOF TO TRUE
            NOT AT END
                PERFORM REVISAR-UNA-CLASE
        END-READ
    END-PERFORM
    CLOSE HOJA-RECUENTO
    PERFORM LISTAR-PRECISION.
    CLOSE PRECISION-REPORT.

REVISAR-UNA-CLASE.
    PERFORM FIJAR-CLASE-SUB
    MOVE AB-ALMACEN TO WS-ALMACEN-BUSCADO
    PERFORM BUSCAR-ALMACEN
    IF WS-ALM-SUB = ZEROS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ALM-CUENTA-CLASE(WS-ALM-SUB, WS-CLASE-SUB)
    ADD AB-RECUENTOS TO WS-ALM-RECUENTOS(WS-ALM-SUB, WS-CLASE-SUB)
    ADD AB-ACIERTOS TO WS-ALM-ACIERTOS(WS-ALM-SUB, WS-CLASE-SUB)
    IF AB-ULTIMO-RECUENTO = SPACES
        ADD 1 TO WS-ALM-NUNCA(WS-ALM-SUB, WS-CLASE-SUB)
    END-IF
    IF AB-ULTIMO-RECUENTO NOT = SPACES
        AND AB-ULTIMO-RECUENTO NOT < AB-PROXIMO-RECUENTO
        PERFORM AVANZAR-TRAS-RECUENTO
    END-IF
    IF AB-PROXIMO-RECUENTO NOT > WS-HOY
        MOVE SPACES TO HOJA-RECUENTO-RECORD
        MOVE AB-CODIGO TO RC-CODIGO
        MOVE AB-ALMACEN TO RC-ALMACEN
        MOVE ZEROS TO RC-CANTIDAD-CONTADA
        WRITE HOJA-RECUENTO-RECORD
        ADD 1 TO WS-LINEAS-HOJA
        ADD 1 TO WS-ALM-EN-HOJA(WS-ALM-SUB, WS-CLASE-SUB)
    END-IF.

*> INVENTARIO-FISICO anota la fecha de cada recuento en la clase; uno
*> hecho el día que tocaba o después cumple esa fecha, y la próxima se
*> cuenta desde él
AVANZAR-TRAS-RECUENTO.
    PERFORM FIJAR-INTERVALO
    MOVE AB-ULTIMO-RECUENTO TO WS-FECHA-NUM
    COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
        + WS-INTERVALO
    COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
    MOVE WS-FECHA-NUM TO AB-PROXIMO-RECUENTO
    REWRITE CLASE-ABC-RECORD.

LISTAR-PRECISION.
    MOVE WS-CABECERA-COLUMNAS TO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE
    INITIALIZE WS-TOTALES-CLASE
    PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
        UNTIL WS-ALM-IDX > WS-ALM-CUENTA
        PERFORM VARYING WS-CLASE-SUB FROM 1 BY 1
            UNTIL WS-CLASE-SUB > 3
            IF WS-ALM-CUENTA-CLASE(WS-ALM-IDX, WS-CLASE-SUB) > ZEROS
                MOVE WS-ALM-CODIGO(WS-ALM-IDX) TO PD-ALMACEN
                MOVE WS-ALM-CUENTA-CLASE(WS-ALM-IDX, WS-CLASE-SUB)
                    TO PD-ARTICULOS
                MOVE WS-ALM-EN-HOJA(WS-ALM-IDX, WS-CLASE-SUB)
                    TO PD-EN-HOJA
                MOVE WS-ALM-NUNCA(WS-ALM-IDX, WS-CLASE-SUB) TO PD-NUNCA
                MOVE WS-ALM-RECUENTOS(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-LINEA-RECUENTOS
                MOVE WS-ALM-ACIERTOS(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-LINEA-ACIERTOS
                PERFORM ESCRIBIR-LINEA-PRECISION
                ADD WS-ALM-CUENTA-CLASE(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-TOT-CUENTA(WS-CLASE-SUB)
                ADD WS-ALM-EN-HOJA(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-TOT-EN-HOJA(WS-CLASE-SUB)
                ADD WS-ALM-NUNCA(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-TOT-NUNCA(WS-CLASE-SUB)
                ADD WS-ALM-RECUENTOS(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-TOT-RECUENTOS(WS-CLASE-SUB)
                ADD WS-ALM-ACIERTOS(WS-ALM-IDX, WS-CLASE-SUB)
                    TO WS-TOT-ACIERTOS(WS-CLASE-SUB)
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE
    PERFORM VARYING WS-CLASE-SUB FROM 1 BY 1
        UNTIL WS-CLASE-SUB > 3
        MOVE "TOTAL" TO PD-ALMACEN
        MOVE WS-TOT-CUENTA(WS-CLASE-SUB) TO PD-ARTICULOS
        MOVE WS-TOT-EN-HOJA(WS-CLASE-SUB) TO PD-EN-HOJA
        MOVE WS-TOT-NUNCA(WS-CLASE-SUB) TO PD-NUNCA
        MOVE WS-TOT-RECUENTOS(WS-CLASE-SUB) TO WS-LINEA-RECUENTOS
        MOVE WS-TOT-ACIERTOS(WS-CLASE-SUB) TO WS-LINEA-ACIERTOS
        PERFORM ESCRIBIR-LINEA-PRECISION
    END-PERFORM.

*> el porcentaje de acierto es cuadrados sobre recuentos hechos
ESCRIBIR-LINEA-PRECISION.
    MOVE WS-LETRAS-CLASE(WS-CLASE-SUB:1) TO PD-CLASE
    MOVE WS-LINEA-RECUENTOS TO PD-RECUENTOS
    MOVE WS-LINEA-ACIERTOS TO PD-ACIERTOS
    IF WS-LINEA-RECUENTOS = ZEROS
        MOVE ZEROS TO PD-PORCENTAJE
    ELSE
        COMPUTE PD-PORCENTAJE ROUNDED =
            WS-LINEA-ACIERTOS * 100 / WS-LINEA-RECUENTOS
    END-IF
    MOVE WS-DETALLE TO PRECISION-REPORT-LINE
    WRITE PRECISION-REPORT-LINE.

*> deja en WS-ALM-SUB la entrada de WS-ALMACEN-BUSCADO, dándola de
*> alta si no estaba; cero si la tabla está llena
BUSCAR-ALMACEN.
    MOVE ZEROS TO WS-ALM-SUB
    PERFORM VARYING WS-ALM-IDX FROM 1 BY 1
        UNTIL WS-ALM-IDX > WS-ALM-CUENTA OR WS-ALM-SUB > ZEROS
        IF WS-ALM-CODIGO(WS-ALM-IDX) = WS-ALMACEN-BUSCADO
            MOVE WS-ALM-IDX TO WS-ALM-SUB
        END-IF
    END-PERFORM
    IF WS-ALM-SUB = ZEROS AND WS-ALM-CUENTA < 50
        ADD 1 TO WS-ALM-CUENTA
        MOVE WS-ALM-CUENTA TO WS-ALM-SUB
        INITIALIZE WS-ALM-ENTRADA(WS-ALM-SUB)
        MOVE WS-ALMACEN-BUSCADO TO WS-ALM-CODIGO(WS-ALM-SUB)
    END-IF.

COPY PARAM-FETCH.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.

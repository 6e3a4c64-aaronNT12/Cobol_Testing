*>               valorando lo contado; y el ajuste por lote deja
*>               también sus imágenes antes/después en CHANGE-HISTORY,
*>               igual que el camino por producto.
*> 24.10.24 AN - cada ajuste deja en MH-VALOR del histórico lo que
*>               movió a coste (la capa nueva al alza, el relevo FIFO
*>               a la baja), que es lo que STOCK-JOURNAL lleva a
*>               mermas en el mayor; por eso las capas se mueven ya
*>               antes de grabar el histórico en los dos caminos.
*> 24.11.03 AN - recuento cíclico: con RECUENTO_CICLICO=Y lee la hoja
*>               del día que deja CICLO-RECUENTOS en
*>               RECUENTOS-CICLO.DAT en vez de RECUENTOS.DAT; una
*>               línea de la hoja sin iniciales es que no se contó y
*>               sale como pendiente sin tocar el stock, y no se lista
*>               el resto del maestro como sin contar. Cada recuento
*>               comparado, cíclico o completo, anota en CLASES-ABC.DAT
*>               la fecha y si cuadró con el libro, que es de donde
*>               sale la precisión por clase.

IDENTIFICATION DIVISION.
PROGRAM-ID. INVENTARIO-FISICO.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PRODUCTO-MASTER-SELECT.
    SELECT RECUENTOS-FILE ASSIGN TO DYNAMIC WS-RECUENTOS-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT VARIANZAS-REPORT ASSIGN TO "VARIANZAS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY CAPAS-COSTE-SELECT.
    COPY COSTE-SALIDAS-SELECT.
    COPY CHANGE-HISTORY-SELECT.
    COPY CLASES-ABC-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

COPY CAPAS-COSTE-FD.
COPY COSTE-SALIDAS-FD.
COPY CHANGE-HISTORY-FD.
COPY CLASES-ABC-FD.
COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

COPY CAPAS-FIFO-FIELDS.
COPY CHANGE-HISTORY-FIELDS.
01 WS-LOTE-ANTES PIC 9(5).
COPY CLASES-ABC-STATUS.
01 WS-RECUENTOS-NOMBRE PIC X(30) VALUE "RECUENTOS.DAT".
01 WS-CICLICO-FLAG PIC X VALUE SPACE.
    88 RECUENTO-CICLICO VALUE 'Y'.
01 WS-CLASES-FLAG PIC X VALUE 'N'.
    88 CLASES-DISPONIBLES VALUE 'Y'.
01 WS-COMPARADO-FLAG PIC X.
    88 RECUENTO-COMPARADO VALUE 'Y'.
01 WS-PENDIENTES PIC 9(5) VALUE ZEROS.
01 WS-APLICAR-FLAG PIC X VALUE SPACE.
    88 WS-APLICAR-TODO VALUE 'Y'.
01 WS-CONFIRMA PIC X.
    88 CONFIRMA-SI VALUE 'Y' 'y' 'S' 's'.
01 WS-VARIANZA PIC S9(6).
01 WS-VARIANZA-VALOR PIC S9(9)V99.
01 WS-VALOR-AJUSTE PIC 9(9)V99.
01 WS-CONTADOS PIC 9(5) VALUE ZEROS.
01 WS-CON-VARIANZA PIC 9(5) VALUE ZEROS.
01 WS-AJUSTADOS PIC 9(5) VALUE ZEROS.
    ACCEPT WS-APLICAR-FLAG FROM ENVIRONMENT "RECUENTO_APLICAR"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT WS-CICLICO-FLAG FROM ENVIRONMENT "RECUENTO_CICLICO"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF RECUENTO-CICLICO
        MOVE "RECUENTOS-CICLO.DAT" TO WS-RECUENTOS-NOMBRE
    END-IF
*> sin clases ABC el recuento se hace igual, solo no deja precisión
    OPEN I-O CLASES-ABC.
    IF AB-OK
        MOVE 'Y' TO WS-CLASES-FLAG
    ELSE
        CLOSE CLASES-ABC
    END-IF
    OPEN I-O PRODUCTO-MASTER.
    IF NOT PM-OK
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
    END-IF
    OPEN INPUT RECUENTOS-FILE
    OPEN OUTPUT VARIANZAS-REPORT
    IF RECUENTO-CICLICO
        MOVE "INFORME DE VARIANZAS DE RECUENTO CICLICO"
            TO VARIANZAS-REPORT-LINE
    ELSE
        MOVE "INFORME DE VARIANZAS DE RECUENTO FISICO"
            TO VARIANZAS-REPORT-LINE
    END-IF
    WRITE VARIANZAS-REPORT-LINE
    READ RECUENTOS-FILE
        AT END SET RECUENTOS-EOF TO TRUE
            AT END SET RECUENTOS-EOF TO TRUE
        END-READ
    END-PERFORM
    MOVE SPACES TO VARIANZAS-REPORT-LINE
    IF RECUENTO-CICLICO
        STRING "CONTADOS: " WS-CONTADOS " CON VARIANZA: "
            WS-CON-VARIANZA " AJUSTADOS: " WS-AJUSTADOS
            " PENDIENTES DE LA HOJA: " WS-PENDIENTES
            DELIMITED BY SIZE INTO VARIANZAS-REPORT-LINE
    ELSE
        PERFORM LISTAR-NO-CONTADOS
        STRING "CONTADOS: " WS-CONTADOS " CON VARIANZA: "
            WS-CON-VARIANZA " AJUSTADOS: " WS-AJUSTADOS
            " SIN CONTAR: " WS-NO-CONTADOS
            DELIMITED BY SIZE INTO VARIANZAS-REPORT-LINE
    END-IF
    WRITE VARIANZAS-REPORT-LINE
    CLOSE RECUENTOS-FILE
    IF CLASES-DISPONIBLES
        CLOSE CLASES-ABC
    END-IF
    CLOSE VARIANZAS-REPORT
    CLOSE PRODUCTO-MASTER
    DISPLAY "Recuento: " WS-CONTADOS " contados, " WS-CON-VARIANZA
        " con varianza, " WS-AJUSTADOS " ajustados"
    STOP RUN.

*> en la hoja cíclica el contador firma cada línea que cuenta; sin
*> iniciales la línea sigue pendiente y la cantidad cero no vale
PROCESAR-UN-RECUENTO.
    IF RECUENTO-CICLICO AND RC-INICIALES = SPACES
        ADD 1 TO WS-PENDIENTES
        MOVE SPACES TO WS-VR-DETALLE
        MOVE RC-CODIGO TO VD-CODIGO
        MOVE RC-ALMACEN TO VD-ALMACEN
        MOVE "PENDIENTE DE CONTAR" TO VD-NOTA
        MOVE WS-VR-DETALLE TO VARIANZAS-REPORT-LINE
        WRITE VARIANZAS-REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CONTADOS
    PERFORM ANOTAR-CLAVE-CONTADA
    MOVE RC-CODIGO TO PM-CODIGO
            MOVE "count for product not on the master" TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE 'N' TO WS-COMPARADO-FLAG
            PERFORM COMPARAR-RECUENTO THRU COMPARAR-RECUENTO-FIN
            IF RECUENTO-COMPARADO AND CLASES-DISPONIBLES
                PERFORM ANOTAR-PRECISION-ABC
            END-IF
    END-READ.

*> un recuento sin varianza es un acierto de la clase del producto
ANOTAR-PRECISION-ABC.
    MOVE RC-CODIGO TO AB-CODIGO
    MOVE RC-ALMACEN TO AB-ALMACEN
    READ CLASES-ABC
        INVALID KEY CONTINUE
        NOT INVALID KEY
            ADD 1 TO AB-RECUENTOS
            IF WS-VARIANZA = ZERO
                ADD 1 TO AB-ACIERTOS
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO AB-ULTIMO-RECUENTO
            REWRITE CLASE-ABC-RECORD
    END-READ.

COMPARAR-RECUENTO.
        GO TO COMPARAR-RECUENTO-FIN
    END-IF
    COMPUTE WS-VARIANZA = RC-CANTIDAD-CONTADA - PM-CANTIDAD
    MOVE 'Y' TO WS-COMPARADO-FLAG
    IF WS-VARIANZA = ZERO
        GO TO COMPARAR-RECUENTO-FIN
    END-IF
    PERFORM LOG-CHANGE-HISTORY
    REWRITE PRODUCTO-MASTER-RECORD
    ADD 1 TO WS-AJUSTADOS
    PERFORM AJUSTAR-CAPAS-POR-VARIANZA
    MOVE FUNCTION CURRENT-DATE(1:8) TO MH-FECHA
    MOVE RC-CODIGO TO MH-CODIGO
    MOVE RC-ALMACEN TO MH-ALMACEN
    MOVE RC-INICIALES TO MH-REFERENCIA
    MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
    MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
    MOVE WS-VALOR-AJUSTE TO MH-VALOR
    OPEN EXTEND MOVIMIENTOS-HIST
    WRITE MOVIMIENTO-HIST-RECORD
    CLOSE MOVIMIENTOS-HIST
    MOVE "RECUENTO" TO AT-CHANGE-OPERATION
    MOVE RC-CODIGO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL

*> el ajuste mueve las capas FIFO por la diferencia, como hace el
*> ajuste 'A' de almacén: al alza entra capa nueva al coste de ficha,
*> a la baja se relevan las capas más antiguas; WS-VALOR-AJUSTE se
*> queda con lo que entró o salió a coste
AJUSTAR-CAPAS-POR-VARIANZA.
    MOVE ZEROS TO WS-VALOR-AJUSTE
    MOVE RC-CODIGO TO CF-CODIGO
    MOVE RC-ALMACEN TO CF-ALMACEN
    IF WS-VARIANZA > ZERO
        MOVE WS-VARIANZA TO CF-CANTIDAD
        MOVE PM-COSTO-UNITARIO TO CF-COSTO
        PERFORM CREAR-CAPA-COSTE
        COMPUTE WS-VALOR-AJUSTE = CF-CANTIDAD * CF-COSTO
    END-IF
    IF WS-VARIANZA < ZERO
        COMPUTE CF-CANTIDAD = ZERO - WS-VARIANZA
        MOVE PM-COSTO-UNITARIO TO CF-COSTO-FALLBACK
        PERFORM RELEVAR-CAPAS-FIFO
        MOVE CF-COSTE-SALIDA TO WS-VALOR-AJUSTE
    END-IF.

*> el recuento por lote compara contra la cantidad de ese lote; el
            EXIT PARAGRAPH
    END-READ
    COMPUTE WS-VARIANZA = RC-CANTIDAD-CONTADA - LT-CANTIDAD
    MOVE 'Y' TO WS-COMPARADO-FLAG
    IF WS-VARIANZA = ZERO
        CLOSE LOTES-STOCK
        EXIT PARAGRAPH
        MOVE RC-LOTE TO MH-REFERENCIA
        MOVE WS-CANTIDAD-ANTES TO MH-STOCK-ANTES
        MOVE PM-CANTIDAD TO MH-STOCK-DESPUES
        MOVE WS-VALOR-AJUSTE TO MH-VALOR
        OPEN EXTEND MOVIMIENTOS-HIST
        WRITE MOVIMIENTO-HIST-RECORD
        CLOSE MOVIMIENTOS-HIST

*> Purpose: Diario contable nocturno de los movimientos de stock
*>
*> El coste FIFO de cada salida llegaba a COSTE-SALIDAS.DAT y las
*> recepciones entraban a coste en las capas, pero las existencias
*> del mayor no se movían nunca. Esta pasada corre detrás de almacen
*> y de la conciliación de stock: toma los movimientos de hoy del
*> histórico MOVIMIENTOS-HIST, cada uno con su valor a coste
*> (MH-VALOR), los acumula por almacén y los añade a GL-JOURNAL.DAT
*> como un lote propio (cabecera, líneas, trailer, origen 'M') que
*> GL-POST contabiliza con el resto del diario:
*>   entrada ('E')       existencias       contra recepciones
*>   salida ('S')        coste de ventas   contra existencias
*>   devolución ('D')    recepciones       contra existencias
*>   ajuste ('A')        existencias       contra mermas, o al revés
*>   traspaso ('T')      existencias del destino contra las del
*>                       origen; el céntimo de redondeo del coste
*>                       medio va a mermas del origen
*>   montaje ('M') y despiece ('P') no se contabilizan: el valor pasa
*>                       de los componentes al kit (o al revés)
*>                       dentro de las existencias del mismo almacén,
*>                       y almacen lo deja cuadrado al céntimo
*> Las cuentas salen de ALMACEN-CUENTAS.DAT. Un almacén con
*> movimientos y sin sus cuatro cuentas para el diario entero: no se
*> contabiliza nada a medias, el motivo queda en STOCK-JOURNAL.RPT y
*> en el error log. Un lote de hoy que ya esté en el diario no se
*> vuelve a escribir.
*>
*> Mod history:
*> 24.10.24 AN - initial version.
*> 24.11.01 AN - los montajes y despieces de kits ('M', 'P') se
*>               reconocen y se cuentan sin asiento, en vez de salir
*>               como movimientos sin tratamiento contable.

IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-JOURNAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY MOVIMIENTOS-HIST-SELECT.
    COPY ALMACEN-CUENTAS-SELECT.
    SELECT OPTIONAL GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS-CODE.
    SELECT DIARIO-REPORT ASSIGN TO "STOCK-JOURNAL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.
    COPY JOB-STATS-SELECT.

DATA DIVISION.
FILE SECTION.
COPY MOVIMIENTOS-HIST-FD.

COPY ALMACEN-CUENTAS-FD.

FD GL-JOURNAL.
01 GL-JOURNAL-RECORD.
    05 GJ-RECORD-TYPE PIC X.
    05 GJ-DATE PIC 9(8).
    05 GJ-GL-ACCOUNT PIC 9(8).
    05 GJ-DR-CR PIC X.
    05 GJ-AMOUNT PIC 9(9)V99.
    05 GJ-SOURCE-TYPE PIC X.
    05 GJ-CURRENCY PIC X(3).
    05 GJ-BASE-AMOUNT PIC 9(9)V99.
    05 FILLER PIC X(10).
01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
    05 GJT-RECORD-TYPE PIC X.
    05 GJT-RECORD-COUNT PIC 9(8).
    05 GJT-DEBIT-TOTAL PIC 9(9)V99.
    05 GJT-CREDIT-TOTAL PIC 9(9)V99.
    05 GJT-BASE-DEBIT-TOTAL PIC 9(9)V99.
    05 GJT-BASE-CREDIT-TOTAL PIC 9(9)V99.
    05 FILLER PIC X(1).

FD DIARIO-REPORT.
01 DIARIO-REPORT-LINE PIC X(132).

COPY ERROR-LOG-FD.
COPY JOB-STATS-FD.

WORKING-STORAGE SECTION.
01 WS-HIST-EOF PIC X VALUE 'N'.
    88 HISTORICO-EOF VALUE 'Y'.
01 WS-CUENTAS-EOF PIC X VALUE 'N'.
    88 CUENTAS-EOF VALUE 'Y'.
01 WS-DIARIO-EOF PIC X VALUE 'N'.
    88 DIARIO-EOF VALUE 'Y'.
01 WS-HOY PIC X(8).
01 WS-VALOR PIC 9(9)V99.
*> lo que movió cada almacén hoy, a coste, por clase de movimiento
01 WS-ALM-CUENTA PIC 9(2) VALUE ZEROS.
01 WS-ALM-TABLA.
    05 WS-ALM-ENTRADA OCCURS 50 TIMES.
        10 WS-ALM-CODIGO PIC X(5).
        10 WS-ALM-RECEPCIONES PIC 9(9)V99.
        10 WS-ALM-SALIDAS PIC 9(9)V99.
        10 WS-ALM-DEVOLUCIONES PIC 9(9)V99.
        10 WS-ALM-SOBRANTES PIC 9(9)V99.
        10 WS-ALM-FALTANTES PIC 9(9)V99.
        10 WS-ALM-TRASP-ENTRADA PIC 9(9)V99.
        10 WS-ALM-TRASP-SALIDA PIC 9(9)V99.
        10 WS-ALM-REDONDEO-PERDIDA PIC 9(9)V99.
        10 WS-ALM-REDONDEO-GANANCIA PIC 9(9)V99.
        10 WS-ALM-GL-EXISTENCIAS PIC 9(8).
        10 WS-ALM-GL-COSTE-VENTAS PIC 9(8).
        10 WS-ALM-GL-MERMAS PIC 9(8).
        10 WS-ALM-GL-RECEPCIONES PIC 9(8).
01 WS-ALM-SUB PIC 9(2).
01 WS-ALMACEN-BUSCADO PIC X(5).
*> la pata origen de un traspaso espera a su pata destino, que
*> almacen graba justo detrás, para cuadrar el redondeo
01 WS-TRASP-PENDIENTE PIC X VALUE 'N'.
    88 TRASPASO-PENDIENTE VALUE 'Y'.
01 WS-TRASP-ORIGEN-SUB PIC 9(2).
01 WS-TRASP-ORIGEN-VALOR PIC 9(9)V99.
01 WS-MOVIMIENTOS-HOY PIC 9(7) VALUE ZEROS.
01 WS-SIN-VALOR PIC 9(7) VALUE ZEROS.
01 WS-PARADO PIC X VALUE 'N'.
    88 DIARIO-PARADO VALUE 'Y'.
01 WS-YA-EN-DIARIO PIC X VALUE 'N'.
    88 LOTE-YA-EN-DIARIO VALUE 'Y'.
01 WS-LINEA-CUENTA PIC 9(8).
01 WS-LINEA-DC PIC X.
01 WS-LINEA-IMPORTE PIC 9(9)V99.
01 WS-GL-RECORD-COUNT PIC 9(8) VALUE ZEROS.
01 WS-GL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZEROS.
01 WS-GL-CREDIT-TOTAL PIC 9(9)V99 VALUE ZEROS.
01 WS-CABECERA-COLUMNAS PIC X(132) VALUE
    "ALMACEN   RECEPCIONES       SALIDAS  DEVOLUCIONES    SOBRANTES    FALTANTES  TRASP.ENTRADA  TRASP.SALIDA".
01 WS-DETALLE.
    05 DT-ALMACEN PIC X(5).
    05 FILLER PIC X(1) VALUE SPACE.
    05 DT-RECEPCIONES PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-SALIDAS PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-DEVOLUCIONES PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-SOBRANTES PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-FALTANTES PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-TRASP-ENTRADA PIC ZZZ,ZZZ,ZZ9.99.
    05 DT-TRASP-SALIDA PIC ZZZ,ZZZ,ZZ9.99.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY JOB-STATS-FIELDS.

PROCEDURE DIVISION.
DIARIO-PRINCIPAL.
    MOVE "STOCK-JOURNAL" TO JS-CALLING-PROGRAM.
    MOVE "STOCK-JOURNAL" TO EL-CALLING-PROGRAM.
    PERFORM START-JOB-STATS.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    OPEN OUTPUT DIARIO-REPORT.
    MOVE SPACES TO DIARIO-REPORT-LINE
    STRING "DIARIO CONTABLE DE STOCK - MOVIMIENTOS DEL " WS-HOY
        DELIMITED BY SIZE INTO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
    MOVE SPACES TO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
    PERFORM CARGAR-MOVIMIENTOS-DE-HOY.
    PERFORM CARGAR-CUENTAS-ALMACEN.
    MOVE WS-CABECERA-COLUMNAS TO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
    PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
        UNTIL WS-ALM-SUB > WS-ALM-CUENTA
        PERFORM LISTAR-UN-ALMACEN
    END-PERFORM
    MOVE SPACES TO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
    PERFORM ESCRIBIR-DIARIO THRU ESCRIBIR-DIARIO-FIN.
    CLOSE DIARIO-REPORT.
    MOVE WS-MOVIMIENTOS-HOY TO JS-RECORDS-READ.
    MOVE WS-GL-RECORD-COUNT TO JS-RECORDS-WRITTEN.
    PERFORM END-JOB-STATS.
    STOP RUN.

CARGAR-MOVIMIENTOS-DE-HOY.
    OPEN INPUT MOVIMIENTOS-HIST
    READ MOVIMIENTOS-HIST
        AT END SET HISTORICO-EOF TO TRUE
    END-READ
    PERFORM UNTIL HISTORICO-EOF
        IF MH-FECHA = WS-HOY
            ADD 1 TO WS-MOVIMIENTOS-HOY
            PERFORM ACUMULAR-MOVIMIENTO THRU ACUMULAR-MOVIMIENTO-FIN
        END-IF
        READ MOVIMIENTOS-HIST
            AT END SET HISTORICO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE MOVIMIENTOS-HIST.

*> un movimiento sin valor (fila anterior al valor en el histórico)
*> se cuenta pero no se contabiliza
ACUMULAR-MOVIMIENTO.
    IF MH-VALOR IS NUMERIC
        MOVE MH-VALOR TO WS-VALOR
    ELSE
        MOVE ZEROS TO WS-VALOR
        ADD 1 TO WS-SIN-VALOR
    END-IF
    MOVE MH-ALMACEN TO WS-ALMACEN-BUSCADO
    PERFORM BUSCAR-ALMACEN
    IF WS-ALM-SUB = ZEROS
        GO TO ACUMULAR-MOVIMIENTO-FIN
    END-IF
    EVALUATE MH-TIPO
        WHEN 'E'
            ADD WS-VALOR TO WS-ALM-RECEPCIONES(WS-ALM-SUB)
        WHEN 'S'
            ADD WS-VALOR TO WS-ALM-SALIDAS(WS-ALM-SUB)
        WHEN 'D'
            ADD WS-VALOR TO WS-ALM-DEVOLUCIONES(WS-ALM-SUB)
        WHEN 'A'
            IF MH-STOCK-DESPUES > MH-STOCK-ANTES
                ADD WS-VALOR TO WS-ALM-SOBRANTES(WS-ALM-SUB)
            ELSE
                ADD WS-VALOR TO WS-ALM-FALTANTES(WS-ALM-SUB)
            END-IF
        WHEN 'T'
            IF MH-STOCK-DESPUES < MH-STOCK-ANTES
                ADD WS-VALOR TO WS-ALM-TRASP-SALIDA(WS-ALM-SUB)
                MOVE WS-ALM-SUB TO WS-TRASP-ORIGEN-SUB
                MOVE WS-VALOR TO WS-TRASP-ORIGEN-VALOR
                SET TRASPASO-PENDIENTE TO TRUE
            ELSE
                ADD WS-VALOR TO WS-ALM-TRASP-ENTRADA(WS-ALM-SUB)
                IF TRASPASO-PENDIENTE
                    PERFORM CUADRAR-REDONDEO-TRASPASO
                END-IF
            END-IF
        WHEN 'M'
        WHEN 'P'
            CONTINUE
        WHEN OTHER
            DISPLAY "Movimiento de tipo " MH-TIPO " de " MH-CODIGO
                " sin tratamiento contable - ignorado"
    END-EVALUATE.
    ACUMULAR-MOVIMIENTO-FIN.
    EXIT.

*> la pata destino entra al coste medio redondeado: lo que no cuadra
*> con lo relevado en origen es redondeo y se lleva a mermas del origen
CUADRAR-REDONDEO-TRASPASO.
    IF WS-TRASP-ORIGEN-VALOR > WS-VALOR
        COMPUTE WS-ALM-REDONDEO-PERDIDA(WS-TRASP-ORIGEN-SUB) =
            WS-ALM-REDONDEO-PERDIDA(WS-TRASP-ORIGEN-SUB)
            + WS-TRASP-ORIGEN-VALOR - WS-VALOR
    END-IF
    IF WS-VALOR > WS-TRASP-ORIGEN-VALOR
        COMPUTE WS-ALM-REDONDEO-GANANCIA(WS-TRASP-ORIGEN-SUB) =
            WS-ALM-REDONDEO-GANANCIA(WS-TRASP-ORIGEN-SUB)
            + WS-VALOR - WS-TRASP-ORIGEN-VALOR
    END-IF
    MOVE 'N' TO WS-TRASP-PENDIENTE.

*> deja en WS-ALM-SUB la entrada del almacén, creándola si hace falta;
*> cero si la tabla está llena
BUSCAR-ALMACEN.
    PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
        UNTIL WS-ALM-SUB > WS-ALM-CUENTA
            OR WS-ALM-CODIGO(WS-ALM-SUB) = WS-ALMACEN-BUSCADO
        CONTINUE
    END-PERFORM
    IF WS-ALM-SUB > WS-ALM-CUENTA
        IF WS-ALM-CUENTA < 50
            ADD 1 TO WS-ALM-CUENTA
            MOVE WS-ALM-CUENTA TO WS-ALM-SUB
            INITIALIZE WS-ALM-ENTRADA(WS-ALM-SUB)
            MOVE WS-ALMACEN-BUSCADO TO WS-ALM-CODIGO(WS-ALM-SUB)
        ELSE
            DISPLAY "Tabla de almacenes llena - " WS-ALMACEN-BUSCADO
                " no entra en el diario"
            SET DIARIO-PARADO TO TRUE
            MOVE ZEROS TO WS-ALM-SUB
        END-IF
    END-IF.

*> solo interesan las cuentas de los almacenes que se movieron hoy
CARGAR-CUENTAS-ALMACEN.
    OPEN INPUT ALMACEN-CUENTAS
    READ ALMACEN-CUENTAS
        AT END SET CUENTAS-EOF TO TRUE
    END-READ
    PERFORM UNTIL CUENTAS-EOF
        PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
            UNTIL WS-ALM-SUB > WS-ALM-CUENTA
            IF WS-ALM-CODIGO(WS-ALM-SUB) = AC-ALMACEN
                MOVE AC-GL-EXISTENCIAS
                    TO WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB)
                MOVE AC-GL-COSTE-VENTAS
                    TO WS-ALM-GL-COSTE-VENTAS(WS-ALM-SUB)
                MOVE AC-GL-MERMAS TO WS-ALM-GL-MERMAS(WS-ALM-SUB)
                MOVE AC-GL-RECEPCIONES
                    TO WS-ALM-GL-RECEPCIONES(WS-ALM-SUB)
            END-IF
        END-PERFORM
        READ ALMACEN-CUENTAS
            AT END SET CUENTAS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ALMACEN-CUENTAS.

LISTAR-UN-ALMACEN.
    MOVE SPACES TO WS-DETALLE
    MOVE WS-ALM-CODIGO(WS-ALM-SUB) TO DT-ALMACEN
    MOVE WS-ALM-RECEPCIONES(WS-ALM-SUB) TO DT-RECEPCIONES
    MOVE WS-ALM-SALIDAS(WS-ALM-SUB) TO DT-SALIDAS
    MOVE WS-ALM-DEVOLUCIONES(WS-ALM-SUB) TO DT-DEVOLUCIONES
    MOVE WS-ALM-SOBRANTES(WS-ALM-SUB) TO DT-SOBRANTES
    MOVE WS-ALM-FALTANTES(WS-ALM-SUB) TO DT-FALTANTES
    MOVE WS-ALM-TRASP-ENTRADA(WS-ALM-SUB) TO DT-TRASP-ENTRADA
    MOVE WS-ALM-TRASP-SALIDA(WS-ALM-SUB) TO DT-TRASP-SALIDA
    MOVE WS-DETALLE TO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
*> un almacén que se movió sin sus cuatro cuentas para el diario
    IF WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) = ZEROS
        OR WS-ALM-GL-COSTE-VENTAS(WS-ALM-SUB) = ZEROS
        OR WS-ALM-GL-MERMAS(WS-ALM-SUB) = ZEROS
        OR WS-ALM-GL-RECEPCIONES(WS-ALM-SUB) = ZEROS
        SET DIARIO-PARADO TO TRUE
        MOVE SPACES TO DIARIO-REPORT-LINE
        STRING "      *** almacén " WS-ALM-CODIGO(WS-ALM-SUB)
            " sin cuentas completas en ALMACEN-CUENTAS.DAT"
            DELIMITED BY SIZE INTO DIARIO-REPORT-LINE
        WRITE DIARIO-REPORT-LINE
        MOVE WS-ALM-CODIGO(WS-ALM-SUB) TO EL-TRACKED-RESOURCE
        MOVE "warehouse has no GL accounts mapped" TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
    END-IF.

*> todo o nada: con un almacén sin cuentas no se escribe ninguna línea
ESCRIBIR-DIARIO.
    IF WS-ALM-CUENTA = ZEROS
        MOVE "SIN MOVIMIENTOS HOY - NADA QUE CONTABILIZAR"
            TO DIARIO-REPORT-LINE
        WRITE DIARIO-REPORT-LINE
        DISPLAY "Diario de stock: sin movimientos hoy"
        GO TO ESCRIBIR-DIARIO-FIN
    END-IF
    IF DIARIO-PARADO
        MOVE "DIARIO NO ESCRITO - FALTAN CUENTAS DE ALMACEN"
            TO DIARIO-REPORT-LINE
        WRITE DIARIO-REPORT-LINE
        DISPLAY "*** Diario de stock no escrito - faltan cuentas de"
            " almacén, ver STOCK-JOURNAL.RPT ***"
        GO TO ESCRIBIR-DIARIO-FIN
    END-IF
    PERFORM BUSCAR-LOTE-EN-DIARIO
    IF LOTE-YA-EN-DIARIO
        MOVE "EL LOTE DE HOY YA ESTA EN GL-JOURNAL.DAT - NO SE REPITE"
            TO DIARIO-REPORT-LINE
        WRITE DIARIO-REPORT-LINE
        DISPLAY "Diario de stock de " WS-HOY " ya en GL-JOURNAL.DAT"
        GO TO ESCRIBIR-DIARIO-FIN
    END-IF
    OPEN EXTEND GL-JOURNAL
    MOVE 'OPEN GL-JOURNAL' TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO GL-JOURNAL-RECORD
    MOVE 'H' TO GJ-RECORD-TYPE
    MOVE WS-HOY TO GJ-DATE
    MOVE ZEROS TO GJ-GL-ACCOUNT
    MOVE ZEROS TO GJ-AMOUNT
    MOVE ZEROS TO GJ-BASE-AMOUNT
    WRITE GL-JOURNAL-RECORD
    MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    PERFORM VARYING WS-ALM-SUB FROM 1 BY 1
        UNTIL WS-ALM-SUB > WS-ALM-CUENTA
        PERFORM DIARIO-UN-ALMACEN
    END-PERFORM
    MOVE SPACES TO GL-JOURNAL-RECORD
    MOVE 'T' TO GJT-RECORD-TYPE
    MOVE WS-GL-RECORD-COUNT TO GJT-RECORD-COUNT
    MOVE WS-GL-DEBIT-TOTAL TO GJT-DEBIT-TOTAL
    MOVE WS-GL-CREDIT-TOTAL TO GJT-CREDIT-TOTAL
    MOVE WS-GL-DEBIT-TOTAL TO GJT-BASE-DEBIT-TOTAL
    MOVE WS-GL-CREDIT-TOTAL TO GJT-BASE-CREDIT-TOTAL
    WRITE GL-JOURNAL-RECORD
    MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    CLOSE GL-JOURNAL
    MOVE SPACES TO DIARIO-REPORT-LINE
    STRING "DIARIO ESCRITO: " WS-GL-RECORD-COUNT " LINEAS, DEBE "
        WS-GL-DEBIT-TOTAL " HABER " WS-GL-CREDIT-TOTAL
        DELIMITED BY SIZE INTO DIARIO-REPORT-LINE
    WRITE DIARIO-REPORT-LINE
    DISPLAY "Diario de stock: " WS-GL-RECORD-COUNT " líneas a GL-JOURNAL"
    IF WS-SIN-VALOR > ZEROS
        DISPLAY "Aviso: " WS-SIN-VALOR " movimiento(s) de hoy sin valor"
            " en el histórico"
    END-IF.
    ESCRIBIR-DIARIO-FIN.
    EXIT.

DIARIO-UN-ALMACEN.
    MOVE WS-ALM-RECEPCIONES(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-GL-RECEPCIONES(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-SALIDAS(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-COSTE-VENTAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-DEVOLUCIONES(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-RECEPCIONES(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-SOBRANTES(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-GL-MERMAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-FALTANTES(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-MERMAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
*> las dos patas del traspaso se cuadran entre almacenes; el
*> redondeo queda en mermas del origen
    MOVE WS-ALM-TRASP-ENTRADA(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-EXISTENCIAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-TRASP-SALIDA(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-REDONDEO-PERDIDA(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE WS-ALM-GL-MERMAS(WS-ALM-SUB) TO WS-LINEA-CUENTA
    MOVE 'D' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO
    MOVE WS-ALM-REDONDEO-GANANCIA(WS-ALM-SUB) TO WS-LINEA-IMPORTE
    MOVE 'C' TO WS-LINEA-DC
    PERFORM ESCRIBIR-LINEA-DIARIO.

*> el stock se lleva en la moneda base; un importe cero no deja línea
ESCRIBIR-LINEA-DIARIO.
    IF WS-LINEA-IMPORTE = ZEROS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO GL-JOURNAL-RECORD
    MOVE 'D' TO GJ-RECORD-TYPE
    MOVE WS-HOY TO GJ-DATE
    MOVE WS-LINEA-CUENTA TO GJ-GL-ACCOUNT
    MOVE WS-LINEA-DC TO GJ-DR-CR
    MOVE WS-LINEA-IMPORTE TO GJ-AMOUNT
    MOVE 'M' TO GJ-SOURCE-TYPE
    MOVE WS-LINEA-IMPORTE TO GJ-BASE-AMOUNT
    WRITE GL-JOURNAL-RECORD
    MOVE 'WRITE GL-JOURNAL' TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    ADD 1 TO WS-GL-RECORD-COUNT
    IF WS-LINEA-DC = 'D'
        ADD WS-LINEA-IMPORTE TO WS-GL-DEBIT-TOTAL
    ELSE
        ADD WS-LINEA-IMPORTE TO WS-GL-CREDIT-TOTAL
    END-IF.

*> una repetición del paso en la misma noche no duplica el lote
BUSCAR-LOTE-EN-DIARIO.
    OPEN INPUT GL-JOURNAL
    READ GL-JOURNAL
        AT END SET DIARIO-EOF TO TRUE
    END-READ
    PERFORM UNTIL DIARIO-EOF
        IF GJ-RECORD-TYPE = 'D' AND GJ-SOURCE-TYPE = 'M'
            AND GJ-DATE = WS-HOY
            SET LOTE-YA-EN-DIARIO TO TRUE
        END-IF
        READ GL-JOURNAL
            AT END SET DIARIO-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE GL-JOURNAL.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY JOB-STATS-WRITE.

*>               capa respalda (stock de antes de las capas) se sigue
*>               valorando al coste de ficha. El stock antiguo deja de
*>               revalorarse con el precio de la última entrega.
*> 24.10.24 AN - cuarta sección, el cuadre con el mayor: el valor FIFO
*>               de cada almacén contra el saldo a la fecha de su
*>               cuenta de existencias en GL-BALANCES.DAT (cuentas de
*>               ALMACEN-CUENTAS.DAT, las mismas con que STOCK-JOURNAL
*>               contabiliza los movimientos). Cada descuadre sale con
*>               su diferencia. En el ciclo nocturno corre con
*>               VALORACION_CIERRE_MES=Y, que solo hace algo el día 1.

IDENTIFICATION DIVISION.
PROGRAM-ID. VALORACION-INVENTARIO.
    COPY PRODUCTO-MASTER-SELECT.
    COPY CAPAS-COSTE-SELECT.
    COPY COSTE-SALIDAS-SELECT.
    COPY ALMACEN-CUENTAS-SELECT.
    SELECT GL-BALANCES ASSIGN TO "GL-BALANCES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GB-KEY
        FILE STATUS IS GB-FILE-STATUS.
    SELECT VALORACION-REPORT ASSIGN TO "VALORACION.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".

COPY CAPAS-COSTE-FD.
COPY COSTE-SALIDAS-FD.
COPY ALMACEN-CUENTAS-FD.

FD GL-BALANCES.
01 GL-BALANCES-RECORD.
    05 GB-KEY.
        10 GB-PERIOD PIC 9(6).
        10 GB-GL-ACCOUNT PIC 9(8).
    05 GB-DEBIT-TOTAL PIC 9(11)V99.
    05 GB-CREDIT-TOTAL PIC 9(11)V99.

FD VALORACION-REPORT.
01 VALORACION-REPORT-LINE PIC X(100).
    05 FILLER PIC X(16) VALUE "TOTAL SALIDAS   ".
    05 FILLER PIC X(11) VALUE SPACES.
    05 MT-COSTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CIERRE-FLAG PIC X VALUE SPACE.
    88 CIERRE-MES-NOCTURNO VALUE 'Y'.
01 GB-FILE-STATUS PIC X(2).
    88 GB-OK VALUE '00'.
01 WS-GB-EOF PIC X.
    88 SALDOS-EOF VALUE 'Y'.
01 WS-AC-EOF PIC X.
    88 CUENTAS-EOF VALUE 'Y'.
*> valor FIFO por almacén, recogido en los subtotales de la primera
*> sección, para el cuadre con el mayor
01 WS-VAL-CUENTA PIC 9(2) VALUE ZERO.
01 WS-VAL-TABLA.
    05 WS-VAL-ENTRADA OCCURS 50 TIMES.
        10 WS-VAL-ALMACEN PIC X(5).
        10 WS-VAL-FIFO PIC 9(11)V99.
        10 WS-VAL-CUADRADO PIC X.
01 WS-VAL-SUB PIC 9(2).
01 WS-VAL-FIFO-ALMACEN PIC 9(11)V99.
01 WS-SALDO-MAYOR PIC S9(11)V99.
01 WS-DIFERENCIA PIC S9(11)V99.
01 WS-DESCUADRES PIC 9(3) VALUE ZERO.
01 WS-CUADRE-CABECERA PIC X(100) VALUE
    "ALMACEN CUENTA          VALOR FIFO    SALDO DEL MAYOR       DIFERENCIA".
01 WS-CUADRE-DETALLE.
    05 CM-ALMACEN PIC X(5).
    05 FILLER PIC X(3) VALUE SPACES.
    05 CM-CUENTA PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CM-FIFO PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CM-MAYOR PIC -(11)9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CM-DIFERENCIA PIC -(11)9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CM-NOTA PIC X(20).
01 WS-TOTAL-LINEA.
    05 FILLER PIC X(30) VALUE "VALOR TOTAL DEL INVENTARIO:   ".
    05 TT-VALOR PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
VALORACION-PRINCIPAL.
*> el ciclo nocturno la lanza cada noche, pero solo el día 1 cierra
*> el mes; a mano corre siempre
    ACCEPT WS-CIERRE-FLAG FROM ENVIRONMENT "VALORACION_CIERRE_MES"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA
    IF CIERRE-MES-NOCTURNO AND WS-FECHA(7:2) NOT = "01"
        DISPLAY "La valoración de cierre corre el día 1 del mes"
        STOP RUN
    END-IF
*> sin fichero de capas la valoración sigue siendo cantidad por coste
*> de ficha, como antes de las capas
    OPEN INPUT CAPAS-COSTE.
        DISPLAY "No se pudo abrir PRODUCTO-MASTER: " PM-FILE-STATUS
    END-IF
    OPEN OUTPUT VALORACION-REPORT
    PERFORM ESCRIBIR-CABECERA
    MOVE 1 TO WS-SECCION
    MOVE "--- VALORACION POR ALMACEN ---" TO WS-TITULO-SECCION
    MOVE WS-TOTAL-LINEA TO VALORACION-REPORT-LINE
    WRITE VALORACION-REPORT-LINE
    PERFORM RESUMIR-COSTE-SALIDAS
    PERFORM CUADRAR-CON-MAYOR
    CLOSE PRODUCTO-MASTER
    IF CAPAS-DISPONIBLES
        CLOSE CAPAS-COSTE
    END-IF
    CLOSE VALORACION-REPORT
    DISPLAY "Valor total del inventario: " WS-GRAN-TOTAL
    IF WS-DESCUADRES > ZERO
        DISPLAY "*** " WS-DESCUADRES " almacén(es) sin cuadrar con el"
            " mayor - ver VALORACION.RPT ***"
    END-IF
    STOP RUN.

CARGAR-PRODUCTOS.
        ADD CS-COSTE TO WS-TOTAL-SALIDAS
    END-IF.

*> cuarta sección: cada almacén de ALMACEN-CUENTAS.DAT, su valor FIFO
*> contra el saldo a la fecha (todos los periodos) de su cuenta de
*> existencias; al final, lo que tiene valor y no tiene cuenta
CUADRAR-CON-MAYOR.
    MOVE "--- CUADRE CON EL MAYOR POR ALMACEN ---" TO WS-TITULO-SECCION
    PERFORM ESCRIBIR-TITULO-SECCION
    OPEN INPUT GL-BALANCES
    IF NOT GB-OK
        CLOSE GL-BALANCES
        MOVE "  (SIN GL-BALANCES.DAT - NO HAY CUADRE)"
            TO VALORACION-REPORT-LINE
        WRITE VALORACION-REPORT-LINE
        ADD 1 TO WS-LINEAS
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPROBAR-SALTO-PAGINA
    MOVE WS-CUADRE-CABECERA TO VALORACION-REPORT-LINE
    WRITE VALORACION-REPORT-LINE
    ADD 1 TO WS-LINEAS
    MOVE 'N' TO WS-AC-EOF
    OPEN INPUT ALMACEN-CUENTAS
    READ ALMACEN-CUENTAS
        AT END SET CUENTAS-EOF TO TRUE
    END-READ
    PERFORM UNTIL CUENTAS-EOF
        PERFORM CUADRAR-UN-ALMACEN
        READ ALMACEN-CUENTAS
            AT END SET CUENTAS-EOF TO TRUE
        END-READ
    END-PERFORM
    CLOSE ALMACEN-CUENTAS
    CLOSE GL-BALANCES
    PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
        UNTIL WS-VAL-SUB > WS-VAL-CUENTA
        IF WS-VAL-CUADRADO(WS-VAL-SUB) = 'N'
            AND WS-VAL-FIFO(WS-VAL-SUB) > ZEROS
            PERFORM COMPROBAR-SALTO-PAGINA
            MOVE SPACES TO WS-CUADRE-DETALLE
            MOVE WS-VAL-ALMACEN(WS-VAL-SUB) TO CM-ALMACEN
            MOVE ZEROS TO CM-CUENTA
            MOVE WS-VAL-FIFO(WS-VAL-SUB) TO CM-FIFO
            MOVE "SIN CUENTA" TO CM-NOTA
            MOVE WS-CUADRE-DETALLE TO VALORACION-REPORT-LINE
            WRITE VALORACION-REPORT-LINE
            ADD 1 TO WS-LINEAS
            ADD 1 TO WS-DESCUADRES
        END-IF
    END-PERFORM
    PERFORM COMPROBAR-SALTO-PAGINA
    MOVE SPACES TO VALORACION-REPORT-LINE
    STRING "ALMACENES SIN CUADRAR: " WS-DESCUADRES
        DELIMITED BY SIZE INTO VALORACION-REPORT-LINE
    WRITE VALORACION-REPORT-LINE
    ADD 1 TO WS-LINEAS.

CUADRAR-UN-ALMACEN.
    MOVE ZEROS TO WS-VAL-FIFO-ALMACEN
    PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
        UNTIL WS-VAL-SUB > WS-VAL-CUENTA
        IF WS-VAL-ALMACEN(WS-VAL-SUB) = AC-ALMACEN
            MOVE WS-VAL-FIFO(WS-VAL-SUB) TO WS-VAL-FIFO-ALMACEN
            MOVE 'Y' TO WS-VAL-CUADRADO(WS-VAL-SUB)
        END-IF
    END-PERFORM
    MOVE ZEROS TO WS-SALDO-MAYOR
    MOVE 'N' TO WS-GB-EOF
    MOVE LOW-VALUES TO GB-KEY
    START GL-BALANCES KEY IS GREATER THAN OR EQUAL TO GB-KEY
        INVALID KEY SET SALDOS-EOF TO TRUE
    END-START
    PERFORM UNTIL SALDOS-EOF
        READ GL-BALANCES NEXT RECORD
            AT END SET SALDOS-EOF TO TRUE
            NOT AT END
                IF GB-GL-ACCOUNT = AC-GL-EXISTENCIAS
                    COMPUTE WS-SALDO-MAYOR = WS-SALDO-MAYOR
                        + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                END-IF
        END-READ
    END-PERFORM
    COMPUTE WS-DIFERENCIA = WS-VAL-FIFO-ALMACEN - WS-SALDO-MAYOR
    PERFORM COMPROBAR-SALTO-PAGINA
    MOVE SPACES TO WS-CUADRE-DETALLE
    MOVE AC-ALMACEN TO CM-ALMACEN
    MOVE AC-GL-EXISTENCIAS TO CM-CUENTA
    MOVE WS-VAL-FIFO-ALMACEN TO CM-FIFO
    MOVE WS-SALDO-MAYOR TO CM-MAYOR
    MOVE WS-DIFERENCIA TO CM-DIFERENCIA
    IF WS-DIFERENCIA = ZERO
        MOVE "CUADRA" TO CM-NOTA
    ELSE
        MOVE "*** DESCUADRE" TO CM-NOTA
        ADD 1 TO WS-DESCUADRES
    END-IF
    MOVE WS-CUADRE-DETALLE TO VALORACION-REPORT-LINE
    WRITE VALORACION-REPORT-LINE
    ADD 1 TO WS-LINEAS.

ESCRIBIR-LINEA-MES.
    PERFORM COMPROBAR-SALTO-PAGINA
    MOVE SPACES TO WS-SALIDAS-DETALLE
    ADD 1 TO WS-LINEAS.

ESCRIBIR-SUBTOTAL.
    IF WS-SECCION = 1 AND WS-VAL-CUENTA < 50
        ADD 1 TO WS-VAL-CUENTA
        MOVE WS-GRUPO-ANTERIOR TO WS-VAL-ALMACEN(WS-VAL-CUENTA)
        MOVE WS-SUBTOTAL TO WS-VAL-FIFO(WS-VAL-CUENTA)
        MOVE 'N' TO WS-VAL-CUADRADO(WS-VAL-CUENTA)
    END-IF
    PERFORM COMPROBAR-SALTO-PAGINA
    MOVE WS-GRUPO-ANTERIOR TO ST-GRUPO
    MOVE WS-SUBTOTAL TO ST-VALOR

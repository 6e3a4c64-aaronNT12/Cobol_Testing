*> Purpose: Accounts payable payment run
*>
*> Approved supplier invoices (FACTURAS-PROVEEDOR) were paid by hand
*> off a printout. This pays every approved invoice due on or before
*> the cut-off date - today, or PAGOS_FECHA_CORTE=yyyymmdd for a run
*> that pays ahead - in one payment per supplier:
*>   - a supplier with an account at the bank (PV-CUENTA-BANCO) gets
*>     a deposit ('D') into it on AP-PAYMENT-POST.DAT, in transaction-
*>     feed layout with its own control trailer, for
*>     STANDING-ORDER-GEN to fold in the way it folds BILLING-POST.DAT;
*>   - anyone else is paid through the day's outbound clearing file
*>     for payables, CLEARING-OUT-AP-yyyymmdd.DAT - the same header,
*>     detail and count/hash trailer layout BANK-TRANSACTION writes
*>     for customer payments, to the supplier's bank code and account
*>     (PV-ENTIDAD, PV-CUENTA-EXTERNA). The house pays, so no customer
*>     account is debited and the debit account is zero.
*> A supplier on payment hold (PV-RETENIDO), no longer on the master,
*> or with no way to be paid is skipped and its invoices stay
*> approved. Each supplier paid gets a remittance advice on
*> REMESAS-PROVEEDORES.RPT listing the invoices settled, and those
*> invoices are marked paid ('P') with today's date in the
*> AUDIT-TRAIL. The run then ages what is still unpaid, approved or
*> in exception, on ANTIGUEDAD-PROVEEDORES.RPT by days past the due
*> date. Both output files are rebuilt on every run: a rerun the same
*> day puts the invoices it paid earlier back on them, and a supplier
*> put on hold in between has them returned to approved.
*>
*> Mod history:
*> 24.11.07 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. PAGOS-PROVEEDORES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FACTURAS-PROVEEDOR-SELECT.
    COPY PROVEEDOR-MASTER-SELECT.
    SELECT PAGOS-FEED ASSIGN TO "AP-PAYMENT-POST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS-CODE.
    SELECT CLEARING-OUT ASSIGN TO DYNAMIC WS-COMPENSACION-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS-CODE.
    SELECT REMESAS-REPORT ASSIGN TO "REMESAS-PROVEEDORES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ANTIGUEDAD-REPORT ASSIGN TO "ANTIGUEDAD-PROVEEDORES.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.
    COPY JOB-STATS-SELECT.
    COPY HANDOFF-SELECT.

DATA DIVISION.
FILE SECTION.
COPY FACTURAS-PROVEEDOR-FD.

COPY PROVEEDOR-MASTER-FD.

FD PAGOS-FEED.
01 PAGOS-FEED-RECORD.
    05 AF-ACCOUNT-NO PIC 9(10).
    05 AF-TYPE PIC X.
    05 AF-AMOUNT PIC 9(7)V99.
    05 AF-TO-ACCOUNT-NO PIC 9(10).
    05 AF-DATE PIC 9(8).
01 PAGOS-FEED-TRAILER REDEFINES PAGOS-FEED-RECORD.
    05 AFT-RECORD-COUNT PIC 9(10).
    05 AFT-TYPE PIC X.
    05 AFT-HASH-TOTAL PIC 9(7)V99.
    05 FILLER PIC X(18).

*> mismo diseño que el fichero de compensación de BANK-TRANSACTION:
*> una cabecera, un detalle por pago y un trailer de control
FD CLEARING-OUT.
01 CLEARING-OUT-RECORD.
    05 CO-RECORD-TYPE PIC X.
    05 CO-VALUE-DATE PIC 9(8).
    05 CO-DEBIT-ACCOUNT PIC 9(10).
    05 CO-PAYEE-NO PIC 9(10).
    05 CO-BANK-CODE PIC X(11).
    05 CO-BENEFICIARY-ACCOUNT PIC X(34).
    05 CO-BENEFICIARY-NAME PIC X(30).
    05 CO-AMOUNT PIC 9(7)V99.
    05 CO-REFERENCE-DATE PIC X(8).
    05 CO-REFERENCE-SEQ PIC 9(7).
    05 CO-CURRENCY PIC X(3).
01 CLEARING-OUT-HEADER REDEFINES CLEARING-OUT-RECORD.
    05 COH-RECORD-TYPE PIC X.
    05 COH-FILE-DATE PIC 9(8).
    05 FILLER PIC X(122).
01 CLEARING-OUT-TRAILER REDEFINES CLEARING-OUT-RECORD.
    05 COT-RECORD-TYPE PIC X.
    05 COT-RECORD-COUNT PIC 9(10).
    05 COT-HASH-TOTAL PIC 9(11)V99.
    05 FILLER PIC X(107).

FD REMESAS-REPORT.
01 REMESAS-LINE PIC X(100).

FD ANTIGUEDAD-REPORT.
01 ANTIGUEDAD-LINE PIC X(132).

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.
COPY JOB-STATS-FD.

COPY HANDOFF-FD.

WORKING-STORAGE SECTION.
01 WS-HOY PIC X(8).
01 WS-HOY-NUM REDEFINES WS-HOY PIC 9(8).
01 WS-HOY-INT PIC 9(7).
01 WS-CORTE-TEXTO PIC X(8) VALUE SPACES.
01 WS-CORTE-TEXTO-NUM REDEFINES WS-CORTE-TEXTO PIC 9(8).
01 WS-CORTE PIC 9(8).
01 WS-COMPENSACION-NOMBRE PIC X(30).
01 WS-FP-EOF PIC X.
    88 FACTURAS-EOF VALUE 'Y'.
01 WS-PROVEEDORES-FLAG PIC X VALUE 'N'.
    88 PROVEEDORES-DISPONIBLES VALUE 'Y'.
01 WS-NUEVO-ESTADO PIC X.
01 WS-PROVEEDOR-FLAG PIC X.
    88 PROVEEDOR-CONOCIDO VALUE 'Y'.
*> facturas a pagar hoy, en el orden del fichero (por proveedor)
01 WS-PG-CUENTA PIC 9(3) VALUE ZEROS.
01 WS-PG-TABLA.
    05 WS-PG-ENTRADA OCCURS 500 TIMES.
        10 WS-PG-PROVEEDOR PIC X(15).
        10 WS-PG-FACTURA PIC X(15).
        10 WS-PG-FECHA PIC 9(8).
        10 WS-PG-VENCIMIENTO PIC 9(8).
        10 WS-PG-IMPORTE PIC 9(9)V99.
        10 WS-PG-PAGADA-HOY PIC X.
01 WS-PG-SUB PIC 9(3).
01 WS-PG-DESDE PIC 9(3).
01 WS-PG-HASTA PIC 9(3).
01 WS-PG-FUERA PIC 9(5) VALUE ZEROS.
01 WS-TOTAL-PROVEEDOR PIC 9(11)V99.
01 WS-MOTIVO-RETENCION PIC X(30).
01 WS-FORMA-PAGO PIC X(40).
01 WS-FEED-COUNT PIC 9(10) VALUE ZERO.
01 WS-FEED-HASH PIC 9(7)V99 VALUE ZERO.
01 WS-CLEARING-COUNT PIC 9(10) VALUE ZERO.
01 WS-CLEARING-HASH PIC 9(11)V99 VALUE ZERO.
01 WS-LEIDOS PIC 9(7) VALUE ZEROS.
01 WS-PROVEEDORES-PAGADOS PIC 9(5) VALUE ZEROS.
01 WS-PROVEEDORES-RETENIDOS PIC 9(5) VALUE ZEROS.
01 WS-FACTURAS-PAGADAS PIC 9(5) VALUE ZEROS.
01 WS-FACTURAS-DEVUELTAS PIC 9(5) VALUE ZEROS.
*> antigüedad: tramos por días pasados del vencimiento
01 WS-DIAS-VENCIDA PIC S9(7).
01 WS-TRAMO PIC 9.
01 WS-TRAMO-SUB PIC 9.
01 WS-PROVEEDOR-ANTERIOR PIC X(15).
01 WS-FACTURAS-PENDIENTES PIC 9(5) VALUE ZEROS.
01 WS-TRAMOS-PROVEEDOR.
    05 WS-TP-IMPORTE PIC 9(11)V99 OCCURS 5 TIMES.
01 WS-TRAMOS-TOTAL.
    05 WS-TT-IMPORTE PIC 9(11)V99 OCCURS 5 TIMES.
01 WS-RM-CABECERA.
    05 FILLER PIC X(20) VALUE "REMESA DE PAGO  -  ".
    05 RC-PROVEEDOR PIC X(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-NOMBRE PIC X(30).
    05 FILLER PIC X(7) VALUE " FECHA ".
    05 RC-FECHA PIC X(8).
01 WS-RM-DETALLE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RD-FACTURA PIC X(15).
    05 FILLER PIC X(8) VALUE " FECHA  ".
    05 RD-FECHA PIC 9(8).
    05 FILLER PIC X(8) VALUE "  VENCE ".
    05 RD-VENCIMIENTO PIC 9(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RD-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
01 WS-RM-TOTAL.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(49) VALUE "TOTAL PAGADO".
    05 RT-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-AG-TITULO.
    05 FILLER PIC X(40) VALUE "ANTIGUEDAD DE FACTURAS DE PROVEEDOR A ".
    05 TA-FECHA PIC X(8).
01 WS-AG-COLUMNAS.
    05 FILLER PIC X(16) VALUE "PROVEEDOR".
    05 FILLER PIC X(16) VALUE "FACTURA".
    05 FILLER PIC X(9) VALUE "VENCE".
    05 FILLER PIC X(2) VALUE "E".
    05 FILLER PIC X(15) VALUE "     NO VENCIDA".
    05 FILLER PIC X(15) VALUE "     1-30 DIAS".
    05 FILLER PIC X(15) VALUE "    31-60 DIAS".
    05 FILLER PIC X(15) VALUE "    61-90 DIAS".
    05 FILLER PIC X(15) VALUE "  MAS DE 90".
01 WS-AG-DETALLE.
    05 AD-PROVEEDOR PIC X(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 AD-FACTURA PIC X(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 AD-VENCIMIENTO PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 AD-ESTADO PIC X.
    05 FILLER PIC X(1) VALUE SPACE.
    05 AD-TRAMO OCCURS 5 TIMES.
        10 FILLER PIC X(2).
        10 AD-IMPORTE PIC ZZ,ZZZ,ZZ9.99.
01 WS-AG-TOTAL.
    05 AS-ETIQUETA PIC X(43).
    05 AS-TRAMO OCCURS 5 TIMES.
        10 AS-IMPORTE PIC ZZZZ,ZZZ,ZZ9.99.
COPY FACTURAS-PROVEEDOR-STATUS.
COPY PROVEEDOR-MASTER-STATUS.
COPY FILE-STATUS-FIELDS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.
COPY JOB-STATS-FIELDS.
COPY HANDOFF-FIELDS.

PROCEDURE DIVISION.
PAGOS-PRINCIPAL.
    MOVE "PAGOS-PROVEEDORES" TO JS-CALLING-PROGRAM.
    MOVE "PAGOS-PROVEEDOR" TO EL-CALLING-PROGRAM.
    MOVE "PAGOS-PROVEEDOR" TO AT-CALLING-PROGRAM.
    PERFORM START-JOB-STATS.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
    COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
    MOVE WS-HOY-NUM TO WS-CORTE
    ACCEPT WS-CORTE-TEXTO FROM ENVIRONMENT "PAGOS_FECHA_CORTE"
        ON EXCEPTION CONTINUE
    END-ACCEPT
    IF WS-CORTE-TEXTO NOT = SPACES
        IF WS-CORTE-TEXTO IS NUMERIC
            AND FUNCTION TEST-DATE-YYYYMMDD(WS-CORTE-TEXTO-NUM) = ZERO
            MOVE WS-CORTE-TEXTO TO WS-CORTE
        ELSE
            DISPLAY "PAGOS_FECHA_CORTE no válida (" WS-CORTE-TEXTO
                ") - se paga lo vencido hasta hoy"
        END-IF
    END-IF
    OPEN I-O FACTURAS-PROVEEDOR.
    IF NOT FP-OK
        CLOSE FACTURAS-PROVEEDOR
        OPEN OUTPUT FACTURAS-PROVEEDOR
        CLOSE FACTURAS-PROVEEDOR
        OPEN I-O FACTURAS-PROVEEDOR
    END-IF
*> sin maestro de proveedores no se sabe cómo pagar a nadie: se
*> listan las facturas, pero no se paga ninguna
    OPEN INPUT PROVEEDOR-MASTER.
    IF PV-OK
        SET PROVEEDORES-DISPONIBLES TO TRUE
    ELSE
        CLOSE PROVEEDOR-MASTER
        MOVE "PROVEEDOR-MASTER" TO EL-TRACKED-RESOURCE
        MOVE "supplier master not available - nothing paid"
            TO EL-ERROR-MESSAGE
        PERFORM LOG-ERROR-TO-SYSERR
    END-IF
    OPEN OUTPUT PAGOS-FEED.
    MOVE "OPEN PAGOS-FEED" TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO WS-COMPENSACION-NOMBRE
    STRING "CLEARING-OUT-AP-" WS-HOY ".DAT"
        DELIMITED BY SIZE INTO WS-COMPENSACION-NOMBRE
    OPEN OUTPUT CLEARING-OUT.
    MOVE "OPEN CLEARING-OUT" TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    MOVE SPACES TO CLEARING-OUT-RECORD
    MOVE "H" TO COH-RECORD-TYPE
    MOVE WS-HOY-NUM TO COH-FILE-DATE
    WRITE CLEARING-OUT-RECORD
    MOVE "WRITE CLEARING-OUT" TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    OPEN OUTPUT REMESAS-REPORT.
    PERFORM SELECCIONAR-FACTURAS.
    MOVE 1 TO WS-PG-DESDE
    PERFORM UNTIL WS-PG-DESDE > WS-PG-CUENTA
        MOVE WS-PG-DESDE TO WS-PG-HASTA
        PERFORM UNTIL WS-PG-HASTA = WS-PG-CUENTA
            OR WS-PG-PROVEEDOR(WS-PG-HASTA + 1)
                NOT = WS-PG-PROVEEDOR(WS-PG-DESDE)
            ADD 1 TO WS-PG-HASTA
        END-PERFORM
        PERFORM PAGAR-PROVEEDOR THRU PAGAR-PROVEEDOR-FIN
        COMPUTE WS-PG-DESDE = WS-PG-HASTA + 1
    END-PERFORM
    CLOSE REMESAS-REPORT.
    MOVE SPACES TO PAGOS-FEED-RECORD
    MOVE WS-FEED-COUNT TO AFT-RECORD-COUNT
    MOVE "C" TO AFT-TYPE
    MOVE WS-FEED-HASH TO AFT-HASH-TOTAL
    WRITE PAGOS-FEED-RECORD
    MOVE "WRITE PAGOS-FEED" TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    CLOSE PAGOS-FEED.
    MOVE SPACES TO CLEARING-OUT-RECORD
    MOVE "T" TO COT-RECORD-TYPE
    MOVE WS-CLEARING-COUNT TO COT-RECORD-COUNT
    MOVE WS-CLEARING-HASH TO COT-HASH-TOTAL
    WRITE CLEARING-OUT-RECORD
    MOVE "WRITE CLEARING-OUT" TO FS-LAST-OPERATION
    PERFORM CHECK-FILE-STATUS
    CLOSE CLEARING-OUT.
    PERFORM INFORME-ANTIGUEDAD.
    CLOSE FACTURAS-PROVEEDOR.
    IF PROVEEDORES-DISPONIBLES
        CLOSE PROVEEDOR-MASTER
    END-IF
    MOVE "PAGOS-PROVEEDORES" TO HF-STEP
    MOVE "P" TO HF-ROLE
    MOVE "AP-PAYMENT-POST.DAT" TO HF-FILE-NAME
    MOVE WS-FEED-COUNT TO HF-COUNT
    MOVE WS-FEED-HASH TO HF-HASH
    PERFORM RECORD-HANDOFF
    MOVE WS-COMPENSACION-NOMBRE TO HF-FILE-NAME
    MOVE WS-CLEARING-COUNT TO HF-COUNT
    MOVE WS-CLEARING-HASH TO HF-HASH
    PERFORM RECORD-HANDOFF
    DISPLAY "Pagos a proveedores hasta " WS-CORTE ": "
        WS-PROVEEDORES-PAGADOS " proveedores, "
        WS-FACTURAS-PAGADAS " facturas ("
        WS-FEED-COUNT " a cuenta en el banco, "
        WS-CLEARING-COUNT " por compensación), "
        WS-PROVEEDORES-RETENIDOS " proveedores sin pagar"
    IF WS-FACTURAS-DEVUELTAS > ZEROS
        DISPLAY WS-FACTURAS-DEVUELTAS " facturas pagadas hoy vuelven a"
            " aprobadas por retención del proveedor"
    END-IF
    IF WS-PG-FUERA > ZEROS
        DISPLAY WS-PG-FUERA " facturas vencidas no caben en esta"
            " ejecución y quedan para la siguiente"
    END-IF
    MOVE WS-LEIDOS TO JS-RECORDS-READ.
    COMPUTE JS-RECORDS-WRITTEN = WS-FEED-COUNT + WS-CLEARING-COUNT.
    MOVE WS-PROVEEDORES-RETENIDOS TO JS-RECORDS-REJECTED.
    PERFORM END-JOB-STATS.
    STOP RUN.

*> aprobadas y vencidas a la fecha de corte, más las que esta misma
*> fecha ya se pagaron: los ficheros de salida se rehacen enteros
SELECCIONAR-FACTURAS.
    MOVE 'N' TO WS-FP-EOF
    MOVE LOW-VALUES TO FP-KEY
    START FACTURAS-PROVEEDOR KEY IS GREATER THAN OR EQUAL TO FP-KEY
        INVALID KEY SET FACTURAS-EOF TO TRUE
    END-START
    PERFORM UNTIL FACTURAS-EOF
        READ FACTURAS-PROVEEDOR NEXT RECORD
            AT END SET FACTURAS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LEIDOS
                IF FP-LINEA = ZEROS
                    IF (FP-APROBADA AND FP-FECHA-VENCIMIENTO <= WS-CORTE)
                        OR (FP-PAGADA AND FP-FECHA-ESTADO = WS-HOY-NUM)
                        PERFORM ANOTAR-FACTURA-A-PAGAR
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ANOTAR-FACTURA-A-PAGAR.
    IF WS-PG-CUENTA = 500
        ADD 1 TO WS-PG-FUERA
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PG-CUENTA
    MOVE FP-PROVEEDOR TO WS-PG-PROVEEDOR(WS-PG-CUENTA)
    MOVE FP-FACTURA TO WS-PG-FACTURA(WS-PG-CUENTA)
    MOVE FP-FECHA-FACTURA TO WS-PG-FECHA(WS-PG-CUENTA)
    MOVE FP-FECHA-VENCIMIENTO TO WS-PG-VENCIMIENTO(WS-PG-CUENTA)
    MOVE FP-IMPORTE-TOTAL TO WS-PG-IMPORTE(WS-PG-CUENTA)
    IF FP-PAGADA
        MOVE 'Y' TO WS-PG-PAGADA-HOY(WS-PG-CUENTA)
    ELSE
        MOVE 'N' TO WS-PG-PAGADA-HOY(WS-PG-CUENTA)
    END-IF.

*> un pago por proveedor con todas sus facturas de la tabla
*> (WS-PG-DESDE a WS-PG-HASTA)
PAGAR-PROVEEDOR.
    MOVE ZEROS TO WS-TOTAL-PROVEEDOR
    PERFORM VARYING WS-PG-SUB FROM WS-PG-DESDE BY 1
        UNTIL WS-PG-SUB > WS-PG-HASTA
        ADD WS-PG-IMPORTE(WS-PG-SUB) TO WS-TOTAL-PROVEEDOR
    END-PERFORM
    MOVE SPACES TO WS-MOTIVO-RETENCION
    MOVE 'N' TO WS-PROVEEDOR-FLAG
    IF PROVEEDORES-DISPONIBLES
        MOVE WS-PG-PROVEEDOR(WS-PG-DESDE) TO PV-CODIGO
        READ PROVEEDOR-MASTER
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-PROVEEDOR-FLAG
        END-READ
    END-IF
    IF NOT PROVEEDOR-CONOCIDO
        MOVE "PROVEEDOR NO ESTA EN EL MAESTRO" TO WS-MOTIVO-RETENCION
    ELSE
        IF PV-CUENTA-BANCO NOT NUMERIC
            MOVE ZEROS TO PV-CUENTA-BANCO
        END-IF
        EVALUATE TRUE
            WHEN PV-RETENIDO
                MOVE "PAGOS RETENIDOS" TO WS-MOTIVO-RETENCION
            WHEN PV-CUENTA-BANCO = ZEROS
                AND (PV-ENTIDAD = SPACES OR PV-CUENTA-EXTERNA = SPACES)
                MOVE "SIN DATOS BANCARIOS" TO WS-MOTIVO-RETENCION
            WHEN WS-TOTAL-PROVEEDOR > 9999999.99
                MOVE "IMPORTE SUPERA EL MAXIMO" TO WS-MOTIVO-RETENCION
        END-EVALUATE
    END-IF
    IF WS-MOTIVO-RETENCION NOT = SPACES
        PERFORM RETENER-PROVEEDOR
        GO TO PAGAR-PROVEEDOR-FIN
    END-IF
    IF PV-CUENTA-BANCO NOT = ZEROS
        MOVE PV-CUENTA-BANCO TO AF-ACCOUNT-NO
        MOVE "D" TO AF-TYPE
        MOVE WS-TOTAL-PROVEEDOR TO AF-AMOUNT
        MOVE ZEROS TO AF-TO-ACCOUNT-NO
        MOVE WS-HOY-NUM TO AF-DATE
        WRITE PAGOS-FEED-RECORD
        MOVE "WRITE PAGOS-FEED" TO FS-LAST-OPERATION
        PERFORM CHECK-FILE-STATUS
        ADD 1 TO WS-FEED-COUNT
        ADD AF-AMOUNT TO WS-FEED-HASH
        MOVE SPACES TO WS-FORMA-PAGO
        STRING "ABONO EN CUENTA " PV-CUENTA-BANCO
            DELIMITED BY SIZE INTO WS-FORMA-PAGO
    ELSE
        ADD 1 TO WS-CLEARING-COUNT
        MOVE SPACES TO CLEARING-OUT-RECORD
        MOVE "D" TO CO-RECORD-TYPE
        MOVE WS-HOY-NUM TO CO-VALUE-DATE
        MOVE ZEROS TO CO-DEBIT-ACCOUNT
        MOVE ZEROS TO CO-PAYEE-NO
        MOVE PV-ENTIDAD TO CO-BANK-CODE
        MOVE PV-CUENTA-EXTERNA TO CO-BENEFICIARY-ACCOUNT
        MOVE PV-NOMBRE TO CO-BENEFICIARY-NAME
        MOVE WS-TOTAL-PROVEEDOR TO CO-AMOUNT
        MOVE WS-HOY TO CO-REFERENCE-DATE
        MOVE WS-CLEARING-COUNT TO CO-REFERENCE-SEQ
        WRITE CLEARING-OUT-RECORD
        MOVE "WRITE CLEARING-OUT" TO FS-LAST-OPERATION
        PERFORM CHECK-FILE-STATUS
        ADD CO-AMOUNT TO WS-CLEARING-HASH
        MOVE SPACES TO WS-FORMA-PAGO
        STRING "TRANSFERENCIA A " PV-ENTIDAD " "
            PV-CUENTA-EXTERNA(1:12)
            DELIMITED BY SIZE INTO WS-FORMA-PAGO
    END-IF
    ADD 1 TO WS-PROVEEDORES-PAGADOS
    PERFORM ESCRIBIR-REMESA.
    PAGAR-PROVEEDOR-FIN.
    EXIT.

*> la remesa le dice al proveedor qué facturas cubre el pago; cada
*> factura queda pagada con la fecha de hoy
ESCRIBIR-REMESA.
    MOVE PV-CODIGO TO RC-PROVEEDOR
    MOVE PV-NOMBRE TO RC-NOMBRE
    MOVE WS-HOY TO RC-FECHA
    WRITE REMESAS-LINE FROM WS-RM-CABECERA
    MOVE SPACES TO REMESAS-LINE
    STRING "    FORMA DE PAGO: " WS-FORMA-PAGO
        DELIMITED BY SIZE INTO REMESAS-LINE
    WRITE REMESAS-LINE
    PERFORM VARYING WS-PG-SUB FROM WS-PG-DESDE BY 1
        UNTIL WS-PG-SUB > WS-PG-HASTA
        MOVE WS-PG-FACTURA(WS-PG-SUB) TO RD-FACTURA
        MOVE WS-PG-FECHA(WS-PG-SUB) TO RD-FECHA
        MOVE WS-PG-VENCIMIENTO(WS-PG-SUB) TO RD-VENCIMIENTO
        MOVE WS-PG-IMPORTE(WS-PG-SUB) TO RD-IMPORTE
        WRITE REMESAS-LINE FROM WS-RM-DETALLE
        IF WS-PG-PAGADA-HOY(WS-PG-SUB) NOT = 'Y'
            MOVE 'P' TO WS-NUEVO-ESTADO
            PERFORM CAMBIAR-ESTADO-FACTURA
        END-IF
        ADD 1 TO WS-FACTURAS-PAGADAS
    END-PERFORM
    MOVE WS-TOTAL-PROVEEDOR TO RT-IMPORTE
    WRITE REMESAS-LINE FROM WS-RM-TOTAL
    MOVE SPACES TO REMESAS-LINE
    WRITE REMESAS-LINE.

*> sin pago hoy: lo que ya se hubiera pagado en una ejecución
*> anterior de hoy vuelve a aprobada, porque el fichero rehecho ya no
*> lo lleva
RETENER-PROVEEDOR.
    ADD 1 TO WS-PROVEEDORES-RETENIDOS
    DISPLAY "Proveedor " WS-PG-PROVEEDOR(WS-PG-DESDE) " sin pagar: "
        WS-MOTIVO-RETENCION
    MOVE WS-PG-PROVEEDOR(WS-PG-DESDE) TO EL-TRACKED-RESOURCE
    MOVE SPACES TO EL-ERROR-MESSAGE
    STRING "payment withheld - " WS-MOTIVO-RETENCION
        DELIMITED BY SIZE INTO EL-ERROR-MESSAGE
    PERFORM LOG-ERROR-TO-SYSERR
    PERFORM VARYING WS-PG-SUB FROM WS-PG-DESDE BY 1
        UNTIL WS-PG-SUB > WS-PG-HASTA
        IF WS-PG-PAGADA-HOY(WS-PG-SUB) = 'Y'
            MOVE 'A' TO WS-NUEVO-ESTADO
            PERFORM CAMBIAR-ESTADO-FACTURA
            ADD 1 TO WS-FACTURAS-DEVUELTAS
        END-IF
    END-PERFORM.

CAMBIAR-ESTADO-FACTURA.
    MOVE WS-PG-PROVEEDOR(WS-PG-SUB) TO FP-PROVEEDOR
    MOVE WS-PG-FACTURA(WS-PG-SUB) TO FP-FACTURA
    MOVE ZEROS TO FP-LINEA
    READ FACTURAS-PROVEEDOR
        INVALID KEY
            MOVE WS-PG-FACTURA(WS-PG-SUB) TO EL-TRACKED-RESOURCE
            MOVE "supplier invoice vanished during payment run"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            MOVE WS-NUEVO-ESTADO TO FP-ESTADO
            MOVE WS-HOY-NUM TO FP-FECHA-ESTADO
            REWRITE FACTURA-PROVEEDOR-RECORD
            IF FP-PAGADA
                MOVE "PAGADA" TO AT-CHANGE-OPERATION
            ELSE
                MOVE "DEVUELTA" TO AT-CHANGE-OPERATION
            END-IF
            MOVE FP-FACTURA TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING FP-PROVEEDOR " " FP-IMPORTE-TOTAL
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-READ.

*> lo que queda sin pagar, aprobado o en excepción, por tramos de
*> días pasados del vencimiento, con total por proveedor y general
INFORME-ANTIGUEDAD.
    OPEN OUTPUT ANTIGUEDAD-REPORT
    MOVE WS-HOY TO TA-FECHA
    WRITE ANTIGUEDAD-LINE FROM WS-AG-TITULO
    MOVE SPACES TO ANTIGUEDAD-LINE
    WRITE ANTIGUEDAD-LINE
    WRITE ANTIGUEDAD-LINE FROM WS-AG-COLUMNAS
    INITIALIZE WS-TRAMOS-PROVEEDOR WS-TRAMOS-TOTAL
    MOVE SPACES TO WS-PROVEEDOR-ANTERIOR
    MOVE 'N' TO WS-FP-EOF
    MOVE LOW-VALUES TO FP-KEY
    START FACTURAS-PROVEEDOR KEY IS GREATER THAN OR EQUAL TO FP-KEY
        INVALID KEY SET FACTURAS-EOF TO TRUE
    END-START
    PERFORM UNTIL FACTURAS-EOF
        READ FACTURAS-PROVEEDOR NEXT RECORD
            AT END SET FACTURAS-EOF TO TRUE
            NOT AT END
                IF FP-LINEA = ZEROS AND NOT FP-PAGADA
                    PERFORM ANTIGUEDAD-FACTURA
                END-IF
        END-READ
    END-PERFORM
    IF WS-PROVEEDOR-ANTERIOR NOT = SPACES
        PERFORM TOTAL-ANTIGUEDAD-PROVEEDOR
    END-IF
    MOVE SPACES TO AS-ETIQUETA
    STRING "TOTAL GENERAL (" WS-FACTURAS-PENDIENTES " FACTURAS)"
        DELIMITED BY SIZE INTO AS-ETIQUETA
    PERFORM VARYING WS-TRAMO-SUB FROM 1 BY 1 UNTIL WS-TRAMO-SUB > 5
        MOVE WS-TT-IMPORTE(WS-TRAMO-SUB) TO AS-IMPORTE(WS-TRAMO-SUB)
    END-PERFORM
    WRITE ANTIGUEDAD-LINE FROM WS-AG-TOTAL
    CLOSE ANTIGUEDAD-REPORT.

ANTIGUEDAD-FACTURA.
    IF FP-PROVEEDOR NOT = WS-PROVEEDOR-ANTERIOR
        IF WS-PROVEEDOR-ANTERIOR NOT = SPACES
            PERFORM TOTAL-ANTIGUEDAD-PROVEEDOR
        END-IF
        MOVE FP-PROVEEDOR TO WS-PROVEEDOR-ANTERIOR
    END-IF
    COMPUTE WS-DIAS-VENCIDA = WS-HOY-INT
        - FUNCTION INTEGER-OF-DATE(FP-FECHA-VENCIMIENTO)
    EVALUATE TRUE
        WHEN WS-DIAS-VENCIDA <= 0 MOVE 1 TO WS-TRAMO
        WHEN WS-DIAS-VENCIDA <= 30 MOVE 2 TO WS-TRAMO
        WHEN WS-DIAS-VENCIDA <= 60 MOVE 3 TO WS-TRAMO
        WHEN WS-DIAS-VENCIDA <= 90 MOVE 4 TO WS-TRAMO
        WHEN OTHER MOVE 5 TO WS-TRAMO
    END-EVALUATE
    ADD FP-IMPORTE-TOTAL TO WS-TP-IMPORTE(WS-TRAMO)
    ADD FP-IMPORTE-TOTAL TO WS-TT-IMPORTE(WS-TRAMO)
    ADD 1 TO WS-FACTURAS-PENDIENTES
    MOVE SPACES TO WS-AG-DETALLE
    MOVE FP-PROVEEDOR TO AD-PROVEEDOR
    MOVE FP-FACTURA TO AD-FACTURA
    MOVE FP-FECHA-VENCIMIENTO TO AD-VENCIMIENTO
    MOVE FP-ESTADO TO AD-ESTADO
    MOVE FP-IMPORTE-TOTAL TO AD-IMPORTE(WS-TRAMO)
    WRITE ANTIGUEDAD-LINE FROM WS-AG-DETALLE.

TOTAL-ANTIGUEDAD-PROVEEDOR.
    MOVE SPACES TO AS-ETIQUETA
    STRING "  TOTAL " WS-PROVEEDOR-ANTERIOR
        DELIMITED BY SIZE INTO AS-ETIQUETA
    PERFORM VARYING WS-TRAMO-SUB FROM 1 BY 1 UNTIL WS-TRAMO-SUB > 5
        MOVE WS-TP-IMPORTE(WS-TRAMO-SUB) TO AS-IMPORTE(WS-TRAMO-SUB)
    END-PERFORM
    WRITE ANTIGUEDAD-LINE FROM WS-AG-TOTAL
    MOVE SPACES TO ANTIGUEDAD-LINE
    WRITE ANTIGUEDAD-LINE
    INITIALIZE WS-TRAMOS-PROVEEDOR.

COPY FILE-STATUS-CHECK.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

COPY HANDOFF-WRITE.

COPY JOB-STATS-WRITE.

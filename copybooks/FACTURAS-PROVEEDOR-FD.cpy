      *> Record layout for the supplier invoice file. COPY this into
      *> FILE SECTION alongside COPY FACTURAS-PROVEEDOR-SELECT.
      *> FP-LINEA 000 is the invoice header: dates, total and the
      *> payable's state - in exception ('E') until every line matches
      *> its PO line, approved ('A') once it does, paid ('P') when the
      *> payment run has settled it. Lines 001 on carry the PO line
      *> billed, the quantity and unit price, and the reason a line
      *> failed the match (spaces when it passed).
FD FACTURAS-PROVEEDOR.
01 FACTURA-PROVEEDOR-RECORD.
    05 FP-KEY.
        10 FP-PROVEEDOR PIC X(15).
        10 FP-FACTURA PIC X(15).
        10 FP-LINEA PIC 9(3).
    05 FP-DATOS PIC X(60).
    05 FP-CABECERA REDEFINES FP-DATOS.
        10 FP-FECHA-FACTURA PIC 9(8).
        10 FP-FECHA-VENCIMIENTO PIC 9(8).
        10 FP-IMPORTE-TOTAL PIC 9(9)V99.
        10 FP-ESTADO PIC X.
            88 FP-EN-EXCEPCION VALUE 'E'.
            88 FP-APROBADA VALUE 'A'.
            88 FP-PAGADA VALUE 'P'.
        10 FP-FECHA-ESTADO PIC 9(8).
        10 FP-LINEAS PIC 9(3).
        10 FILLER PIC X(21).
    05 FP-DETALLE REDEFINES FP-DATOS.
        10 FP-PEDIDO PIC 9(6).
        10 FP-PEDIDO-LINEA PIC 9(3).
        10 FP-CANTIDAD PIC 9(5).
        10 FP-PRECIO-UNITARIO PIC 9(5)V99.
        10 FP-IMPORTE-LINEA PIC 9(9)V99.
        10 FP-MOTIVO PIC X(25).
        10 FILLER PIC X(3).

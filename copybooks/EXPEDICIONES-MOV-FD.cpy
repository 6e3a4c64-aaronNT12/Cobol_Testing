      *> Record layout for the pending shipment movements: the same
      *> shape as a MOVIMIENTOS.DAT record, so almacen applies it like
      *> any other salida. COPY this into FILE SECTION alongside COPY
      *> EXPEDICIONES-MOV-SELECT. EM-REFERENCIA is the sales order and
      *> line shipped (pedido/línea).
FD EXPEDICIONES-MOV.
01 EXPEDICION-MOV-RECORD.
    05 EM-CODIGO PIC X(10).
    05 EM-ALMACEN PIC X(5).
    05 EM-TIPO PIC X.
    05 EM-CANTIDAD PIC 9(5).
    05 EM-REFERENCIA PIC X(10).
    05 EM-ALMACEN-DESTINO PIC X(5).

      *> FILE-CONTROL entry for the shipment movements waiting for
      *> almacen's movement batch: PEDIDOS-VENTA appends one salida
      *> per order line shipped when a shipment is confirmed, and the
      *> batch applies them after MOVIMIENTOS.DAT and empties the file
      *> on a clean finish. COPY this into FILE-CONTROL.
    SELECT OPTIONAL EXPEDICIONES-MOV ASSIGN TO "EXPEDICIONES-MOV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

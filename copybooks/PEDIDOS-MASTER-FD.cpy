      *> then closed ('C'). A line cut over the approval threshold by
      *> CREACION-PEDIDOS waits as pending ('P') until a reviewer
      *> releases it - receiving refuses pending lines.
      *> PO-VALOR-RECIBIDO is what the deliveries on the line came in
      *> at - the quantity times the cost of the FIFO layer each
      *> receipt created, less returns at the line's average - and
      *> PO-CANTIDAD-FACTURADA is how much of the line approved
      *> supplier invoices have already billed; FACTURAS-PROVEEDOR
      *> matches each invoice line against both. The quantities on
      *> the line are in the supplier's unit PO-UNIDAD, fixed when the
      *> line is cut; PO-FACTOR stocking units make one (zero on lines
      *> cut before units were kept reads as 1). Receiving multiplies
      *> by it before anything reaches PM-CANTIDAD or the cost layers.
FD PEDIDOS-MASTER.
01 PEDIDO-MASTER-RECORD.
    05 PO-KEY.
        88 PO-CERRADA VALUE 'C'.
        88 PO-PENDIENTE-APROBAR VALUE 'P'.
    05 PO-FECHA PIC X(8).
    05 PO-VALOR-RECIBIDO PIC 9(9)V99.
    05 PO-CANTIDAD-FACTURADA PIC 9(5).
    05 PO-UNIDAD PIC X(3).
    05 PO-FACTOR PIC 9(5).

      *> FILE SECTION alongside COPY LOTES-STOCK-SELECT. Products
      *> received without a lot simply have no rows here - lot
      *> tracking is per receipt, not forced on everything.
      *> LT-ESTADO says whether the lot can be picked: a lot in
      *> quarantine ('Q') waits for INSPECCION-CALIDAD, a rejected one
      *> ('R') has gone back to the supplier and stays at zero as the
      *> record of it. Lots written before the status existed carry a
      *> space and count as available. LT-PEDIDO / LT-PEDIDO-LINEA
      *> are the PO line of the last receipt into the lot, which a
      *> rejection returns against.
FD LOTES-STOCK.
01 LOTE-STOCK-RECORD.
    05 LT-KEY.
        10 LT-LOTE PIC X(10).
    05 LT-CADUCIDAD PIC 9(8).
    05 LT-CANTIDAD PIC 9(5).
    05 LT-ESTADO PIC X.
        88 LT-DISPONIBLE VALUE 'A' SPACE.
        88 LT-CUARENTENA VALUE 'Q'.
        88 LT-RECHAZADO VALUE 'R'.
    05 LT-FECHA-ESTADO PIC 9(8).
    05 LT-PEDIDO PIC 9(6).
    05 LT-PEDIDO-LINEA PIC 9(3).

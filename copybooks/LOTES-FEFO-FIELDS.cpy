      *> destination warehouse (the traspaso case); leave it blank for
      *> a plain issue. Quantity with no lot behind it is simply
      *> untracked stock and passes through without complaint.
      *> Only available lots are ever relieved. CREAR-O-SUMAR-LOTE
      *> also takes LF-ESTADO ('A' available, 'Q' quarantine) and the
      *> PO line in LF-PEDIDO / LF-PEDIDO-LINEA; a quarantined receipt
      *> into an existing lot puts the whole lot back in quarantine.
      *> CANTIDAD-RETENIDA-LOTES: set LF-CODIGO and LF-ALMACEN; returns
      *> in LF-RETENIDA the quantity held in quarantine, which is on
      *> PM-CANTIDAD but cannot be picked.
01 LF-CODIGO PIC X(10).
01 LF-ALMACEN PIC X(5).
01 LF-LOTE PIC X(10).
01 LF-CADUCIDAD PIC 9(8).
01 LF-CANTIDAD PIC 9(5).
01 LF-DESTINO PIC X(5) VALUE SPACES.
01 LF-ESTADO PIC X VALUE 'A'.
01 LF-PEDIDO PIC 9(6) VALUE ZEROS.
01 LF-PEDIDO-LINEA PIC 9(3) VALUE ZEROS.
01 LF-RETENIDA PIC 9(7).
01 LF-PENDIENTE PIC 9(5).
01 LF-TOMADA PIC 9(5).
01 LF-MEJOR-LOTE PIC X(10).

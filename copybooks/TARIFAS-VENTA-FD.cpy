      *> Record layout for the selling price master. COPY this into
      *> FILE SECTION alongside COPY TARIFAS-VENTA-SELECT. A record
      *> holds from TF-FECHA-DESDE until the product's next record
      *> takes over, so a price change is a new record, never an
      *> overwrite. One price per tier: list, trade and key account
      *> (CU-PRICE-TIER on CUSTOMER-MASTER says which a customer
      *> pays); a zero trade or key-account price falls back to list.
      *> TF-MARGEN-MINIMO is the minimum margin in percent on the
      *> selling price below which an invoiced line is reported (zero
      *> = only below-cost lines are).
FD TARIFAS-VENTA.
01 TARIFA-VENTA-RECORD.
    05 TF-KEY.
        10 TF-CODIGO PIC X(10).
        10 TF-FECHA-DESDE PIC 9(8).
    05 TF-PRECIO-LISTA PIC 9(5)V99.
    05 TF-PRECIO-MAYORISTA PIC 9(5)V99.
    05 TF-PRECIO-CUENTA-CLAVE PIC 9(5)V99.
    05 TF-MARGEN-MINIMO PIC 9(2)V99.

      *> FILE-CONTROL entry for the supplier invoice file: per
      *> supplier and invoice number a header (line 000) and one
      *> record per invoice line, so a START at the supplier and
      *> invoice reads the whole invoice and a second invoice with the
      *> same number is caught on the key. FACTURAS-PROVEEDOR captures
      *> and matches the invoices. COPY this into FILE-CONTROL; the
      *> FILE STATUS target comes from FACTURAS-PROVEEDOR-STATUS.cpy.
    SELECT FACTURAS-PROVEEDOR ASSIGN TO "FACTURAS-PROVEEDOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FP-KEY
        FILE STATUS IS FP-FILE-STATUS.

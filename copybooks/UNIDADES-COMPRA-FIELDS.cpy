      *> Scratch fields for the shared purchase-unit paragraphs. COPY
      *> this into WORKING-STORAGE alongside the UNIDADES-COMPRA
      *> copybooks. BUSCAR-UNIDAD-COMPRA: set UM-CODIGO, UM-PROVEEDOR
      *> and UM-UNIDAD-STOCK (the product's PM-UNIDAD); returns the
      *> supplier's unit in UM-UNIDAD and its size in stocking units in
      *> UM-FACTOR - the stocking unit and 1 when none is on file.
      *> PASAR-A-UNIDAD-COMPRA: set UM-CANTIDAD-STOCK and UM-FACTOR;
      *> returns in UM-CANTIDAD-COMPRA the whole purchase units that
      *> cover it, rounding a part unit up.
01 UM-CODIGO PIC X(10).
01 UM-PROVEEDOR PIC X(15).
01 UM-UNIDAD-STOCK PIC X(3).
01 UM-UNIDAD PIC X(3).
01 UM-FACTOR PIC 9(5).
01 UM-CANTIDAD-STOCK PIC 9(7).
01 UM-CANTIDAD-COMPRA PIC 9(5).
01 UM-RESTO PIC 9(5).

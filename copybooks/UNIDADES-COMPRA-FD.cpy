      *> Record layout for the purchase-unit master. COPY this into
      *> FILE SECTION alongside COPY UNIDADES-COMPRA-SELECT. UC-FACTOR
      *> is the number of stocking units in one UC-UNIDAD: a product
      *> stocked by the unit and bought in cases of 12 carries 'CAJ'
      *> and 12. A product/supplier with no record here is bought in
      *> its stocking unit.
FD UNIDADES-COMPRA.
01 UNIDAD-COMPRA-RECORD.
    05 UC-KEY.
        10 UC-CODIGO PIC X(10).
        10 UC-PROVEEDOR PIC X(15).
    05 UC-UNIDAD PIC X(3).
    05 UC-FACTOR PIC 9(5).

      *> Record layout for the shared PRODUCTO-MASTER inventory file.
      *> COPY this into FILE SECTION alongside COPY
      *> PRODUCTO-MASTER-SELECT. PM-CANTIDAD, PM-REORDER-POINT and
      *> PM-COSTO-UNITARIO are all in the stocking unit PM-UNIDAD
      *> (blank reads as 'UD'); what a supplier sells in is on
      *> UNIDADES-COMPRA.
FD PRODUCTO-MASTER.
01 PRODUCTO-MASTER-RECORD.
    05 PM-KEY.
    05 PM-REORDER-POINT PIC 9(5).
    05 PM-PROVEEDOR PIC X(15).
    05 PM-COSTO-UNITARIO PIC 9(5)V99.
    05 PM-UNIDAD PIC X(3).

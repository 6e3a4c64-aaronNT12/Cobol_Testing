      *> Record layout for the warehouse GL account map. COPY this
      *> into FILE SECTION alongside COPY ALMACEN-CUENTAS-SELECT.
FD ALMACEN-CUENTAS.
01 ALMACEN-CUENTA-RECORD.
    05 AC-ALMACEN PIC X(5).
    05 AC-GL-EXISTENCIAS PIC 9(8).
    05 AC-GL-COSTE-VENTAS PIC 9(8).
    05 AC-GL-MERMAS PIC 9(8).
    05 AC-GL-RECEPCIONES PIC 9(8).

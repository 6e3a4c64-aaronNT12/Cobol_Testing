      *> Record layout for the bill-of-materials master. COPY this
      *> into FILE SECTION alongside COPY LISTA-MATERIALES-SELECT.
      *> LM-CANTIDAD-POR is how many units of the component go into
      *> one kit. Kit and components are ordinary PRODUCTO-MASTER
      *> codes, assembled within one warehouse.
FD LISTA-MATERIALES.
01 LISTA-MATERIALES-RECORD.
    05 LM-KEY.
        10 LM-PADRE PIC X(10).
        10 LM-COMPONENTE PIC X(10).
    05 LM-CANTIDAD-POR PIC 9(4).

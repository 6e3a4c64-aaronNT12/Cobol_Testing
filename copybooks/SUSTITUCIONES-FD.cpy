      *> Record layout for the product supersession master. COPY this
      *> into FILE SECTION alongside COPY SUSTITUCIONES-SELECT. From
      *> SU-FECHA-EFECTO on, SU-CODIGO-NUEVO stands in for
      *> SU-CODIGO-ANTIGUO. SU-FECHA-CAMBIO stays zero until the
      *> cut-over has moved the old code's reorder points and pending
      *> backorders across to the new one.
FD SUSTITUCIONES.
01 SUSTITUCION-RECORD.
    05 SU-CODIGO-ANTIGUO PIC X(10).
    05 SU-CODIGO-NUEVO PIC X(10).
    05 SU-FECHA-EFECTO PIC 9(8).
    05 SU-FECHA-CAMBIO PIC 9(8).

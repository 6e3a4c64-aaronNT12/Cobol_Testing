      *> Record layout for the subscription lines. COPY this into
      *> FILE SECTION alongside COPY SUSCRIPCION-LINEAS-SELECT. A line
      *> holds from SN-FECHA-DESDE until the same line's next record
      *> takes over, so a price increase is scheduled as a new record
      *> from its effective date, never an overwrite; a record with a
      *> zero quantity ends the line from that date. SN-CODIGO is the
      *> product code when the line is a product (blank for a plain
      *> service charge).
FD SUSCRIPCION-LINEAS.
01 SUSCRIPCION-LINEA-RECORD.
    05 SN-KEY.
        10 SN-SUSCRIPCION PIC 9(6).
        10 SN-LINEA PIC 9(2).
        10 SN-FECHA-DESDE PIC 9(8).
    05 SN-CODIGO PIC X(10).
    05 SN-CANTIDAD PIC 9(5).
    05 SN-PRECIO PIC 9(5)V99.
    05 SN-DESCRIPCION PIC X(30).

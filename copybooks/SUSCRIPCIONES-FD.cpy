      *> Record layout for the invoice subscription master. COPY this
      *> into FILE SECTION alongside COPY SUSCRIPCIONES-SELECT. The
      *> customer is billed every month, quarter or year
      *> (SC-FRECUENCIA M/T/A) on SC-DIA-FACTURA - the month's last day
      *> when the month is shorter - from SC-FECHA-INICIO until
      *> SC-FECHA-FIN (zero = until cancelled). SC-PROXIMA-FACTURA is
      *> the nominal date of the next cycle still to bill; the day it
      *> is actually billed is that date rolled forward over
      *> BUSINESS-CALENDAR.DAT. SC-ULTIMA-FACTURA / SC-FECHA-ULTIMA are
      *> the last invoice generated and the day it was. What is billed
      *> comes from SUSCRIPCION-LINEAS.
FD SUSCRIPCIONES.
01 SUSCRIPCION-RECORD.
    05 SC-NUMERO PIC 9(6).
    05 SC-CLIENTE PIC 9(6).
    05 SC-DESCRIPCION PIC X(30).
    05 SC-DIA-FACTURA PIC 9(2).
    05 SC-FRECUENCIA PIC X.
        88 SC-MENSUAL VALUE 'M'.
        88 SC-TRIMESTRAL VALUE 'T'.
        88 SC-ANUAL VALUE 'A'.
        88 SC-FRECUENCIA-VALIDA VALUE 'M' 'T' 'A'.
    05 SC-FECHA-INICIO PIC 9(8).
    05 SC-FECHA-FIN PIC 9(8).
    05 SC-PROXIMA-FACTURA PIC 9(8).
    05 SC-ULTIMA-FACTURA PIC 9(6).
    05 SC-FECHA-ULTIMA PIC 9(8).
    05 SC-ESTADO PIC X.
        88 SC-ACTIVA VALUE 'A'.
        88 SC-SUSPENDIDA VALUE 'S'.
        88 SC-TERMINADA VALUE 'B'.

      *> Record layout for the supplier master. COPY this into FILE
      *> SECTION alongside COPY PROVEEDOR-MASTER-SELECT. PV-CODIGO is
      *> the same width as PM-PROVEEDOR so the product record carries
      *> the supplier code directly. The payment fields drive
      *> PAGOS-PROVEEDORES: a supplier on hold ('S') is never paid, one
      *> with an account at the bank is paid into it through the posting
      *> run, and anyone else through the outbound clearing file to the
      *> bank code and account given here. A supplier flagged for
      *> inspection ('S') has every receipt booked into quarantine
      *> until INSPECCION-CALIDAD releases or rejects the lot.
FD PROVEEDOR-MASTER.
01 PROVEEDOR-MASTER-RECORD.
    05 PV-CODIGO PIC X(15).
    05 PV-CONTACTO PIC X(30).
    05 PV-PLAZO-DIAS PIC 9(3).
    05 PV-PEDIDO-MINIMO PIC 9(5).
    05 PV-PAGO-RETENIDO PIC X.
        88 PV-RETENIDO VALUE 'S'.
    05 PV-CUENTA-BANCO PIC 9(10).
    05 PV-ENTIDAD PIC X(11).
    05 PV-CUENTA-EXTERNA PIC X(34).
    05 PV-INSPECCION PIC X.
        88 PV-REQUIERE-INSPECCION VALUE 'S'.

      *> Record layout for the customer sales-order file. COPY this
      *> into FILE SECTION alongside COPY PEDIDOS-VENTA-SELECT. A line
      *> is entered pending reservation ('A'); the reservation pass
      *> sets VT-CANTIDAD-RESERVADA to what stock could cover and
      *> sends the rest to BACKORDERS.DAT (VT-BACKORDER is the
      *> backorder number, VT-CANTIDAD-BACKORDER what it was cut for),
      *> leaving the line reserved ('R'). Reserved stock stays
      *> promised until a confirmed shipment moves it into
      *> VT-CANTIDAD-SERVIDA; what receipts serve on the backorder is
      *> shipped in VT-BO-EXPEDIDA. Once both parts are shipped the
      *> line closes ('C'). VT-EXPEDICION is the last shipment that
      *> carried the line. A cancelled line ('X') promises nothing.
      *> VT-PRECIO-UNITARIO is the selling price agreed on the order:
      *> the customer's tier price from TARIFAS-VENTA unless it was
      *> overridden, in which case VT-MOTIVO-PRECIO says why and the
      *> invoice carries price and reason; without a reason the invoice
      *> is priced from the tariff in force when it is extended.
FD PEDIDOS-VENTA.
01 PEDIDO-VENTA-RECORD.
    05 VT-KEY.
        10 VT-NUMERO PIC 9(6).
        10 VT-LINEA PIC 9(3).
    05 VT-CLIENTE PIC 9(6).
    05 VT-CODIGO PIC X(10).
    05 VT-ALMACEN PIC X(5).
    05 VT-CANTIDAD-PEDIDA PIC 9(5).
    05 VT-CANTIDAD-RESERVADA PIC 9(5).
    05 VT-CANTIDAD-SERVIDA PIC 9(5).
    05 VT-CANTIDAD-BACKORDER PIC 9(5).
    05 VT-BACKORDER PIC 9(6).
    05 VT-BO-EXPEDIDA PIC 9(5).
    05 VT-PRECIO-UNITARIO PIC 9(5)V99.
    05 VT-EXPEDICION PIC 9(6).
    05 VT-FECHA-SOLICITADA PIC 9(8).
    05 VT-FECHA-ALTA PIC X(8).
    05 VT-ESTADO PIC X.
        88 VT-PENDIENTE-RESERVA VALUE 'A'.
        88 VT-RESERVADA VALUE 'R'.
        88 VT-CERRADA VALUE 'C'.
        88 VT-ANULADA VALUE 'X'.
    05 VT-MOTIVO-PRECIO PIC X(14).

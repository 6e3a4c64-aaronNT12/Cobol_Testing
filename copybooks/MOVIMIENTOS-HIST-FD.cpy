      *> this into FILE SECTION alongside COPY MOVIMIENTOS-HIST-SELECT.
      *> One row per applied movement: E = entrada (receipt),
      *> S = salida (issue), A = ajuste (count adjustment),
      *> T = traspaso (inter-warehouse transfer leg), M / P =
      *> montaje / despiece (one row per component plus one for the
      *> kit, all under the kit movement's reference), with the stock
      *> level before and after so "where did this stock go" reads
      *> straight off the file. MH-VALOR is what the movement carried
      *> at cost - the FIFO cost relieved on the way out, the layer
      *> cost on the way in - and is what STOCK-JOURNAL puts into the
      *> general ledger; rows written before it existed read as
      *> spaces and carry no value.
FD MOVIMIENTOS-HIST.
01 MOVIMIENTO-HIST-RECORD.
    05 MH-FECHA PIC X(8).
    05 MH-REFERENCIA PIC X(10).
    05 MH-STOCK-ANTES PIC 9(5).
    05 MH-STOCK-DESPUES PIC 9(5).
    05 MH-VALOR PIC 9(9)V99.

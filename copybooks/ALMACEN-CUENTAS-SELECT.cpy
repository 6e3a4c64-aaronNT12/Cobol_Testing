      *> FILE-CONTROL entry for the warehouse GL account map: one row
      *> per almacén naming the GL accounts its stock movements post
      *> to - the inventory asset itself, cost of goods sold for
      *> issues, shrinkage for count adjustments, and the goods
      *> received clearing account that receipts credit and returns
      *> to supplier debit. Read by STOCK-JOURNAL to build the nightly
      *> inventory journal and by VALORACION-INVENTARIO to prove each
      *> warehouse's inventory account against its FIFO valuation.
      *> The accounts must also be on the chart of accounts
      *> (GL-ACCOUNTS.DAT) or GL-POST refuses the lines.
    SELECT OPTIONAL ALMACEN-CUENTAS ASSIGN TO "ALMACEN-CUENTAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

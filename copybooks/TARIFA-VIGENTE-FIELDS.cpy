      *> Scratch fields for the shared TARIFA-VIGENTE paragraph. COPY
      *> this into WORKING-STORAGE alongside the TARIFAS-VENTA
      *> copybooks. Set TV-CODIGO, TV-FECHA and TV-NIVEL (the
      *> customer's CU-PRICE-TIER) and PERFORM BUSCAR-TARIFA-VIGENTE;
      *> with TV-TARIFA-HALLADA, TV-PRECIO is the tier's price in force
      *> on that date and TV-MARGEN-MINIMO the product's minimum margin.
      *> TV-MAESTRO-DISPONIBLE tells a product with no price apart from
      *> a price master that is not there at all.
01 TV-CODIGO PIC X(10).
01 TV-FECHA PIC 9(8).
01 TV-NIVEL PIC X.
01 TV-PRECIO PIC 9(5)V99.
01 TV-MARGEN-MINIMO PIC 9(2)V99.
01 TV-HALLADA PIC X.
    88 TV-TARIFA-HALLADA VALUE 'Y'.
01 TV-MAESTRO PIC X.
    88 TV-MAESTRO-DISPONIBLE VALUE 'Y'.
01 TV-EOF PIC X.
    88 TV-TARIFAS-AGOTADAS VALUE 'Y'.

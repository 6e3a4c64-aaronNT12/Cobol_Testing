      *> Shared purchase-unit paragraphs (see UNIDADES-COMPRA-FIELDS.cpy
      *> for the calling convention). The unit file is opened and
      *> closed per lookup, the usual open-use-close shape; without it
      *> everything is bought in the stocking unit.
BUSCAR-UNIDAD-COMPRA.
    IF UM-UNIDAD-STOCK = SPACES
        MOVE "UD" TO UM-UNIDAD-STOCK
    END-IF
    MOVE UM-UNIDAD-STOCK TO UM-UNIDAD
    MOVE 1 TO UM-FACTOR
    OPEN INPUT UNIDADES-COMPRA
    IF UC-OK
        MOVE UM-CODIGO TO UC-CODIGO
        MOVE UM-PROVEEDOR TO UC-PROVEEDOR
        READ UNIDADES-COMPRA
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF UC-FACTOR > ZEROS
                    MOVE UC-UNIDAD TO UM-UNIDAD
                    MOVE UC-FACTOR TO UM-FACTOR
                END-IF
        END-READ
    END-IF
    CLOSE UNIDADES-COMPRA.

PASAR-A-UNIDAD-COMPRA.
    IF UM-FACTOR = ZEROS
        MOVE 1 TO UM-FACTOR
    END-IF
    DIVIDE UM-CANTIDAD-STOCK BY UM-FACTOR
        GIVING UM-CANTIDAD-COMPRA REMAINDER UM-RESTO
    IF UM-RESTO > ZEROS
        ADD 1 TO UM-CANTIDAD-COMPRA
    END-IF.

      *> Shared price lookup against the selling price master (see
      *> TARIFA-VIGENTE-FIELDS.cpy for the calling convention). The
      *> master is opened and closed per lookup, the usual
      *> open-use-close shape. The product's records come in date
      *> order, so the last one dated on or before TV-FECHA is the one
      *> in force.
BUSCAR-TARIFA-VIGENTE.
    MOVE 'N' TO TV-HALLADA
    MOVE ZEROS TO TV-PRECIO
    MOVE ZEROS TO TV-MARGEN-MINIMO
    MOVE 'N' TO TV-EOF
    OPEN INPUT TARIFAS-VENTA
    IF TF-OK
        MOVE 'Y' TO TV-MAESTRO
    ELSE
        MOVE 'N' TO TV-MAESTRO
        CLOSE TARIFAS-VENTA
        EXIT PARAGRAPH
    END-IF
    MOVE TV-CODIGO TO TF-CODIGO
    MOVE ZEROS TO TF-FECHA-DESDE
    START TARIFAS-VENTA KEY IS GREATER THAN OR EQUAL TO TF-KEY
        INVALID KEY SET TV-TARIFAS-AGOTADAS TO TRUE
    END-START
    PERFORM UNTIL TV-TARIFAS-AGOTADAS
        READ TARIFAS-VENTA NEXT RECORD
            AT END SET TV-TARIFAS-AGOTADAS TO TRUE
            NOT AT END
                IF TF-CODIGO NOT = TV-CODIGO
                    OR TF-FECHA-DESDE > TV-FECHA
                    SET TV-TARIFAS-AGOTADAS TO TRUE
                ELSE
                    MOVE 'Y' TO TV-HALLADA
                    MOVE TF-MARGEN-MINIMO TO TV-MARGEN-MINIMO
                    EVALUATE TV-NIVEL
                        WHEN 'T'
                            MOVE TF-PRECIO-MAYORISTA TO TV-PRECIO
                        WHEN 'K'
                            MOVE TF-PRECIO-CUENTA-CLAVE TO TV-PRECIO
                        WHEN OTHER
                            MOVE TF-PRECIO-LISTA TO TV-PRECIO
                    END-EVALUATE
                    IF TV-PRECIO = ZEROS
                        MOVE TF-PRECIO-LISTA TO TV-PRECIO
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TARIFAS-VENTA.

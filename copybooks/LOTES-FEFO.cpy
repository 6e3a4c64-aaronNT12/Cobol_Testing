            MOVE LF-LOTE TO LT-LOTE
            MOVE LF-CADUCIDAD TO LT-CADUCIDAD
            MOVE LF-CANTIDAD TO LT-CANTIDAD
            MOVE LF-ESTADO TO LT-ESTADO
            MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA-ESTADO
            MOVE LF-PEDIDO TO LT-PEDIDO
            MOVE LF-PEDIDO-LINEA TO LT-PEDIDO-LINEA
            WRITE LOTE-STOCK-RECORD
        NOT INVALID KEY
      *> an emptied lot (rejected or used up) starts over as the new
      *> receipt; a quarantined receipt holds the whole lot again
            IF LT-CANTIDAD = ZEROS
                MOVE LF-CADUCIDAD TO LT-CADUCIDAD
                MOVE LF-ESTADO TO LT-ESTADO
                MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA-ESTADO
            END-IF
            IF LF-ESTADO = 'Q' AND NOT LT-CUARENTENA
                MOVE 'Q' TO LT-ESTADO
                MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA-ESTADO
            END-IF
            IF LF-PEDIDO NOT = ZEROS
                MOVE LF-PEDIDO TO LT-PEDIDO
                MOVE LF-PEDIDO-LINEA TO LT-PEDIDO-LINEA
            END-IF
            ADD LF-CANTIDAD TO LT-CANTIDAD
            REWRITE LOTE-STOCK-RECORD
    END-READ
    CLOSE LOTES-STOCK.

      *> quarantined quantity of one product in one warehouse
CANTIDAD-RETENIDA-LOTES.
    MOVE ZEROS TO LF-RETENIDA
    OPEN INPUT LOTES-STOCK
    IF NOT LT-OK
        CLOSE LOTES-STOCK
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO LF-LOTE-EOF
    MOVE LF-CODIGO TO LT-CODIGO
    MOVE LF-ALMACEN TO LT-ALMACEN
    MOVE LOW-VALUES TO LT-LOTE
    START LOTES-STOCK KEY IS GREATER THAN OR EQUAL TO LT-KEY
        INVALID KEY SET LF-LOTES-AGOTADOS TO TRUE
    END-START
    PERFORM UNTIL LF-LOTES-AGOTADOS
        READ LOTES-STOCK NEXT RECORD
            AT END SET LF-LOTES-AGOTADOS TO TRUE
        END-READ
        IF NOT LF-LOTES-AGOTADOS
            IF LT-CODIGO NOT = LF-CODIGO
                OR LT-ALMACEN NOT = LF-ALMACEN
                SET LF-LOTES-AGOTADOS TO TRUE
            ELSE
                IF LT-CUARENTENA
                    ADD LT-CANTIDAD TO LF-RETENIDA
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE LOTES-STOCK.

      *> first-expired-first-out: the surviving available lot with the
      *> earliest expiry date is relieved before any other, one lot at
      *> a time until the requested quantity is out or no lots remain;
      *> lots in quarantine or rejected are never picked
RELEVAR-LOTES-FEFO.
    MOVE LF-CANTIDAD TO LF-PENDIENTE
    OPEN I-O LOTES-STOCK
                SET LF-LOTES-AGOTADOS TO TRUE
            ELSE
                IF LT-CANTIDAD > ZEROS
                    AND LT-DISPONIBLE
                    AND LT-CADUCIDAD < LF-MEJOR-CADUCIDAD
                    MOVE LT-LOTE TO LF-MEJOR-LOTE
                    MOVE LT-CADUCIDAD TO LF-MEJOR-CADUCIDAD
            MOVE LF-MEJOR-LOTE TO LT-LOTE
            MOVE LF-MEJOR-CADUCIDAD TO LT-CADUCIDAD
            MOVE LF-TOMADA TO LT-CANTIDAD
            MOVE 'A' TO LT-ESTADO
            MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA-ESTADO
            MOVE ZEROS TO LT-PEDIDO
            MOVE ZEROS TO LT-PEDIDO-LINEA
            WRITE LOTE-STOCK-RECORD
        NOT INVALID KEY
            IF LT-CANTIDAD = ZEROS
                MOVE 'A' TO LT-ESTADO
                MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA-ESTADO
            END-IF
            ADD LF-TOMADA TO LT-CANTIDAD
            REWRITE LOTE-STOCK-RECORD
    END-READ.

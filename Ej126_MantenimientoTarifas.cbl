*> Purpose: Selling price master maintenance
*>
*> PRODUCTO-MASTER only knows what a product costs; what it sells for
*> was whatever the invoice clerk typed. This keeps TARIFAS-VENTA.DAT:
*> per product and effective date, the list, trade and key-account
*> prices and the minimum margin. A price change is a new record from
*> its effective date - the old one stays so an invoice dated before
*> the change still prices at the old rate. Menu-driven like
*> MANTENIMIENTO-PROVEEDORES, with every change in the shared
*> AUDIT-TRAIL.
*>
*> Mod history:
*> 24.10.30 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-TARIFAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY TARIFAS-VENTA-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY TARIFAS-VENTA-FD.

COPY PRODUCTO-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-CODIGO-BUSCADO PIC X(10).
01 WS-FECHA-BUSCADA PIC 9(8).
01 WS-TF-EOF PIC X VALUE 'N'.
    88 TARIFAS-EOF VALUE 'Y'.
01 WS-PRECIOS-LISTADOS PIC 9(3).
01 WS-PRODUCTO-FLAG PIC X.
    88 PRODUCTO-CONOCIDO VALUE 'Y'.
COPY TARIFAS-VENTA-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
MANTENER-TARIFAS.
    MOVE "MANT-TARIFAS" TO EL-CALLING-PROGRAM.
    MOVE "TARIFAS" TO AT-CALLING-PROGRAM.
    OPEN I-O TARIFAS-VENTA.
    IF NOT TF-OK
        CLOSE TARIFAS-VENTA
        OPEN OUTPUT TARIFAS-VENTA
        CLOSE TARIFAS-VENTA
        OPEN I-O TARIFAS-VENTA
    END-IF
    PERFORM UNTIL WS-CONTINUAR = 'N'
        DISPLAY "-----------------------------"
        DISPLAY "1. Alta de precio"
        DISPLAY "2. Corregir precio"
        DISPLAY "3. Baja de precio"
        DISPLAY "4. Historial de precios de un producto"
        DISPLAY "5. Salir"
        DISPLAY "-----------------------------"
        DISPLAY "Elige una opción: "
        ACCEPT WS-OPCION
        EVALUATE WS-OPCION
            WHEN 1 PERFORM ALTA-PRECIO
            WHEN 2 PERFORM CORREGIR-PRECIO
            WHEN 3 PERFORM BAJA-PRECIO
            WHEN 4 PERFORM LISTAR-PRECIOS
            WHEN 5 MOVE 'N' TO WS-CONTINUAR
            WHEN OTHER DISPLAY "Opción no válida"
        END-EVALUATE
    END-PERFORM
    CLOSE TARIFAS-VENTA
    STOP RUN.

*> el producto tiene que existir en algún almacén
ALTA-PRECIO.
    DISPLAY "Código del producto: "
    ACCEPT TF-CODIGO
    PERFORM COMPROBAR-PRODUCTO
    IF NOT PRODUCTO-CONOCIDO
        DISPLAY "El producto " TF-CODIGO " no existe en ningún almacén"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Vigente desde (AAAAMMDD): "
    ACCEPT TF-FECHA-DESDE ON EXCEPTION
        MOVE ZEROS TO TF-FECHA-DESDE
    END-ACCEPT
    IF TF-FECHA-DESDE = ZEROS
        DISPLAY "Hace falta la fecha desde la que rige el precio"
        EXIT PARAGRAPH
    END-IF
    PERFORM PEDIR-PRECIOS
    IF TF-PRECIO-LISTA = ZEROS
        DISPLAY "El precio de lista no puede ser cero"
        EXIT PARAGRAPH
    END-IF
    WRITE TARIFA-VENTA-RECORD
        INVALID KEY
            DISPLAY "Ya hay un precio de " TF-CODIGO " desde "
                TF-FECHA-DESDE
        NOT INVALID KEY
            DISPLAY "Precio de " TF-CODIGO " desde " TF-FECHA-DESDE
                " dado de alta"
            MOVE "ALTA" TO AT-CHANGE-OPERATION
            MOVE TF-CODIGO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING "desde " TF-FECHA-DESDE " lista " TF-PRECIO-LISTA
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-WRITE.

PEDIR-PRECIOS.
    DISPLAY "Precio de lista: "
    ACCEPT TF-PRECIO-LISTA ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO TF-PRECIO-LISTA
    END-ACCEPT
    DISPLAY "Precio mayorista (0 = el de lista): "
    ACCEPT TF-PRECIO-MAYORISTA ON EXCEPTION
        MOVE ZEROS TO TF-PRECIO-MAYORISTA
    END-ACCEPT
    DISPLAY "Precio cuenta clave (0 = el de lista): "
    ACCEPT TF-PRECIO-CUENTA-CLAVE ON EXCEPTION
        MOVE ZEROS TO TF-PRECIO-CUENTA-CLAVE
    END-ACCEPT
    DISPLAY "Margen mínimo en % (0 = sólo bajo coste): "
    ACCEPT TF-MARGEN-MINIMO ON EXCEPTION
        MOVE ZEROS TO TF-MARGEN-MINIMO
    END-ACCEPT.

COMPROBAR-PRODUCTO.
    MOVE 'N' TO WS-PRODUCTO-FLAG
    OPEN INPUT PRODUCTO-MASTER
    IF PM-OK
        MOVE TF-CODIGO TO PM-CODIGO
        MOVE LOW-VALUES TO PM-ALMACEN-ID
        START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
            INVALID KEY CONTINUE
            NOT INVALID KEY
                READ PRODUCTO-MASTER NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        IF PM-CODIGO = TF-CODIGO
                            MOVE 'Y' TO WS-PRODUCTO-FLAG
                        END-IF
                END-READ
        END-START
    END-IF
    CLOSE PRODUCTO-MASTER.

CORREGIR-PRECIO.
    DISPLAY "Código del producto: "
    ACCEPT WS-CODIGO-BUSCADO
    DISPLAY "Vigente desde (AAAAMMDD): "
    ACCEPT WS-FECHA-BUSCADA
    MOVE WS-CODIGO-BUSCADO TO TF-CODIGO
    MOVE WS-FECHA-BUSCADA TO TF-FECHA-DESDE
    READ TARIFAS-VENTA
        INVALID KEY
            DISPLAY "No hay precio de " WS-CODIGO-BUSCADO " desde "
                WS-FECHA-BUSCADA
        NOT INVALID KEY
            DISPLAY "Lista: " TF-PRECIO-LISTA
                " Mayorista: " TF-PRECIO-MAYORISTA
                " Cuenta clave: " TF-PRECIO-CUENTA-CLAVE
                " Margen mínimo: " TF-MARGEN-MINIMO
            PERFORM PEDIR-PRECIOS
            IF TF-PRECIO-LISTA = ZEROS
                DISPLAY "El precio de lista no puede ser cero"
            ELSE
                REWRITE TARIFA-VENTA-RECORD
                DISPLAY "Precio de " WS-CODIGO-BUSCADO " corregido"
                MOVE "ACTUALIZA" TO AT-CHANGE-OPERATION
                MOVE WS-CODIGO-BUSCADO TO AT-TRACKED-KEY
                MOVE SPACES TO AT-CHANGE-DETAIL
                STRING "desde " WS-FECHA-BUSCADA " lista "
                    TF-PRECIO-LISTA
                    DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
                PERFORM LOG-AUDIT-EVENT
            END-IF
    END-READ.

BAJA-PRECIO.
    DISPLAY "Código del producto: "
    ACCEPT WS-CODIGO-BUSCADO
    DISPLAY "Vigente desde (AAAAMMDD): "
    ACCEPT WS-FECHA-BUSCADA
    MOVE WS-CODIGO-BUSCADO TO TF-CODIGO
    MOVE WS-FECHA-BUSCADA TO TF-FECHA-DESDE
    DELETE TARIFAS-VENTA RECORD
        INVALID KEY
            DISPLAY "No hay precio de " WS-CODIGO-BUSCADO " desde "
                WS-FECHA-BUSCADA
            MOVE WS-CODIGO-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "price delete failed - not on file" TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            DISPLAY "Precio de " WS-CODIGO-BUSCADO " desde "
                WS-FECHA-BUSCADA " dado de baja"
            MOVE "BAJA" TO AT-CHANGE-OPERATION
            MOVE WS-CODIGO-BUSCADO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING "desde " WS-FECHA-BUSCADA " eliminado"
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-DELETE.

LISTAR-PRECIOS.
    DISPLAY "Código del producto: "
    ACCEPT WS-CODIGO-BUSCADO
    MOVE ZEROS TO WS-PRECIOS-LISTADOS
    MOVE 'N' TO WS-TF-EOF
    MOVE WS-CODIGO-BUSCADO TO TF-CODIGO
    MOVE ZEROS TO TF-FECHA-DESDE
    START TARIFAS-VENTA KEY IS GREATER THAN OR EQUAL TO TF-KEY
        INVALID KEY SET TARIFAS-EOF TO TRUE
    END-START
    PERFORM UNTIL TARIFAS-EOF
        READ TARIFAS-VENTA NEXT RECORD
            AT END SET TARIFAS-EOF TO TRUE
            NOT AT END
                IF TF-CODIGO NOT = WS-CODIGO-BUSCADO
                    SET TARIFAS-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-PRECIOS-LISTADOS
                    DISPLAY "Desde " TF-FECHA-DESDE
                        " Lista: " TF-PRECIO-LISTA
                        " Mayorista: " TF-PRECIO-MAYORISTA
                        " Cuenta clave: " TF-PRECIO-CUENTA-CLAVE
                        " Margen mínimo: " TF-MARGEN-MINIMO
                END-IF
        END-READ
    END-PERFORM
    IF WS-PRECIOS-LISTADOS = ZEROS
        DISPLAY "El producto " WS-CODIGO-BUSCADO " no tiene precios"
    END-IF.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

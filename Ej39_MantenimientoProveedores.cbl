*>
*> Mod history:
*> 24.05.09 AN - initial version.
*> 24.11.07 AN - the master carries how the supplier is paid: its
*>               account with us, or else the bank code and account
*>               the clearing file pays into. Option 5 puts a
*>               supplier's payments on hold or releases them; the
*>               payment run skips a supplier on hold.
*> 24.11.11 AN - suppliers can be flagged for goods-in inspection:
*>               RECEPCION-PEDIDOS books their receipts into
*>               quarantine for INSPECCION-CALIDAD to release.
*> 24.11.13 AN - option 7 keeps UNIDADES-COMPRA.DAT, the unit each
*>               product is bought in from the supplier and how many
*>               stocking units it holds; the minimum order is now
*>               counted in those purchase units.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-PROVEEDORES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PROVEEDOR-MASTER-SELECT.
    COPY UNIDADES-COMPRA-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

FILE SECTION.
COPY PROVEEDOR-MASTER-FD.

COPY UNIDADES-COMPRA-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

01 WS-PV-EOF PIC X VALUE 'N'.
    88 PROVEEDORES-EOF VALUE 'Y'.
COPY PROVEEDOR-MASTER-STATUS.
COPY UNIDADES-COMPRA-STATUS.
01 WS-UC-EOF PIC X.
    88 UNIDADES-EOF VALUE 'Y'.
01 WS-UC-PRODUCTO PIC X(10).
01 WS-UC-UNIDAD PIC X(3).
01 WS-UC-FACTOR PIC 9(5).
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

        DISPLAY "2. Modificar proveedor"
        DISPLAY "3. Baja de proveedor"
        DISPLAY "4. Listar proveedores"
        DISPLAY "5. Retener o liberar pagos"
        DISPLAY "6. Salir"
        DISPLAY "7. Unidades de compra de un proveedor"
        DISPLAY "-----------------------------"
        DISPLAY "Elige una opción: "
        ACCEPT WS-OPCION
            WHEN 2 PERFORM MODIFICAR-PROVEEDOR
            WHEN 3 PERFORM BAJA-PROVEEDOR
            WHEN 4 PERFORM LISTAR-PROVEEDORES
            WHEN 5 PERFORM RETENER-PAGOS
            WHEN 6 MOVE 'N' TO WS-CONTINUAR
            WHEN 7 PERFORM UNIDADES-COMPRA-PROVEEDOR
            WHEN OTHER DISPLAY "Opción no válida"
        END-EVALUATE
    END-PERFORM
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO PV-PLAZO-DIAS
    END-ACCEPT
    DISPLAY "Cantidad mínima de pedido (en sus unidades): "
    ACCEPT PV-PEDIDO-MINIMO ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO PV-PEDIDO-MINIMO
    END-ACCEPT
    MOVE 'N' TO PV-PAGO-RETENIDO
    PERFORM PEDIR-DATOS-PAGO
    PERFORM PEDIR-INSPECCION
    WRITE PROVEEDOR-MASTER-RECORD
        INVALID KEY
            DISPLAY "El proveedor " PV-CODIGO " ya existe"
            ACCEPT PV-PLAZO-DIAS ON EXCEPTION
                MOVE ZEROS TO PV-PLAZO-DIAS
            END-ACCEPT
            DISPLAY "Nueva cantidad mínima (en sus unidades): "
            ACCEPT PV-PEDIDO-MINIMO ON EXCEPTION
                MOVE ZEROS TO PV-PEDIDO-MINIMO
            END-ACCEPT
            PERFORM PEDIR-DATOS-PAGO
            PERFORM PEDIR-INSPECCION
            REWRITE PROVEEDOR-MASTER-RECORD
            DISPLAY "Proveedor " WS-CODIGO-BUSCADO " modificado"
            MOVE "ACTUALIZA" TO AT-CHANGE-OPERATION
            PERFORM LOG-AUDIT-EVENT
    END-READ.

*> con cuenta en el banco se le paga ahí; sin ella hacen falta la
*> entidad y la cuenta de destino para el fichero de compensación
PEDIR-DATOS-PAGO.
    DISPLAY "Cuenta en el banco (0 si no tiene): "
    ACCEPT PV-CUENTA-BANCO ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO PV-CUENTA-BANCO
    END-ACCEPT
    IF PV-CUENTA-BANCO = ZEROS
        DISPLAY "Código de entidad para transferencias: "
        ACCEPT PV-ENTIDAD
        DISPLAY "Cuenta de destino: "
        ACCEPT PV-CUENTA-EXTERNA
        IF PV-ENTIDAD = SPACES OR PV-CUENTA-EXTERNA = SPACES
            DISPLAY "Sin entidad y cuenta no se le podrá pagar"
        END-IF
    ELSE
        MOVE SPACES TO PV-ENTIDAD
        MOVE SPACES TO PV-CUENTA-EXTERNA
    END-IF.

*> con 'S' todo lo que se le recibe entra en cuarentena
PEDIR-INSPECCION.
    DISPLAY "¿Sus recepciones pasan por inspección de calidad? (S/N): "
    ACCEPT PV-INSPECCION
    IF PV-INSPECCION = 's'
        MOVE 'S' TO PV-INSPECCION
    END-IF
    IF NOT PV-REQUIERE-INSPECCION
        MOVE 'N' TO PV-INSPECCION
    END-IF.

RETENER-PAGOS.
    DISPLAY "Código del proveedor: "
    ACCEPT WS-CODIGO-BUSCADO
    MOVE WS-CODIGO-BUSCADO TO PV-CODIGO
    READ PROVEEDOR-MASTER
        INVALID KEY
            DISPLAY "No existe el proveedor " WS-CODIGO-BUSCADO
        NOT INVALID KEY
            IF PV-RETENIDO
                MOVE 'N' TO PV-PAGO-RETENIDO
                MOVE "pagos liberados" TO AT-CHANGE-DETAIL
            ELSE
                MOVE 'S' TO PV-PAGO-RETENIDO
                MOVE "pagos retenidos" TO AT-CHANGE-DETAIL
            END-IF
            REWRITE PROVEEDOR-MASTER-RECORD
            DISPLAY "Proveedor " WS-CODIGO-BUSCADO ": " AT-CHANGE-DETAIL
            MOVE "RETENCION" TO AT-CHANGE-OPERATION
            MOVE WS-CODIGO-BUSCADO TO AT-TRACKED-KEY
            PERFORM LOG-AUDIT-EVENT
    END-READ.

BAJA-PROVEEDOR.
    DISPLAY "Código del proveedor: "
    ACCEPT WS-CODIGO-BUSCADO
                DISPLAY "  Contacto: " PV-CONTACTO
                    " Plazo: " PV-PLAZO-DIAS
                    " Pedido mínimo: " PV-PEDIDO-MINIMO
                IF PV-RETENIDO
                    DISPLAY "  PAGOS RETENIDOS"
                END-IF
                IF PV-REQUIERE-INSPECCION
                    DISPLAY "  RECEPCIONES A INSPECCION DE CALIDAD"
                END-IF
        END-READ
    END-PERFORM.

*> la unidad en que el proveedor vende cada producto y cuántas
*> unidades de stock trae; factor 0 quita la unidad y el producto
*> vuelve a comprarse en su unidad de stock
UNIDADES-COMPRA-PROVEEDOR.
    DISPLAY "Código del proveedor: "
    ACCEPT WS-CODIGO-BUSCADO
    MOVE WS-CODIGO-BUSCADO TO PV-CODIGO
    READ PROVEEDOR-MASTER
        INVALID KEY
            DISPLAY "No existe el proveedor " WS-CODIGO-BUSCADO
            EXIT PARAGRAPH
    END-READ
    OPEN I-O UNIDADES-COMPRA
    IF NOT UC-OK
        CLOSE UNIDADES-COMPRA
        OPEN OUTPUT UNIDADES-COMPRA
        CLOSE UNIDADES-COMPRA
        OPEN I-O UNIDADES-COMPRA
    END-IF
    PERFORM LISTAR-UNIDADES-COMPRA
    MOVE 'X' TO WS-UC-PRODUCTO
    PERFORM UNTIL WS-UC-PRODUCTO = SPACES
        DISPLAY "Código de producto (en blanco = terminar): "
        ACCEPT WS-UC-PRODUCTO
        IF WS-UC-PRODUCTO NOT = SPACES
            PERFORM GRABAR-UNIDAD-COMPRA
        END-IF
    END-PERFORM
    CLOSE UNIDADES-COMPRA.

LISTAR-UNIDADES-COMPRA.
    MOVE 'N' TO WS-UC-EOF
    MOVE LOW-VALUES TO UC-KEY
    START UNIDADES-COMPRA KEY IS GREATER THAN OR EQUAL TO UC-KEY
        INVALID KEY SET UNIDADES-EOF TO TRUE
    END-START
    PERFORM UNTIL UNIDADES-EOF
        READ UNIDADES-COMPRA NEXT RECORD
            AT END SET UNIDADES-EOF TO TRUE
            NOT AT END
                IF UC-PROVEEDOR = WS-CODIGO-BUSCADO
                    DISPLAY "  " UC-CODIGO " se compra en " UC-UNIDAD
                        " de " UC-FACTOR " unidades de stock"
                END-IF
        END-READ
    END-PERFORM.

GRABAR-UNIDAD-COMPRA.
    DISPLAY "Unidad de compra (p.ej. CAJ): "
    ACCEPT WS-UC-UNIDAD
    DISPLAY "Unidades de stock por unidad de compra (0 = quitar): "
    ACCEPT WS-UC-FACTOR ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        EXIT PARAGRAPH
    END-ACCEPT
    MOVE WS-UC-PRODUCTO TO UC-CODIGO
    MOVE WS-CODIGO-BUSCADO TO UC-PROVEEDOR
    MOVE WS-UC-PRODUCTO TO AT-TRACKED-KEY
    MOVE SPACES TO AT-CHANGE-DETAIL
    READ UNIDADES-COMPRA
        INVALID KEY
            IF WS-UC-FACTOR = ZEROS
                DISPLAY "No tenía unidad de compra con este proveedor"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-UC-UNIDAD TO UC-UNIDAD
            MOVE WS-UC-FACTOR TO UC-FACTOR
            WRITE UNIDAD-COMPRA-RECORD
            MOVE "ALTA" TO AT-CHANGE-OPERATION
        NOT INVALID KEY
            IF WS-UC-FACTOR = ZEROS
                DELETE UNIDADES-COMPRA RECORD
                MOVE "BAJA" TO AT-CHANGE-OPERATION
            ELSE
                MOVE WS-UC-UNIDAD TO UC-UNIDAD
                MOVE WS-UC-FACTOR TO UC-FACTOR
                REWRITE UNIDAD-COMPRA-RECORD
                MOVE "ACTUALIZA" TO AT-CHANGE-OPERATION
            END-IF
    END-READ
    STRING "ud compra " WS-CODIGO-BUSCADO(1:8) " " WS-UC-UNIDAD
        " x " WS-UC-FACTOR DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
    PERFORM LOG-AUDIT-EVENT
    DISPLAY "Unidad de compra de " WS-UC-PRODUCTO " grabada".

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

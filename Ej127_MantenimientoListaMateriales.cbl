*> Purpose: Bill-of-materials maintenance
*>
*> A kit we assemble ourselves had no record of what goes into it, so
*> the assembler issued each component by hand and keyed the finished
*> kit as an entrada at a made-up cost. This keeps
*> LISTA-MATERIALES.DAT: for each kit code, its component codes and
*> how many of each go into one kit. almacen assembles ('M') and
*> breaks down ('P') kits from it and reports how many each warehouse
*> could build. Menu-driven like MANTENIMIENTO-PROVEEDORES, with every
*> change in the shared AUDIT-TRAIL.
*>
*> Mod history:
*> 24.11.01 AN - initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-LISTA-MATERIALES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LISTA-MATERIALES-SELECT.
    COPY PRODUCTO-MASTER-SELECT.
    COPY ERROR-LOG-SELECT.
    COPY AUDIT-LOG-SELECT.

DATA DIVISION.
FILE SECTION.
COPY LISTA-MATERIALES-FD.

COPY PRODUCTO-MASTER-FD.

COPY ERROR-LOG-FD.
COPY AUDIT-LOG-FD.

WORKING-STORAGE SECTION.
01 WS-CONTINUAR PIC X VALUE 'S'.
01 WS-OPCION PIC 9.
01 WS-PADRE-BUSCADO PIC X(10).
01 WS-COMPONENTE-BUSCADO PIC X(10).
01 WS-CODIGO-COMPROBAR PIC X(10).
01 WS-LM-EOF PIC X VALUE 'N'.
    88 LISTA-EOF VALUE 'Y'.
01 WS-COMPONENTES-LISTADOS PIC 9(3).
01 WS-PRODUCTO-FLAG PIC X.
    88 PRODUCTO-CONOCIDO VALUE 'Y'.
COPY LISTA-MATERIALES-STATUS.
COPY PRODUCTO-MASTER-STATUS.
COPY ERROR-LOG-FIELDS.
COPY AUDIT-LOG-FIELDS.

PROCEDURE DIVISION.
MANTENER-LISTA-MATERIALES.
    MOVE "MANT-LISTA-MAT" TO EL-CALLING-PROGRAM.
    MOVE "LISTA-MATERIAL" TO AT-CALLING-PROGRAM.
    OPEN I-O LISTA-MATERIALES.
    IF NOT LM-OK
        CLOSE LISTA-MATERIALES
        OPEN OUTPUT LISTA-MATERIALES
        CLOSE LISTA-MATERIALES
        OPEN I-O LISTA-MATERIALES
    END-IF
    PERFORM UNTIL WS-CONTINUAR = 'N'
        DISPLAY "-----------------------------"
        DISPLAY "1. Alta de componente en un kit"
        DISPLAY "2. Modificar cantidad de un componente"
        DISPLAY "3. Baja de componente"
        DISPLAY "4. Lista de materiales de un kit"
        DISPLAY "5. Salir"
        DISPLAY "-----------------------------"
        DISPLAY "Elige una opción: "
        ACCEPT WS-OPCION
        EVALUATE WS-OPCION
            WHEN 1 PERFORM ALTA-COMPONENTE
            WHEN 2 PERFORM MODIFICAR-COMPONENTE
            WHEN 3 PERFORM BAJA-COMPONENTE
            WHEN 4 PERFORM LISTAR-COMPONENTES
            WHEN 5 MOVE 'N' TO WS-CONTINUAR
            WHEN OTHER DISPLAY "Opción no válida"
        END-EVALUATE
    END-PERFORM
    CLOSE LISTA-MATERIALES
    STOP RUN.

*> kit y componente tienen que existir como productos, y un kit no
*> puede llevarse a sí mismo
ALTA-COMPONENTE.
    DISPLAY "Código del kit: "
    ACCEPT WS-PADRE-BUSCADO
    DISPLAY "Código del componente: "
    ACCEPT WS-COMPONENTE-BUSCADO
    IF WS-COMPONENTE-BUSCADO = WS-PADRE-BUSCADO
        DISPLAY "Un kit no puede ser componente de sí mismo"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PADRE-BUSCADO TO WS-CODIGO-COMPROBAR
    PERFORM COMPROBAR-PRODUCTO
    IF NOT PRODUCTO-CONOCIDO
        DISPLAY "El producto " WS-PADRE-BUSCADO
            " no existe en ningún almacén"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-COMPONENTE-BUSCADO TO WS-CODIGO-COMPROBAR
    PERFORM COMPROBAR-PRODUCTO
    IF NOT PRODUCTO-CONOCIDO
        DISPLAY "El producto " WS-COMPONENTE-BUSCADO
            " no existe en ningún almacén"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PADRE-BUSCADO TO LM-PADRE
    MOVE WS-COMPONENTE-BUSCADO TO LM-COMPONENTE
    DISPLAY "Unidades del componente por kit: "
    ACCEPT LM-CANTIDAD-POR ON EXCEPTION
        DISPLAY "Entrada no válida. Por favor, introduce un número."
        MOVE ZEROS TO LM-CANTIDAD-POR
    END-ACCEPT
    IF LM-CANTIDAD-POR = ZEROS
        DISPLAY "La cantidad por kit debe ser mayor que cero"
        EXIT PARAGRAPH
    END-IF
    WRITE LISTA-MATERIALES-RECORD
        INVALID KEY
            DISPLAY "El componente " LM-COMPONENTE " ya está en el kit "
                LM-PADRE
        NOT INVALID KEY
            DISPLAY "Componente " LM-COMPONENTE " añadido al kit "
                LM-PADRE
            MOVE "ALTA" TO AT-CHANGE-OPERATION
            MOVE LM-PADRE TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING LM-COMPONENTE " x " LM-CANTIDAD-POR
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-WRITE.

COMPROBAR-PRODUCTO.
    MOVE 'N' TO WS-PRODUCTO-FLAG
    OPEN INPUT PRODUCTO-MASTER
    IF PM-OK
        MOVE WS-CODIGO-COMPROBAR TO PM-CODIGO
        MOVE LOW-VALUES TO PM-ALMACEN-ID
        START PRODUCTO-MASTER KEY IS GREATER THAN OR EQUAL TO PM-KEY
            INVALID KEY CONTINUE
            NOT INVALID KEY
                READ PRODUCTO-MASTER NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        IF PM-CODIGO = WS-CODIGO-COMPROBAR
                            MOVE 'Y' TO WS-PRODUCTO-FLAG
                        END-IF
                END-READ
        END-START
    END-IF
    CLOSE PRODUCTO-MASTER.

MODIFICAR-COMPONENTE.
    DISPLAY "Código del kit: "
    ACCEPT WS-PADRE-BUSCADO
    DISPLAY "Código del componente: "
    ACCEPT WS-COMPONENTE-BUSCADO
    MOVE WS-PADRE-BUSCADO TO LM-PADRE
    MOVE WS-COMPONENTE-BUSCADO TO LM-COMPONENTE
    READ LISTA-MATERIALES
        INVALID KEY
            DISPLAY "El kit " WS-PADRE-BUSCADO " no lleva "
                WS-COMPONENTE-BUSCADO
        NOT INVALID KEY
            DISPLAY "Unidades por kit actuales: " LM-CANTIDAD-POR
            DISPLAY "Nuevas unidades por kit: "
            ACCEPT LM-CANTIDAD-POR ON EXCEPTION
                MOVE ZEROS TO LM-CANTIDAD-POR
            END-ACCEPT
            IF LM-CANTIDAD-POR = ZEROS
                DISPLAY "La cantidad por kit debe ser mayor que cero;"
                    " para quitar el componente usa la baja"
            ELSE
                REWRITE LISTA-MATERIALES-RECORD
                DISPLAY "Componente " WS-COMPONENTE-BUSCADO
                    " modificado"
                MOVE "ACTUALIZA" TO AT-CHANGE-OPERATION
                MOVE WS-PADRE-BUSCADO TO AT-TRACKED-KEY
                MOVE SPACES TO AT-CHANGE-DETAIL
                STRING WS-COMPONENTE-BUSCADO " x " LM-CANTIDAD-POR
                    DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
                PERFORM LOG-AUDIT-EVENT
            END-IF
    END-READ.

BAJA-COMPONENTE.
    DISPLAY "Código del kit: "
    ACCEPT WS-PADRE-BUSCADO
    DISPLAY "Código del componente: "
    ACCEPT WS-COMPONENTE-BUSCADO
    MOVE WS-PADRE-BUSCADO TO LM-PADRE
    MOVE WS-COMPONENTE-BUSCADO TO LM-COMPONENTE
    DELETE LISTA-MATERIALES RECORD
        INVALID KEY
            DISPLAY "El kit " WS-PADRE-BUSCADO " no lleva "
                WS-COMPONENTE-BUSCADO
            MOVE WS-PADRE-BUSCADO TO EL-TRACKED-RESOURCE
            MOVE "BOM component delete failed - not on file"
                TO EL-ERROR-MESSAGE
            PERFORM LOG-ERROR-TO-SYSERR
        NOT INVALID KEY
            DISPLAY "Componente " WS-COMPONENTE-BUSCADO
                " quitado del kit " WS-PADRE-BUSCADO
            MOVE "BAJA" TO AT-CHANGE-OPERATION
            MOVE WS-PADRE-BUSCADO TO AT-TRACKED-KEY
            MOVE SPACES TO AT-CHANGE-DETAIL
            STRING WS-COMPONENTE-BUSCADO " eliminado"
                DELIMITED BY SIZE INTO AT-CHANGE-DETAIL
            PERFORM LOG-AUDIT-EVENT
    END-DELETE.

LISTAR-COMPONENTES.
    DISPLAY "Código del kit: "
    ACCEPT WS-PADRE-BUSCADO
    MOVE ZEROS TO WS-COMPONENTES-LISTADOS
    MOVE 'N' TO WS-LM-EOF
    MOVE WS-PADRE-BUSCADO TO LM-PADRE
    MOVE LOW-VALUES TO LM-COMPONENTE
    START LISTA-MATERIALES KEY IS GREATER THAN OR EQUAL TO LM-KEY
        INVALID KEY SET LISTA-EOF TO TRUE
    END-START
    PERFORM UNTIL LISTA-EOF
        READ LISTA-MATERIALES NEXT RECORD
            AT END SET LISTA-EOF TO TRUE
            NOT AT END
                IF LM-PADRE NOT = WS-PADRE-BUSCADO
                    SET LISTA-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-COMPONENTES-LISTADOS
                    DISPLAY "Componente: " LM-COMPONENTE
                        " Unidades por kit: " LM-CANTIDAD-POR
                END-IF
        END-READ
    END-PERFORM
    IF WS-COMPONENTES-LISTADOS = ZEROS
        DISPLAY "El kit " WS-PADRE-BUSCADO
            " no tiene lista de materiales"
    END-IF.

COPY ERROR-LOG-WRITE.

COPY AUDIT-LOG-WRITE.

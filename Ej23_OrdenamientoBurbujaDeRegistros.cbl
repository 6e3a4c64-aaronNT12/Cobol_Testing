*>               justo los que importan. Sin ficheros extra se
*>               mantiene el SORT de siempre (que no exige entrada
*>               pre-ordenada), con etiqueta '1'.
*> 24.12.07 AN - selección y reformateo sin programas a medida:
*>               SORTSEL.DAT (junto a SORTKEYS.DAT) da condiciones
*>               INCLUDE u OMIT por posición y longitud sobre la imagen
*>               de SORTED.TXT (ID 1-5, CATEGORY 6-8, origen 9), con
*>               EQ NE GT GE LT LE, BT (rango bajo,alto) e IN (lista
*>               separada por comas), unidas por AND/OR (AND pesa más
*>               que OR). Se aplican al leer cada entrada, antes del
*>               SORT/MERGE. SORTFMT.DAT da el formato de salida -
*>               campos (posición, longitud) y literales en el orden
*>               que se quieran - y los registros seleccionados salen
*>               así a SORTED-FMT.TXT; SORTED.TXT conserva su formato
*>               para quien ya lo lee. Una línea de control mal
*>               formada para el run con código 16 antes de ordenar.
*>               El JOB-LOG lleva ahora los seleccionados y omitidos
*>               (leídos = seleccionados + omitidos).

IDENTIFICATION DIVISION.
PROGRAM-ID. BUBBLE-SORT.
	SELECT OPTIONAL SORT-KEYS-FILE ASSIGN TO 'SORTKEYS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SK-FILE-STATUS.
	SELECT OPTIONAL SORT-SELECT-FILE ASSIGN TO 'SORTSEL.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SS-FILE-STATUS.
	SELECT OPTIONAL SORT-FORMAT-FILE ASSIGN TO 'SORTFMT.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SF-FILE-STATUS.
	SELECT FORMATTED-FILE ASSIGN TO 'SORTED-FMT.TXT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
	SELECT DUPLICATES-REPORT ASSIGN TO 'DUPLICATES.RPT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FS-STATUS-CODE.
01 SORT-KEYS-RECORD.
	05 SK-FIELD PIC X(8).
	05 SK-ORDER PIC X.
*> una condición por línea: la primera empieza por INCLUDE u OMIT, las
*> siguientes por AND u OR
FD SORT-SELECT-FILE.
01 SORT-SELECT-RECORD.
	05 SS-VERB PIC X(7).
	05 FILLER PIC X.
	05 SS-START PIC 9(3).
	05 FILLER PIC X.
	05 SS-LENGTH PIC 9(3).
	05 FILLER PIC X.
	05 SS-OPERATOR PIC X(2).
	05 FILLER PIC X.
	05 SS-VALUES PIC X(60).
*> un elemento de salida por línea: F con posición y longitud del
*> campo, o L con la longitud del literal que sigue
FD SORT-FORMAT-FILE.
01 SORT-FORMAT-RECORD.
	05 SF-KIND PIC X.
	05 FILLER PIC X.
	05 SF-START PIC 9(3).
	05 FILLER PIC X.
	05 SF-LENGTH PIC 9(3).
	05 FILLER PIC X.
	05 SF-LITERAL PIC X(40).
FD FORMATTED-FILE.
01 FORMATTED-RECORD PIC X(200).
FD DUPLICATES-REPORT.
01 DUPLICATES-REPORT-LINE PIC X(40).
COPY JOB-STATS-FD.
	05 WS-KEY-SPEC OCCURS 2 TIMES.
		10 WS-KEY-FIELD PIC X(8).
		10 WS-KEY-ORDER PIC X.
77 SS-FILE-STATUS PIC X(2).
	88 SS-OK VALUE '00'.
77 SF-FILE-STATUS PIC X(2).
	88 SF-OK VALUE '00'.
77 WS-CONTROL-EOF PIC X VALUE 'N'.
	88 CONTROL-EOF VALUE 'Y'.
77 WS-CONTROL-ERROR PIC X VALUE 'N'.
	88 CONTROL-ERROR VALUE 'Y'.
*> condiciones de SORTSEL.DAT; para BT el primer valor es el bajo y el
*> segundo el alto
77 WS-SEL-MODE PIC X VALUE SPACE.
	88 SEL-INCLUDE VALUE 'I'.
	88 SEL-OMIT VALUE 'O'.
77 WS-SEL-COUNT PIC 9(2) VALUE ZERO.
01 WS-SEL-TABLE.
	05 WS-SEL-ENTRY OCCURS 20 TIMES.
		10 WS-SEL-CONNECTOR PIC X(3).
		10 WS-SEL-START PIC 9(3).
		10 WS-SEL-LENGTH PIC 9(3).
		10 WS-SEL-OPERATOR PIC X(2).
		10 WS-SEL-VALUE-COUNT PIC 9(2).
		10 WS-SEL-VALUE PIC X(9) OCCURS 10 TIMES.
77 WS-SEL-SUB PIC 9(2).
77 WS-VAL-SUB PIC 9(2).
77 WS-SEL-IMAGE PIC X(9).
77 WS-SEL-FIELD PIC X(9).
77 WS-SEL-TARGET PIC X(9).
77 WS-SEL-HIGH PIC X(9).
77 WS-COND-FLAG PIC X.
	88 COND-TRUE VALUE 'Y'.
77 WS-GROUP-FLAG PIC X.
	88 GROUP-TRUE VALUE 'Y'.
77 WS-ANY-GROUP-FLAG PIC X.
	88 ANY-GROUP-TRUE VALUE 'Y'.
77 WS-SELECT-FLAG PIC X.
	88 RECORD-SELECTED VALUE 'Y'.
*> formato de salida de SORTFMT.DAT
77 WS-FMT-COUNT PIC 9(2) VALUE ZERO.
01 WS-FMT-TABLE.
	05 WS-FMT-ENTRY OCCURS 30 TIMES.
		10 WS-FMT-KIND PIC X.
		10 WS-FMT-START PIC 9(3).
		10 WS-FMT-LENGTH PIC 9(3).
		10 WS-FMT-LITERAL PIC X(40).
77 WS-FMT-SUB PIC 9(2).
77 WS-FMT-POINTER PIC 9(3).
77 WS-FMT-TOTAL PIC 9(4).
77 WS-SORTED-IMAGE PIC X(9).
77 WS-INPUT2-NAME PIC X(255) VALUE SPACES.
77 WS-INPUT3-NAME PIC X(255) VALUE SPACES.
77 WS-MULTI-FLAG PIC X VALUE 'N'.
	PERFORM LOAD-SORT-KEY-SPEC
	DISPLAY 'Sort keys: ' WS-KEY-FIELD(1) '/' WS-KEY-ORDER(1)
		' then ' WS-KEY-FIELD(2) '/' WS-KEY-ORDER(2)
	PERFORM LOAD-SELECT-SPEC
	PERFORM LOAD-FORMAT-SPEC
	IF CONTROL-ERROR
		DISPLAY '*** SORTSEL.DAT/SORTFMT.DAT no válidos - no se ordena ***'
		MOVE 16 TO RETURN-CODE
		PERFORM END-JOB-STATS
		STOP RUN
	END-IF
	IF WS-SEL-COUNT > ZERO
		DISPLAY 'Selección: ' WS-SEL-COUNT ' condición(es), modo '
			WS-SEL-MODE
	END-IF
	IF WS-FMT-COUNT > ZERO
		DISPLAY 'Formato de salida: ' WS-FMT-COUNT ' elemento(s), '
			WS-FMT-TOTAL ' posiciones, a SORTED-FMT.TXT'
	END-IF
	ACCEPT WS-INPUT2-NAME FROM ENVIRONMENT 'MERGE_INPUT2'
		ON EXCEPTION CONTINUE
	END-ACCEPT
					OUTPUT PROCEDURE IS WRITE-SORTED-FILE
		END-EVALUATE
	END-IF
	DISPLAY 'Leídos ' JS-RECORDS-READ ' seleccionados '
		JS-RECORDS-SELECTED ' omitidos ' JS-RECORDS-OMITTED
	PERFORM END-JOB-STATS
	STOP RUN.

		MOVE ID-NUMBER OF UNSORTED-RECORD TO TR-ID-NUMBER
		MOVE CATEGORY-CODE OF UNSORTED-RECORD TO TR-CATEGORY-CODE
		MOVE '1' TO TR-SOURCE-TAG
		PERFORM SELECT-TAGGED-RECORD
		IF RECORD-SELECTED
			PERFORM BUILD-TAG-KEYS
			WRITE TAGGED-RECORD1 FROM WS-TAGGED-RECORD
		END-IF
		READ UNSORTED-FILE
			AT END SET UNSORTED-EOF TO TRUE
		END-READ
			MOVE ID-NUMBER2 TO TR-ID-NUMBER
			MOVE CATEGORY-CODE2 TO TR-CATEGORY-CODE
			MOVE '2' TO TR-SOURCE-TAG
			PERFORM SELECT-TAGGED-RECORD
			IF RECORD-SELECTED
				PERFORM BUILD-TAG-KEYS
				WRITE TAGGED-RECORD2 FROM WS-TAGGED-RECORD
			END-IF
			READ UNSORTED-FILE2
				AT END SET UNSORTED-EOF TO TRUE
			END-READ
			MOVE ID-NUMBER3 TO TR-ID-NUMBER
			MOVE CATEGORY-CODE3 TO TR-CATEGORY-CODE
			MOVE '3' TO TR-SOURCE-TAG
			PERFORM SELECT-TAGGED-RECORD
			IF RECORD-SELECTED
				PERFORM BUILD-TAG-KEYS
				WRITE TAGGED-RECORD3 FROM WS-TAGGED-RECORD
			END-IF
			READ UNSORTED-FILE3
				AT END SET UNSORTED-EOF TO TRUE
			END-READ
	END-IF
	CLOSE SORT-KEYS-FILE.

*> SORTSEL.DAT, p. ej.
*>   INCLUDE 006 003 IN VEN,COM
*>   AND     001 005 BT 01000,01999
*>   OR      009 001 EQ 2
*> posición y longitud sobre los 9 caracteres de SORTED.TXT; sin
*> fichero pasa todo, como siempre
LOAD-SELECT-SPEC.
	MOVE 'N' TO WS-CONTROL-EOF
	OPEN INPUT SORT-SELECT-FILE
	IF SS-OK
		READ SORT-SELECT-FILE
			AT END SET CONTROL-EOF TO TRUE
		END-READ
		PERFORM UNTIL CONTROL-EOF
			IF SORT-SELECT-RECORD NOT = SPACES
				PERFORM TAKE-SELECT-LINE
			END-IF
			READ SORT-SELECT-FILE
				AT END SET CONTROL-EOF TO TRUE
			END-READ
		END-PERFORM
	END-IF
	CLOSE SORT-SELECT-FILE.

TAKE-SELECT-LINE.
	IF WS-SEL-COUNT = 20
		DISPLAY 'SORTSEL.DAT: más de 20 condiciones'
		SET CONTROL-ERROR TO TRUE
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-SEL-COUNT
	MOVE SPACES TO WS-SEL-CONNECTOR(WS-SEL-COUNT)
	EVALUATE TRUE
		WHEN WS-SEL-COUNT = 1 AND SS-VERB = 'INCLUDE'
			SET SEL-INCLUDE TO TRUE
		WHEN WS-SEL-COUNT = 1 AND SS-VERB = 'OMIT'
			SET SEL-OMIT TO TRUE
		WHEN WS-SEL-COUNT > 1 AND SS-VERB = 'AND'
			MOVE 'AND' TO WS-SEL-CONNECTOR(WS-SEL-COUNT)
		WHEN WS-SEL-COUNT > 1 AND SS-VERB = 'OR'
			MOVE 'OR' TO WS-SEL-CONNECTOR(WS-SEL-COUNT)
		WHEN OTHER
			DISPLAY 'SORTSEL.DAT línea ' WS-SEL-COUNT
				': se esperaba INCLUDE/OMIT y luego AND/OR - ' SS-VERB
			SET CONTROL-ERROR TO TRUE
	END-EVALUATE
	IF SS-START IS NOT NUMERIC OR SS-LENGTH IS NOT NUMERIC
		OR SS-START = ZERO OR SS-LENGTH = ZERO
		OR SS-START + SS-LENGTH - 1 > 9
		DISPLAY 'SORTSEL.DAT línea ' WS-SEL-COUNT
			': posición/longitud fuera del registro'
		SET CONTROL-ERROR TO TRUE
		EXIT PARAGRAPH
	END-IF
	MOVE SS-START TO WS-SEL-START(WS-SEL-COUNT)
	MOVE SS-LENGTH TO WS-SEL-LENGTH(WS-SEL-COUNT)
	MOVE SS-OPERATOR TO WS-SEL-OPERATOR(WS-SEL-COUNT)
	MOVE ZERO TO WS-SEL-VALUE-COUNT(WS-SEL-COUNT)
	MOVE SPACES TO WS-SEL-VALUE(WS-SEL-COUNT, 1)
	UNSTRING SS-VALUES DELIMITED BY ','
		INTO WS-SEL-VALUE(WS-SEL-COUNT, 1) WS-SEL-VALUE(WS-SEL-COUNT, 2)
			WS-SEL-VALUE(WS-SEL-COUNT, 3) WS-SEL-VALUE(WS-SEL-COUNT, 4)
			WS-SEL-VALUE(WS-SEL-COUNT, 5) WS-SEL-VALUE(WS-SEL-COUNT, 6)
			WS-SEL-VALUE(WS-SEL-COUNT, 7) WS-SEL-VALUE(WS-SEL-COUNT, 8)
			WS-SEL-VALUE(WS-SEL-COUNT, 9) WS-SEL-VALUE(WS-SEL-COUNT, 10)
		TALLYING IN WS-SEL-VALUE-COUNT(WS-SEL-COUNT)
	END-UNSTRING
	EVALUATE SS-OPERATOR
		WHEN 'EQ' WHEN 'NE' WHEN 'GT' WHEN 'GE' WHEN 'LT' WHEN 'LE'
			IF WS-SEL-VALUE-COUNT(WS-SEL-COUNT) NOT = 1
				DISPLAY 'SORTSEL.DAT línea ' WS-SEL-COUNT
					': ' SS-OPERATOR ' lleva un solo valor'
				SET CONTROL-ERROR TO TRUE
			END-IF
		WHEN 'BT'
			IF WS-SEL-VALUE-COUNT(WS-SEL-COUNT) NOT = 2
				DISPLAY 'SORTSEL.DAT línea ' WS-SEL-COUNT
					': BT lleva bajo,alto'
				SET CONTROL-ERROR TO TRUE
			END-IF
		WHEN 'IN'
			CONTINUE
		WHEN OTHER
			DISPLAY 'SORTSEL.DAT línea ' WS-SEL-COUNT
				': comparación desconocida ' SS-OPERATOR
			SET CONTROL-ERROR TO TRUE
	END-EVALUATE.

*> SORTFMT.DAT, p. ej.
*>   F 006 003
*>   L 000 004 /ID=
*>   F 001 005
*> el literal (desde la columna 11) se toma con la longitud dada,
*> espacios incluidos; en una L la posición no cuenta
LOAD-FORMAT-SPEC.
	MOVE ZERO TO WS-FMT-TOTAL
	MOVE 'N' TO WS-CONTROL-EOF
	OPEN INPUT SORT-FORMAT-FILE
	IF SF-OK
		READ SORT-FORMAT-FILE
			AT END SET CONTROL-EOF TO TRUE
		END-READ
		PERFORM UNTIL CONTROL-EOF
			IF SORT-FORMAT-RECORD NOT = SPACES
				PERFORM TAKE-FORMAT-LINE
			END-IF
			READ SORT-FORMAT-FILE
				AT END SET CONTROL-EOF TO TRUE
			END-READ
		END-PERFORM
	END-IF
	CLOSE SORT-FORMAT-FILE
	IF WS-FMT-TOTAL > 200
		DISPLAY 'SORTFMT.DAT: la salida pasa de 200 posiciones'
		SET CONTROL-ERROR TO TRUE
	END-IF.

TAKE-FORMAT-LINE.
	IF WS-FMT-COUNT = 30
		DISPLAY 'SORTFMT.DAT: más de 30 elementos'
		SET CONTROL-ERROR TO TRUE
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-FMT-COUNT
	IF SF-LENGTH IS NOT NUMERIC OR SF-LENGTH = ZERO
		DISPLAY 'SORTFMT.DAT elemento ' WS-FMT-COUNT ': longitud no válida'
		SET CONTROL-ERROR TO TRUE
		EXIT PARAGRAPH
	END-IF
	EVALUATE SF-KIND
		WHEN 'F'
			IF SF-START IS NOT NUMERIC OR SF-START = ZERO
				OR SF-START + SF-LENGTH - 1 > 9
				DISPLAY 'SORTFMT.DAT elemento ' WS-FMT-COUNT
					': campo fuera del registro'
				SET CONTROL-ERROR TO TRUE
				EXIT PARAGRAPH
			END-IF
			MOVE SF-START TO WS-FMT-START(WS-FMT-COUNT)
		WHEN 'L'
			IF SF-LENGTH > 40
				DISPLAY 'SORTFMT.DAT elemento ' WS-FMT-COUNT
					': literal de más de 40 posiciones'
				SET CONTROL-ERROR TO TRUE
				EXIT PARAGRAPH
			END-IF
			MOVE ZERO TO WS-FMT-START(WS-FMT-COUNT)
		WHEN OTHER
			DISPLAY 'SORTFMT.DAT elemento ' WS-FMT-COUNT
				': tipo ' SF-KIND ' desconocido (F o L)'
			SET CONTROL-ERROR TO TRUE
			EXIT PARAGRAPH
	END-EVALUATE
	MOVE SF-KIND TO WS-FMT-KIND(WS-FMT-COUNT)
	MOVE SF-LENGTH TO WS-FMT-LENGTH(WS-FMT-COUNT)
	MOVE SF-LITERAL TO WS-FMT-LITERAL(WS-FMT-COUNT)
	ADD SF-LENGTH TO WS-FMT-TOTAL.

*> la imagen de SORTED.TXT del registro recién leído pasa por las
*> condiciones: las unidas por AND forman un grupo, y basta con que
*> un grupo se cumpla entero
SELECT-TAGGED-RECORD.
	ADD 1 TO JS-RECORDS-READ
	SET RECORD-SELECTED TO TRUE
	IF WS-SEL-COUNT > ZERO
		MOVE WS-TAGGED-RECORD(17:9) TO WS-SEL-IMAGE
		MOVE 'N' TO WS-ANY-GROUP-FLAG
		MOVE 'Y' TO WS-GROUP-FLAG
		PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
			UNTIL WS-SEL-SUB > WS-SEL-COUNT
			IF WS-SEL-CONNECTOR(WS-SEL-SUB) = 'OR'
				IF GROUP-TRUE
					SET ANY-GROUP-TRUE TO TRUE
				END-IF
				MOVE 'Y' TO WS-GROUP-FLAG
			END-IF
			IF GROUP-TRUE
				PERFORM TEST-ONE-CONDITION
				IF NOT COND-TRUE
					MOVE 'N' TO WS-GROUP-FLAG
				END-IF
			END-IF
		END-PERFORM
		IF GROUP-TRUE
			SET ANY-GROUP-TRUE TO TRUE
		END-IF
		IF (SEL-INCLUDE AND NOT ANY-GROUP-TRUE)
			OR (SEL-OMIT AND ANY-GROUP-TRUE)
			MOVE 'N' TO WS-SELECT-FLAG
		END-IF
	END-IF
	IF RECORD-SELECTED
		ADD 1 TO JS-RECORDS-SELECTED
	ELSE
		ADD 1 TO JS-RECORDS-OMITTED
	END-IF.

*> comparación como texto, que con los ID rellenos de ceros ordena
*> igual que como número
TEST-ONE-CONDITION.
	MOVE SPACES TO WS-SEL-FIELD WS-SEL-TARGET WS-SEL-HIGH
	MOVE WS-SEL-IMAGE(WS-SEL-START(WS-SEL-SUB):WS-SEL-LENGTH(WS-SEL-SUB))
		TO WS-SEL-FIELD
	MOVE WS-SEL-VALUE(WS-SEL-SUB, 1)(1:WS-SEL-LENGTH(WS-SEL-SUB))
		TO WS-SEL-TARGET
	MOVE 'N' TO WS-COND-FLAG
	EVALUATE WS-SEL-OPERATOR(WS-SEL-SUB)
		WHEN 'EQ'
			IF WS-SEL-FIELD = WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'NE'
			IF WS-SEL-FIELD NOT = WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'GT'
			IF WS-SEL-FIELD > WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'GE'
			IF WS-SEL-FIELD NOT < WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'LT'
			IF WS-SEL-FIELD < WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'LE'
			IF WS-SEL-FIELD NOT > WS-SEL-TARGET
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'BT'
			MOVE WS-SEL-VALUE(WS-SEL-SUB, 2)(1:WS-SEL-LENGTH(WS-SEL-SUB))
				TO WS-SEL-HIGH
			IF WS-SEL-FIELD NOT < WS-SEL-TARGET
				AND WS-SEL-FIELD NOT > WS-SEL-HIGH
				SET COND-TRUE TO TRUE
			END-IF
		WHEN 'IN'
			PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
				UNTIL WS-VAL-SUB > WS-SEL-VALUE-COUNT(WS-SEL-SUB)
				OR COND-TRUE
				MOVE SPACES TO WS-SEL-TARGET
				MOVE WS-SEL-VALUE(WS-SEL-SUB, WS-VAL-SUB)
					(1:WS-SEL-LENGTH(WS-SEL-SUB)) TO WS-SEL-TARGET
				IF WS-SEL-FIELD = WS-SEL-TARGET
					SET COND-TRUE TO TRUE
				END-IF
			END-PERFORM
	END-EVALUATE.

READ-UNSORTED-INPUT.
	OPEN INPUT UNSORTED-FILE
	READ UNSORTED-FILE
		MOVE ID-NUMBER OF UNSORTED-RECORD TO TR-ID-NUMBER
		MOVE CATEGORY-CODE OF UNSORTED-RECORD TO TR-CATEGORY-CODE
		MOVE '1' TO TR-SOURCE-TAG
		PERFORM SELECT-TAGGED-RECORD
		IF RECORD-SELECTED
			PERFORM BUILD-TAG-KEYS
			MOVE WS-TAGGED-RECORD TO SORT-WORK-RECORD
			RELEASE SORT-WORK-RECORD
		END-IF
		READ UNSORTED-FILE
			AT END SET UNSORTED-EOF TO TRUE
		END-READ
	OPEN OUTPUT DUPLICATES-REPORT
	MOVE 'OPEN DUPLICATES-REPORT' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS
	IF WS-FMT-COUNT > ZERO
		OPEN OUTPUT FORMATTED-FILE
		MOVE 'OPEN FORMATTED-FILE' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
	END-IF
	RETURN SORT-WORK
		AT END SET SORT-WORK-EOF TO TRUE
	END-RETURN
	PERFORM UNTIL SORT-WORK-EOF
		IF NOT FIRST-RECORD AND SW-ID-NUMBER = WS-PREV-ID-NUMBER
			MOVE SPACES TO DUPLICATES-REPORT-LINE
			STRING "Duplicate ID-NUMBER: " SW-ID-NUMBER
		MOVE 'WRITE SORTED-RECORD' TO FS-LAST-OPERATION
		PERFORM CHECK-FILE-STATUS
		ADD 1 TO JS-RECORDS-WRITTEN
		IF WS-FMT-COUNT > ZERO
			PERFORM WRITE-FORMATTED-RECORD
		END-IF
		RETURN SORT-WORK
			AT END SET SORT-WORK-EOF TO TRUE
		END-RETURN
	END-PERFORM
	CLOSE SORTED-FILE
	CLOSE DUPLICATES-REPORT
	IF WS-FMT-COUNT > ZERO
		CLOSE FORMATTED-FILE
	END-IF
.

*> los campos de SORTED-RECORD en el orden de SORTFMT.DAT, con los
*> literales intercalados
WRITE-FORMATTED-RECORD.
	MOVE SORTED-RECORD TO WS-SORTED-IMAGE
	MOVE SPACES TO FORMATTED-RECORD
	MOVE 1 TO WS-FMT-POINTER
	PERFORM VARYING WS-FMT-SUB FROM 1 BY 1
		UNTIL WS-FMT-SUB > WS-FMT-COUNT
		IF WS-FMT-KIND(WS-FMT-SUB) = 'F'
			MOVE WS-SORTED-IMAGE(WS-FMT-START(WS-FMT-SUB):
				WS-FMT-LENGTH(WS-FMT-SUB))
				TO FORMATTED-RECORD(WS-FMT-POINTER:
				WS-FMT-LENGTH(WS-FMT-SUB))
		ELSE
			MOVE WS-FMT-LITERAL(WS-FMT-SUB)(1:WS-FMT-LENGTH(WS-FMT-SUB))
				TO FORMATTED-RECORD(WS-FMT-POINTER:
				WS-FMT-LENGTH(WS-FMT-SUB))
		END-IF
		ADD WS-FMT-LENGTH(WS-FMT-SUB) TO WS-FMT-POINTER
	END-PERFORM
	WRITE FORMATTED-RECORD
	MOVE 'WRITE FORMATTED-RECORD' TO FS-LAST-OPERATION
	PERFORM CHECK-FILE-STATUS.

COPY FILE-STATUS-CHECK.

COPY JOB-STATS-WRITE.

      *> Record layout for the ABC class and cycle-count master. COPY
      *> this into FILE SECTION alongside COPY CLASES-ABC-SELECT.
      *> AB-CLASE is A, B or C by the warehouse's issue value over the
      *> last twelve months; AB-VALOR-SALIDAS is that value at cost.
      *> AB-PROXIMO-RECUENTO is the day the product next goes on the
      *> count sheet. AB-RECUENTOS counts every count of the product
      *> and AB-ACIERTOS those that matched the book with no variance;
      *> both run on across reclassifications.
FD CLASES-ABC.
01 CLASE-ABC-RECORD.
    05 AB-KEY.
        10 AB-CODIGO PIC X(10).
        10 AB-ALMACEN PIC X(5).
    05 AB-CLASE PIC X.
        88 AB-CLASE-A VALUE 'A'.
        88 AB-CLASE-B VALUE 'B'.
        88 AB-CLASE-C VALUE 'C'.
    05 AB-VALOR-SALIDAS PIC 9(11)V99.
    05 AB-FECHA-CLASIFICACION PIC X(8).
    05 AB-PROXIMO-RECUENTO PIC X(8).
    05 AB-ULTIMO-RECUENTO PIC X(8).
    05 AB-RECUENTOS PIC 9(5).
    05 AB-ACIERTOS PIC 9(5).

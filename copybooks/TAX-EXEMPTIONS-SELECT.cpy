      *> FILE-CONTROL entry for the tax exemption certificate master:
      *> one certificate per customer and province, kept by
      *> TAX-EXEMPT-MAINT. INVOICE-LINE-EXTENSION and the SALES.DAT
      *> tax batch check it through the shared TAX-EXEMPTION-CHECK
      *> paragraph whenever they take a rate from TAX-LOOKUP. COPY this
      *> into FILE-CONTROL; the FILE STATUS target comes from
      *> TAX-EXEMPTIONS-STATUS.cpy.
    SELECT TAX-EXEMPTIONS ASSIGN TO 'TAX-EXEMPTIONS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TX-KEY
        FILE STATUS IS TX-FILE-STATUS.

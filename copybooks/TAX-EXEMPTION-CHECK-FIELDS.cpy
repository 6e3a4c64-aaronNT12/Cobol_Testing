      *> Scratch fields for the shared TAX-EXEMPTION-CHECK paragraph.
      *> COPY this into WORKING-STORAGE alongside the TAX-EXEMPTIONS
      *> copybooks. Set XC-CUSTOMER-NO, XC-PROVINCE (the province the
      *> rate came from TAX-LOOKUP for) and XC-DATE (the sale's
      *> business date) and PERFORM CHECK-TAX-EXEMPTION. XC-EXEMPT
      *> means no provincial tax is charged; XC-CERTIFICATE-EXPIRED
      *> means the customer holds a certificate for the province that
      *> had lapsed by XC-DATE, so tax is charged and the sale goes on
      *> the caller's exceptions report; XC-NOT-EXEMPT is everything
      *> else, including a run with no certificate file at all. The
      *> certificate number, type and expiry come back with either of
      *> the first two.
01 XC-CUSTOMER-NO PIC 9(6).
01 XC-PROVINCE PIC X(2).
01 XC-DATE PIC 9(8).
01 XC-RESULT PIC X.
    88 XC-NOT-EXEMPT VALUE 'N'.
    88 XC-EXEMPT VALUE 'E'.
    88 XC-CERTIFICATE-EXPIRED VALUE 'X'.
01 XC-CERTIFICATE-NO PIC X(12).
01 XC-EXEMPT-TYPE PIC X.
01 XC-EXPIRY-DATE PIC 9(8).

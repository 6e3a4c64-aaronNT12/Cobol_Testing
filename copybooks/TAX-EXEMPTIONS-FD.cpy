      *> Record layout for the tax exemption certificate master. COPY
      *> this into FILE SECTION alongside COPY TAX-EXEMPTIONS-SELECT.
      *> A customer exempt from provincial tax (a charity, a reseller
      *> buying for resale, a government body) holds a certificate per
      *> province; a sale on or before TX-EXPIRY-DATE is not taxed, a
      *> sale after it is taxed and reported as an exception. A renewed
      *> certificate replaces the old one on the same key.
FD TAX-EXEMPTIONS.
01 TAX-EXEMPTION-RECORD.
    05 TX-KEY.
        10 TX-CUSTOMER-NO PIC 9(6).
        10 TX-PROVINCE PIC X(2).
    05 TX-CERTIFICATE-NO PIC X(12).
    05 TX-EXEMPT-TYPE PIC X.
        88 TX-TYPE-CHARITY VALUE 'C'.
        88 TX-TYPE-RESALE VALUE 'R'.
        88 TX-TYPE-GOVERNMENT VALUE 'G'.
        88 TX-TYPE-OTHER VALUE 'O'.
        88 TX-TYPE-VALID VALUE 'C' 'R' 'G' 'O'.
    05 TX-EXPIRY-DATE PIC 9(8).

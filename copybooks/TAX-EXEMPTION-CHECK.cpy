      *> Shared exemption check against the certificate master (see
      *> TAX-EXEMPTION-CHECK-FIELDS.cpy for the calling convention).
      *> The master is opened and closed per check, the usual
      *> open-use-close shape; without it nobody is exempt and tax is
      *> charged as it always was. A certificate holds up to and
      *> including its expiry date.
CHECK-TAX-EXEMPTION.
    MOVE 'N' TO XC-RESULT
    MOVE SPACES TO XC-CERTIFICATE-NO
    MOVE SPACE TO XC-EXEMPT-TYPE
    MOVE ZEROS TO XC-EXPIRY-DATE
    OPEN INPUT TAX-EXEMPTIONS
    IF NOT TX-OK
        CLOSE TAX-EXEMPTIONS
        EXIT PARAGRAPH
    END-IF
    MOVE XC-CUSTOMER-NO TO TX-CUSTOMER-NO
    MOVE XC-PROVINCE TO TX-PROVINCE
    READ TAX-EXEMPTIONS
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE TX-CERTIFICATE-NO TO XC-CERTIFICATE-NO
            MOVE TX-EXEMPT-TYPE TO XC-EXEMPT-TYPE
            MOVE TX-EXPIRY-DATE TO XC-EXPIRY-DATE
            IF TX-EXPIRY-DATE < XC-DATE
                MOVE 'X' TO XC-RESULT
            ELSE
                MOVE 'E' TO XC-RESULT
            END-IF
    END-READ
    CLOSE TAX-EXEMPTIONS.

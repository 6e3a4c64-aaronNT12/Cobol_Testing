      *> Scratch fields for the shared address-history paragraphs. COPY
      *> this into WORKING-STORAGE alongside the ADDRESS-HISTORY
      *> copybooks. With the customer's record read, PERFORM
      *> NOTE-ADDRESS-BEFORE before changing it; after the REWRITE set
      *> CAHL-SOURCE and CAHL-EFFECTIVE-DATE and PERFORM
      *> LOG-ADDRESS-HISTORY, which writes the before picture against
      *> what CUSTOMER-MASTER-RECORD holds now. The operator comes from
      *> AT-CURRENT-OPERATOR.
01 CAHL-SOURCE PIC X.
01 CAHL-EFFECTIVE-DATE PIC 9(8).
01 CAHL-OLD-ADDRESS.
    05 CAHL-OLD-STREET PIC X(30).
    05 CAHL-OLD-APT PIC X(10).
    05 CAHL-OLD-CITY PIC X(20).
    05 CAHL-OLD-STATE PIC X(2).
    05 CAHL-OLD-ZIP PIC X(10).
01 CAHL-OLD-MAIL-FLAG PIC X.
01 CAHL-WRITTEN-FLAG PIC X.
    88 CAHL-ROW-WRITTEN VALUE 'Y'.

      *> Shared pay-frequency paragraph. COPY this into PROCEDURE
      *> DIVISION (see PAY-FREQUENCY-FIELDS.cpy for the calling
      *> convention). EmployeeSalary is the annual salary; a period's
      *> pay is the salary over PF-PERIODS-PER-YEAR.
SET-PAY-FREQUENCY.
    IF PF-FREQUENCY = SPACE
        MOVE 'M' TO PF-FREQUENCY
    END-IF
    EVALUATE PF-FREQUENCY
        WHEN 'W'
            MOVE 52 TO PF-PERIODS-PER-YEAR
            MOVE 'WEEKLY' TO PF-DESCRIPTION
        WHEN 'B'
            MOVE 26 TO PF-PERIODS-PER-YEAR
            MOVE 'BIWEEKLY' TO PF-DESCRIPTION
        WHEN 'S'
            MOVE 24 TO PF-PERIODS-PER-YEAR
            MOVE 'SEMI-MONTHLY' TO PF-DESCRIPTION
        WHEN OTHER
            MOVE 12 TO PF-PERIODS-PER-YEAR
            MOVE 'MONTHLY' TO PF-DESCRIPTION
    END-EVALUATE.

      *> Record layout for the benefit enrollments. COPY this into
      *> FILE SECTION alongside COPY BENEFIT-ENROLL-SELECT. The key
      *> leads with the employee so a pay run can START at the
      *> employee and read their plans in one sweep. An enrollment is
      *> in force from BE-EFFECTIVE-DATE through BE-END-DATE (zero =
      *> open-ended).
FD BENEFIT-ENROLL.
01 BENEFIT-ENROLL-RECORD.
    05 BE-ENROLL-KEY.
        10 BE-EMPLOYEE-ID PIC 9(5).
        10 BE-PLAN-CODE PIC X(6).
    05 BE-EFFECTIVE-DATE PIC 9(8).
    05 BE-END-DATE PIC 9(8).

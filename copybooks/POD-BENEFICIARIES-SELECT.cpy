      *> FILE-CONTROL entry for the payable-on-death beneficiary file:
      *> one record per account per beneficiary, the beneficiary being a
      *> person on the relatives register (relatives.dat) by person-id.
      *> Kept through ACCOUNT-MAINT and read by ESTATE-SETTLEMENT when
      *> the account holder has died. COPY this into FILE-CONTROL; the
      *> FILE STATUS target comes from POD-BENEFICIARIES-STATUS.cpy.
    SELECT POD-BENEFICIARIES ASSIGN TO 'POD-BENEFICIARIES.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BN-KEY
        FILE STATUS IS BN-FILE-STATUS.

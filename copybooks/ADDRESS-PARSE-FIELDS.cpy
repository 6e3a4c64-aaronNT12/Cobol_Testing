      *> Working fields for the shared address parse (ADDRESS-PARSE.cpy),
      *> lifted out of ADDRESS-PARSER so the change-of-address batch
      *> parses and validates exactly the way the load does. COPY this
      *> into WORKING-STORAGE alongside the STATE-CODES copybooks.
      *> PERFORM Load-State-Codes THRU Load-State-Codes-Exit once at
      *> start; then for each raw address MOVE it to Address-To-Parse
      *> and PERFORM Parse-Address-Text. Address-Is-Valid says whether
      *> Street-Address / Apt-Number / City / State / Zip-Code can be
      *> used; if not, Exception-Reason says why.
01 Address-To-Parse PIC X(100).
01 Address-Valid-Switch PIC X.
    88 Address-Is-Valid VALUE 'Y'.
01 More-Fields-Switch PIC X VALUE 'N'.
    88 more-fields VALUE 'Y'.
01 ptr-1 PIC 9(3).

01 Street-Address PIC X(30).
01 Apt-Number PIC X(10).
01 City PIC X(20).
01 State PIC X(02).
01 Zip-Code PIC X(10).
01 D1 PIC X(01).
01 D2 PIC X(01).
01 D3 PIC X(01).
01 D4 PIC X(01).
01 D5 PIC X(01).
01 C1 PIC 9(03).
01 C2 PIC 9(03).
01 C3 PIC 9(03).
01 C4 PIC 9(03).
01 C5 PIC 9(03).

      *> the raw line is unstrung into this table first so the number
      *> of segments actually present can be counted before deciding
      *> which fields they map onto
01 Segment-Count PIC 9(02).
01 State-Table-Info.
    05 State-Entry-Table OCCURS 100 TIMES
            DEPENDING ON State-Count.
        10 ST-Code PIC X(2).
01 State-Count PIC 9(3) VALUE ZERO.
01 State-Sub PIC 9(3).
01 States-Eof PIC X VALUE 'N'.
    88 End-Of-States VALUE 'Y'.
01 State-Valid-Switch PIC X.
    88 State-Is-Valid VALUE 'Y'.
01 Zip-Valid-Switch PIC X.
    88 Zip-Is-Valid VALUE 'Y'.
01 Trimmed-Zip PIC X(10).
01 Exception-Reason PIC X(20).
01 Segment-Table.
    05 Segment-Entry OCCURS 6 TIMES PIC X(30).

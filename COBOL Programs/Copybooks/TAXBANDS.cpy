      *                carries one PRSI class and its rate; an "E"
      *                record carries the employer PRSI rate in the
      *                TB-ClassRate bytes (the class code is unused),
      *                used by the cost-centre payroll analysis; an
      *                "M" record carries the per-period emergency-tax
      *                standard rate band in the TB-StdBand bytes (the
      *                rates are unused), applied to starters with no
      *                tax certificate yet.
      ******************************************************************
       01  TaxBandRec.
           02  TB-RecType              PIC X.
               88  TB-Band-Rec             VALUE "B".
               88  TB-PRSI-Rec             VALUE "P".
               88  TB-Employer-Rec         VALUE "E".
               88  TB-Emergency-Rec        VALUE "M".
           02  TB-Band-Data.
               03  TB-StdBand          PIC 9(6)V99.
               03  TB-StdRate          PIC V99.

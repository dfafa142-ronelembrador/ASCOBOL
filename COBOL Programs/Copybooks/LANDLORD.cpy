      ******************************************************************
      * LANDLORD.cpy - LANDLORD.DAT landlord master: one record per
      *                landlord, linked from PP-LandlordCode on
      *                PROPERTY.DAT. Holds the bank details the rent
      *                remittance is credited to and the management
      *                fee percentage LandlordPay.cob deducts from the
      *                rent collected on the landlord's properties.
      ******************************************************************
       01  LandlordRec.
           02  LL-LandlordCode         PIC 9(4).
           02  LL-Name                 PIC X(20).
           02  LL-IBAN                 PIC X(22).
           02  LL-BIC                  PIC X(11).
           02  LL-FeePct               PIC 99V99.

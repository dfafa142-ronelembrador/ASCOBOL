      ******************************************************************
      * SPONSHIP.cpy - SPONSORSHIP.DAT sponsor support per tenancy: a
      *                percentage of the charge or a fixed amount (the
      *                percentage wins when both are keyed). The
      *                sponsor's share raises on the sponsor ledger and
      *                only the tenant's share hits the tenant ledger -
      *                RentLedger.cob splits the monthly rent this way
      *                and UtilRecharge.cob each utility recharge.
      ******************************************************************
       01  SponsorshipRec.
           02  SS-TenantID             PIC 9(5).
           02  SS-SponsorCode          PIC 9(3).
           02  SS-SplitPct             PIC V99.
           02  SS-SplitAmount          PIC 9(5)V99.

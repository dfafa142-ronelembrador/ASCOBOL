      ******************************************************************
      * ACCOMAPP.cpy - ACCOMAPP.DAT student accommodation applications,
      *                maintained and allocated by AccomAllocate.cob.
      *                Held in date-of-application order, which is the
      *                order beds are offered in and the order of the
      *                per-city waiting list.
      ******************************************************************
       01  AccomAppRec.
           02  AP-StudentID            PIC 9(7).
           02  AP-AppDate              PIC 9(8).
      * Up to three city codes (1-12, CITYRATE scheme) in order of
      * preference; unused preferences are zero.
           02  AP-CityPrefs.
               03  AP-CityPref         PIC 99 OCCURS 3 TIMES.
           02  AP-MoveInDate           PIC 9(8).
      * Most the student can pay a month; zero means no limit.
           02  AP-Budget               PIC 9(4)V99.
      * SPONSOR.DAT code, zero when the student is not sponsored.
           02  AP-SponsorCode          PIC 9(3).
           02  AP-Status               PIC X.
               88  AP-Waiting              VALUE "W".
               88  AP-Offered              VALUE "O".
               88  AP-Housed               VALUE "H".
               88  AP-Withdrawn            VALUE "X".
      * Filled in when a bed is offered: the tenant number the
      * student is to be registered under on TENANTRENT.DAT, the
      * property offered and the date of the offer.
           02  AP-TenantID             PIC 9(5).
           02  AP-PropertyID           PIC 9(4).
           02  AP-OfferDate            PIC 9(8).

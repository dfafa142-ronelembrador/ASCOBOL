      ******************************************************************
      * DDHIST.cpy - RENTDDHIST.DAT direct-debit collection history:
      *              one record per rent collection sent to the bank,
      *              appended by RentDdCollect.cob as pending and
      *              stamped returned by RentDdReturns.cob when the
      *              bank's returns file reports the collection
      *              failed. RentDdCollect reads it back so a month is
      *              never collected twice.
      ******************************************************************
       01  RentDdHistRec.
           02  DH-TenantID             PIC 9(5).
           02  DH-MandateRef           PIC X(15).
           02  DH-CollDate             PIC 9(8).
           02  DH-Amount               PIC 9(5)V99.
           02  DH-Status               PIC X.
               88  DH-Pending              VALUE "P".
               88  DH-Returned             VALUE "R".
           02  DH-ReturnDate           PIC 9(8).
           02  DH-Reason               PIC X(20).

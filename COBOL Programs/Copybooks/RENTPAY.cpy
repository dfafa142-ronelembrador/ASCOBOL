      ******************************************************************
      * RENTPAY.cpy - RENTPAY.DAT rent-payments batch posted to the
      *               tenant ledger by RentLedger.cob. Payments keyed
      *               by the office carry a blank method; the direct-
      *               debit collection run (RentDdCollect.cob) adds
      *               its expected receipts with method "D" and status
      *               pending, which RentLedger posts as direct-debit
      *               payments so a later bank return can be reversed
      *               against them.
      ******************************************************************
       01  RentPayRec.
           02  RP-TenantID             PIC 9(5).
           02  RP-PayDate              PIC 9(8).
           02  RP-Amount               PIC 9(5)V99.
           02  RP-Method               PIC X.
               88  RP-DirectDebit          VALUE "D".
           02  RP-Status               PIC X.
               88  RP-Pending              VALUE "P".

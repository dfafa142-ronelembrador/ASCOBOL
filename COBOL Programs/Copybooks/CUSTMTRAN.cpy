      ******************************************************************
      * CUSTMTRAN.cpy - CUSTMAINT.DAT customer-master transaction
      *                 layout, read by CustomerMaint.cob and written
      *                 by CreditReview.cob, whose recommended limit
      *                 changes are approved and fed in as this file.
      *                 A change carries every master field it sets,
      *                 so a writer repeats the current name, route
      *                 and flags alongside the field it changes.
      ******************************************************************
       01  CustomerTranRec.
           02  CU-Action               PIC X.
               88  CU-Add                  VALUE "A".
               88  CU-Change                VALUE "C".
               88  CU-Delete                VALUE "D".
           02  CU-TranCustID           PIC 9(5).
           02  CU-TranCustName         PIC X(20).
           02  CU-TranCreditLimit      PIC 9(7)V99.
           02  CU-TranRouteCode        PIC 99.
           02  CU-Operator             PIC X(8).
      * E exempts the customer from late-payment interest; blank,
      * or a transaction keyed without the field, leaves the
      * customer chargeable.
           02  CU-TranIntExempt        PIC X.
      * Invoicing currency; blank, or a transaction keyed without
      * the field, makes the customer a euro account.
           02  CU-TranCurrency         PIC X(3).
      * Country and VAT registration number; blank, or a transaction
      * keyed without the fields, makes the customer a home-country
      * customer with no VAT number.
           02  CU-TranCountry          PIC X(2).
           02  CU-TranVatNo            PIC X(14).

      ******************************************************************
      * DDMANDATE.cpy - RENTMANDATE.DAT tenant direct-debit mandates:
      *                 one record per tenant paying rent by direct
      *                 debit, keyed on the TR-TenantID of the tenant
      *                 rent file and read by RentDdCollect.cob to
      *                 build the bank collection file. A mandate is
      *                 collected from once it is signed and until it
      *                 is marked cancelled.
      ******************************************************************
       01  RentMandateRec.
           02  DM-TenantID             PIC 9(5).
           02  DM-IBAN                 PIC X(22).
           02  DM-BIC                  PIC X(11).
           02  DM-MandateRef           PIC X(15).
           02  DM-SignDate             PIC 9(8).
           02  DM-Status               PIC X.
               88  DM-Cancelled            VALUE "C".

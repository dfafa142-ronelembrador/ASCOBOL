      ******************************************************************
      * SUPPBPEND.cpy - SUPPBANKPEND.DAT supplier bank-detail changes
      *                 awaiting a second operator: written by
      *                 SupplierMaint.cob when a change is keyed, and
      *                 settled by SupplierMaint when another operator
      *                 re-keys the same details to confirm it, or
      *                 rejects it. Only a confirmed change reaches
      *                 SUPPBANK.DAT. Settled records stay on the file
      *                 with both operators as the sign-off record.
      ******************************************************************
       01  SuppBankPendRec.
           02  BP-SupplierCode         PIC 9(3).
           02  BP-IBAN                 PIC X(22).
           02  BP-BIC                  PIC X(11).
           02  BP-RequestDate          PIC 9(8).
           02  BP-RequestBy            PIC X(8).
           02  BP-Status               PIC X.
               88  BP-Pending              VALUE "P".
               88  BP-Confirmed            VALUE "C".
               88  BP-Rejected             VALUE "R".
               88  BP-Superseded           VALUE "S".
           02  BP-SettleDate           PIC 9(8).
           02  BP-SettleBy             PIC X(8).

      ******************************************************************
      * SUPPBANK.cpy - SUPPBANK.DAT supplier bank details: one record
      *                per supplier paid by bank credit, read by
      *                ApPaymentRun.cob for the BANKPAYAP.DAT file and
      *                maintained by SupplierMaint.cob, which writes a
      *                change here only once a second operator has
      *                confirmed it.
      ******************************************************************
       01  SuppBankRec.
           02  SB-SupplierCode         PIC 9(3).
           02  SB-IBAN                 PIC X(22).
           02  SB-BIC                  PIC X(11).

      ******************************************************************
      * POPEND.cpy - AROMAPOPEND.DAT purchase orders raised but not
      *              yet released: one record per order line,
      *              appended by PurchaseOrderGen.cob awaiting
      *              approval. PoApprove.cob approves or rejects each
      *              order as a whole against the operator's approval
      *              limit; an approved order is printed and its
      *              lines go on to the outstanding-PO file
      *              AROMAPO.DAT. Decided lines stay on the file with
      *              the operator and date as the sign-off record.
      ******************************************************************
       01  PendingPORec.
           02  PP-Number               PIC 9(6).
           02  PP-SupplierCode         PIC 9(3).
           02  PP-OilNum               PIC 99.
           02  PP-OrderQty             PIC 9(4).
           02  PP-OrderDate            PIC 9(8).
           02  PP-UnitCost             PIC 99V99.
      * Stock remaining when the order was raised, printed on the
      * order line.
           02  PP-Remaining            PIC S9(5)
                   SIGN IS LEADING SEPARATE.
           02  PP-Status               PIC X.
               88  PP-Awaiting             VALUE "W".
               88  PP-Approved             VALUE "A".
               88  PP-Rejected             VALUE "R".
           02  PP-ActionDate           PIC 9(8).
           02  PP-ActionBy             PIC X(8).

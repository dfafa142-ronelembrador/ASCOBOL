      ******************************************************************
      * SUPPMTRAN.cpy - SUPPMAINT.DAT supplier-master transaction
      *                 layout, read by SupplierMaint.cob. As with
      *                 CUSTMAINT.DAT a change carries every master
      *                 field it sets, so the current name, lead days,
      *                 oil flags and currency are repeated alongside
      *                 the field being changed. Bank details are read
      *                 only on an add (A), a bank change (B) or a
      *                 confirmation (K), which must re-key the held
      *                 details exactly.
      ******************************************************************
       01  SupplierTranRec.
           02  ST-Action               PIC X.
               88  ST-Add                  VALUE "A".
               88  ST-Change               VALUE "C".
               88  ST-Deactivate           VALUE "D".
               88  ST-Reactivate           VALUE "R".
               88  ST-Bank-Change          VALUE "B".
               88  ST-Bank-Confirm         VALUE "K".
               88  ST-Bank-Reject          VALUE "X".
           02  ST-SupplierCode         PIC 9(3).
           02  ST-Name                 PIC X(20).
           02  ST-LeadDays             PIC 9(3).
           02  ST-OilFlags.
               03  ST-OilFlag          PIC X OCCURS 30 TIMES.
           02  ST-Currency             PIC X(3).
           02  ST-IBAN                 PIC X(22).
           02  ST-BIC                  PIC X(11).

      *                the history that survives, so a dispatch can
      *                be traced later (lot recalls, proof of
      *                delivery). DH-Delivered is stamped by the
      *                proof-of-delivery posting. DH-Branch is the
      *                branch the line is picked from, for the
      *                PickList.cob warehouse pick; lines converted
      *                from before it was carried hold branch 00.
      ******************************************************************
       01  DispatchHistRec.
           02  DH-DispatchNo           PIC 9(6).
           02  DH-Delivered            PIC X.
               88  DH-Is-Delivered         VALUE "Y".
           02  DH-DeliveredDate        PIC 9(8).
           02  DH-Branch               PIC 99.

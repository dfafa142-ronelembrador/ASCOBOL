      ******************************************************************
      * DELIVCHG.cpy - DELIVCHG.DAT delivery charge history, appended
      *                by AromaSalesRpt01.cob with one record per
      *                customer dispatch note raised on a charging
      *                route: the units delivered and the charge put
      *                on the invoice (zero when the delivery went
      *                free over the route's threshold). Read by
      *                DeliveryRevenueRpt.cob.
      ******************************************************************
       01  DelivChargeRec.
           02  DC-RunDate              PIC 9(8).
           02  DC-CustID               PIC 9(5).
           02  DC-RouteCode            PIC 99.
           02  DC-DispatchNo           PIC 9(6).
           02  DC-InvoiceNo            PIC 9(6).
           02  DC-Units                PIC 9(5).
           02  DC-Charge               PIC 9(5)V99.

      ******************************************************************
      * ROUTECHG.cpy - ROUTECHARGE.DAT delivery charge table, one
      *                record per van route (the CM-RouteCode on the
      *                customer master). A customer's day's delivery
      *                is charged the flat charge plus the per-unit
      *                charge on the units dispatched, unless the
      *                day's goods value reaches the free-delivery
      *                threshold (zero = never free). A route with no
      *                record, and route zero, carry no charge. Read
      *                by AromaSalesRpt01.cob and DeliveryRevenueRpt.
      ******************************************************************
       01  RouteChargeRec.
           02  RC-RouteCode            PIC 99.
           02  RC-FlatCharge           PIC 9(3)V99.
           02  RC-UnitCharge           PIC 9V99.
           02  RC-FreeThreshold        PIC 9(5)V99.

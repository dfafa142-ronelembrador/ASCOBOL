      ******************************************************************
      * MAINTREQ.cpy - MAINTREQ.DAT property maintenance requests,
      *                maintained by PropertyUpkeep.cob. A completed
      *                request carries its completion date and repair
      *                cost, which LandlordPay.cob deducts from the
      *                landlord's rent in the month of completion.
      ******************************************************************
       01  MaintReqRec.
           02  MR-ReqID                PIC 9(5).
           02  MR-PropertyID           PIC 9(4).
           02  MR-ReportDate           PIC 9(8).
           02  MR-Fault                PIC X(30).
           02  MR-Priority             PIC 9.
           02  MR-Status               PIC X.
               88  MR-Open                 VALUE "O".
               88  MR-Completed            VALUE "C".
           02  MR-CompDate             PIC 9(8).
           02  MR-Cost                 PIC 9(5)V99.

      ******************************************************************
      * AROMAREP.cpy - AROMAREP.DAT sales-rep master layout shared
      *                between AromaSalesRpt01 (commission rates),
      *                RepCommStatement, CommPayBridge, RepAttainment
      *                and LapsedCustomers, maintained by
      *                BranchRepMaint.cob.
      ******************************************************************
       01  RepMasterRec.
           02  RM-RepCode              PIC 9(3).
           02  RM-RepName              PIC X(20).
           02  RM-Territory            PIC X(12).
           02  RM-CommRate             PIC V99.
      * Cross-reference to the employee the rep is paid as; zero
      * means the rep's commission cannot feed payroll.
           02  RM-EmpID                PIC 9(5).
      * C once the rep is closed. The record stays so past sales and
      * commission still carry a name. Blank on records written
      * before the field existed, which reads as open.
           02  RM-Status               PIC X.
               88  RM-Open                 VALUE SPACE "O".
               88  RM-Closed               VALUE "C".

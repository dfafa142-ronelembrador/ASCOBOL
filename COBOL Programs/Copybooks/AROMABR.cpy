      ******************************************************************
      * AROMABR.cpy - AROMABRANCH.DAT branch master layout shared
      *               between AromaSalesRpt01 and WholesaleOrderLoad,
      *               maintained by BranchRepMaint.cob.
      ******************************************************************
       01  BranchMasterRec.
           02  BR-BranchCode           PIC 99.
           02  BR-BranchName           PIC X(20).
      * C once the branch is closed. The record stays so past sales
      * still carry a name. Blank on records written before the
      * field existed, which reads as open.
           02  BR-Status               PIC X.
               88  BR-Open                 VALUE SPACE "O".
               88  BR-Closed               VALUE "C".

      ******************************************************************
      * BRREPTRAN.cpy - BRREPMAINT.DAT branch and sales-rep master
      *                 transaction layout, read by BranchRepMaint.cob.
      *                 BT-RecType says which master the transaction
      *                 is for. As with CUSTMAINT.DAT a change carries
      *                 every master field it sets. Branch codes run
      *                 01-99; the rep fields are ignored on a branch
      *                 transaction.
      ******************************************************************
       01  BranchRepTranRec.
           02  BT-RecType              PIC X.
               88  BT-Branch               VALUE "B".
               88  BT-Rep                  VALUE "R".
           02  BT-Action               PIC X.
               88  BT-Add                  VALUE "A".
               88  BT-Change               VALUE "C".
               88  BT-Close                VALUE "X".
               88  BT-Reopen               VALUE "O".
           02  BT-Code                 PIC 9(3).
           02  BT-Name                 PIC X(20).
           02  BT-Territory            PIC X(12).
           02  BT-CommRate             PIC V99.
           02  BT-EmpID                PIC 9(5).

      ******************************************************************
      * GRADTRAN.cpy - GRADMAINT.DAT graduate detail-change
      *                transaction, applied by GradMaint.cob. Blank
      *                (or zero) fields are left unchanged on the
      *                graduate record. EmailDomain writes its domain
      *                correction proposals in this layout so they can
      *                be reviewed and fed to GradMaint as they stand.
      ******************************************************************
       01  GradTranRec.
           02  GM-GradID               PIC 9(7).
           02  GM-NewEmail             PIC X(28).
           02  GM-NewDomain            PIC X(20).
           02  GM-NewCountry           PIC XX.
           02  GM-NewCourse            PIC 9.
           02  GM-Operator             PIC X(8).

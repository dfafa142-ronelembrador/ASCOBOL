      ******************************************************************
      * GRADCONSENT.cpy - GRADCONSENT.DAT award-verification consent
      *                   list shared between ConsentMaint.cob
      *                   (maintenance) and VerifyAward.cob (employer
      *                   enquiries). One record per graduate who has
      *                   agreed that we may confirm their award to a
      *                   third party; no record, no confirmation.
      ******************************************************************
       01  ConsentRec.
           02  GC-GradID               PIC 9(7).
           02  GC-ConsentDate          PIC 9(8).
      * How the consent was given - signed form, alumni portal, etc.
           02  GC-Source               PIC X(20).

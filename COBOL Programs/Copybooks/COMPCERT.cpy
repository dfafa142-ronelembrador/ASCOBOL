      ******************************************************************
      * COMPCERT.cpy - COMPLIANCE.DAT property safety certificates:
      *                one record per certificate issued - gas
      *                safety, fire alarm or electrical - with its
      *                issue and expiry dates and the contractor who
      *                certified. A renewal is a new record; the
      *                latest expiry per property and type is the
      *                current certificate. Reported by
      *                PropertyCompliance.cob and checked by
      *                MoveProcess.cob before a move-in.
      ******************************************************************
       01  ComplianceRec.
           02  CC-PropertyID           PIC 9(4).
           02  CC-CertType             PIC X.
               88  CC-GasSafety            VALUE "G".
               88  CC-FireAlarm            VALUE "F".
               88  CC-Electrical           VALUE "E".
           02  CC-IssueDate            PIC 9(8).
           02  CC-ExpiryDate           PIC 9(8).
           02  CC-Contractor           PIC X(20).

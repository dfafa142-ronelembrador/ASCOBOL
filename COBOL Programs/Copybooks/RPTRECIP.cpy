      ******************************************************************
      * RPTRECIP.cpy - REPORTRECIP.DAT report recipient master read by
      *                ReportDistribute.cob: where each recipient's
      *                reports are mailed or printed, and whether they
      *                are cleared to receive confidential (payroll)
      *                reports.
      ******************************************************************
       01  ReportRecipRec.
           02  RR-RecipientID          PIC X(8).
           02  RR-Name                 PIC X(20).
           02  RR-EmailAddr            PIC X(40).
           02  RR-PrintQueue           PIC X(8).
           02  RR-ConfAuthorised       PIC X.
               88  RR-Authorised           VALUE "Y".

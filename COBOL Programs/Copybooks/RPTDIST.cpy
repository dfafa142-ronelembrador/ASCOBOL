      ******************************************************************
      * RPTDIST.cpy - REPORTDIST.DAT report distribution list read by
      *               ReportDistribute.cob. One record per report
      *               file per recipient: how it goes (queued on the
      *               report mail outbox, or sent to the recipient's
      *               print queue) and how often, using the same
      *               frequency codes as BATCHSCHED.DAT. A report
      *               flagged confidential on any of its entries goes
      *               only to recipients cleared for confidential
      *               reports on REPORTRECIP.DAT.
      ******************************************************************
       01  ReportDistRec.
           02  RD-FileName             PIC X(30).
           02  RD-RecipientID          PIC X(8).
           02  RD-Method               PIC X.
               88  RD-ByEmail              VALUE "E".
               88  RD-ByPrint              VALUE "P".
           02  RD-Frequency            PIC X.
               88  RD-Daily                VALUE "D".
               88  RD-Weekly               VALUE "W".
               88  RD-MonthEnd             VALUE "M".
               88  RD-PayDay               VALUE "P".
           02  RD-Confidential         PIC X.
               88  RD-ConfReport           VALUE "Y".

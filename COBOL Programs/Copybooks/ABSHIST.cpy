      ******************************************************************
      * ABSHIST.cpy - ABSENCEHIST.DAT absence history layout: one
      *               record per validated absence spell, appended by
      *               AbsenceRecord.cob. Read by PayrollRun.cob (sick
      *               pay under the scheme on SICKSCHEME.DAT, unpaid
      *               absence for salaried staff), TimesheetGross.cob
      *               (absent hours off the hours paid) and
      *               AbsenceReport.cob (days lost, short-term
      *               pattern). A spell belongs to the pay period of
      *               its start date.
      ******************************************************************
       01  AbsenceHistRec.
           02  AH-EmpID                PIC 9(5).
           02  AH-Type                 PIC X.
               88  AH-Sick                 VALUE "S".
               88  AH-Unpaid               VALUE "U".
               88  AH-Compassion           VALUE "C".
           02  AH-StartDate            PIC 9(8).
           02  AH-EndDate              PIC 9(8).
      * Working hours lost over the spell, not calendar hours.
           02  AH-Hours                PIC 9(3)V99.
      * Y when a medical certificate covers a sick spell.
           02  AH-Certified            PIC X.
               88  AH-Cert                 VALUE "Y".
           02  AH-RecordedDate         PIC 9(8).

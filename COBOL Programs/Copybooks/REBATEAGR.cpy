      ******************************************************************
      * REBATEAGR.cpy - REBATEAGR.DAT volume rebate agreements, one
      *                record per customer per rebate year, shared
      *                between RebateAccrual.cob (month-end progress
      *                and accrual) and RebateSettle.cob (year-end
      *                credit notes). The year's purchases are measured
      *                in units or net value according to RB-Basis
      *                against up to four ascending tier targets (a
      *                zero target ends the list). The rate of the
      *                highest tier reached is paid back on the year's
      *                whole net value. RebateSettle marks the
      *                agreement settled and records the credit note.
      ******************************************************************
       01  RebateAgreementRec.
           02  RB-CustID               PIC 9(5).
           02  RB-YearStart            PIC 9(8).
           02  RB-YearEnd              PIC 9(8).
           02  RB-Basis                PIC X.
               88  RB-Units-Basis          VALUE "U".
               88  RB-Value-Basis          VALUE "V".
           02  RB-Tiers OCCURS 4 TIMES.
               03  RB-TierTarget       PIC 9(7)V99.
               03  RB-TierRate         PIC V999.
           02  RB-Status               PIC X.
               88  RB-Open                 VALUE "O".
               88  RB-Settled              VALUE "S".
           02  RB-CreditNo             PIC 9(6).

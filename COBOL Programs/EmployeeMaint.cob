      *          employee master (EMPLOYEEMAST.DAT) that PayrollRun
      *          computes statutory deductions from and TimesheetGross
      *          prices hourly time against, in the CountryMaint
      *          style. A starter transaction (S) adds a new employee
      *          with the start date, pay and tax to date from
      *          previous employment and the tax basis - C when a
      *          tax certificate came with them, E for emergency tax
      *          until one arrives. A certificate transaction (T)
      *          sets the certified tax credit, puts the employee on
      *          the certificate basis and marks the next pay period
      *          (after the last on PAYPERIODCTL.DAT) for PayrollRun
      *          to refund or collect the emergency-tax difference.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT TransactionFile ASSIGN TO "EMPMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PeriodCtlFile ASSIGN TO "PAYPERIODCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PeriodCtl-Status.

       DATA DIVISION.
       FILE SECTION.
               88  ET-Add                  VALUE "A".
               88  ET-Change                VALUE "C".
               88  ET-Delete                VALUE "D".
               88  ET-Starter               VALUE "S".
               88  ET-Certificate           VALUE "T".
           02 ET-TranEmpID             PIC 9(5).
           02 ET-TranEmpName           PIC X(20).
           02 ET-TranPRSIClass         PIC X.
           02 ET-TranLeaveAccrual      PIC 9(2)V99.
           02 ET-TranCostCentre        PIC X(4).
           02 ET-TranEmailAddr         PIC X(28).
           02 ET-TranPPSN              PIC X(9).
           02 ET-TranStartDate         PIC 9(8).
           02 ET-TranPrevPay           PIC 9(6)V99.
           02 ET-TranPrevTax           PIC 9(6)V99.
           02 ET-TranTaxBasis          PIC X.

       FD  PeriodCtlFile.
       01  PeriodCtlRec.
           02  PC-PayYear              PIC 9(4).
           02  PC-PayPeriod            PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-PeriodCtl-Status         PIC XX.
      * The period after the last one PayrollRun posted - the first
      * a tax certificate keyed now can be applied in.
       01  WS-Next-PayYear             PIC 9(4) VALUE ZERO.
       01  WS-Next-PayPeriod           PIC 99 VALUE ZERO.
       01  WS-Backup-Name              PIC X(30)
               VALUE "EMPLOYEEMAST.DAT".
       01  WS-Employee-Count           PIC 9(4) VALUE ZERO.
               03 ET-TableCostCentre       PIC X(4).
               03 ET-TableEmailAddr        PIC X(28).
               03 ET-TableBankHold         PIC X.
               03 ET-TablePPSN             PIC X(9).
               03 ET-TableStartDate        PIC 9(8).
               03 ET-TableTaxBasis         PIC X.
               03 ET-TablePrevPay          PIC 9(6)V99.
               03 ET-TablePrevTax          PIC 9(6)V99.
               03 ET-TableTrueUpYear       PIC 9(4).
               03 ET-TableTrueUpPeriod     PIC 99.

       01  WS-Eof-Switches.
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               STOP RUN
           END-IF.
           PERFORM LoadEmployeeTable.
           PERFORM ReadNextPayPeriod.
           PERFORM ApplyTransactions.
           PERFORM RewriteEmployeeFile.
           MOVE "CLEAR" TO WS-Lock-Action.
                       TO ET-TableEmailAddr(WS-Employee-Count)
                   MOVE EM-BankHold
                       TO ET-TableBankHold(WS-Employee-Count)
                   MOVE EM-PPSN TO ET-TablePPSN(WS-Employee-Count)
                   PERFORM LoadStarterTaxFields
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               CLOSE EmployeeMasterFile
           END-IF.

      * Records written before the starter fields existed read back
      * blank there: an existing employee on a certificate.
       LoadStarterTaxFields.
           IF EM-StartDate IS NUMERIC
               MOVE EM-StartDate
                   TO ET-TableStartDate(WS-Employee-Count)
               MOVE EM-TaxBasis TO ET-TableTaxBasis(WS-Employee-Count)
               MOVE EM-PrevPay TO ET-TablePrevPay(WS-Employee-Count)
               MOVE EM-PrevTax TO ET-TablePrevTax(WS-Employee-Count)
               MOVE EM-TrueUpYear
                   TO ET-TableTrueUpYear(WS-Employee-Count)
               MOVE EM-TrueUpPeriod
                   TO ET-TableTrueUpPeriod(WS-Employee-Count)
           ELSE
               MOVE ZERO TO ET-TableStartDate(WS-Employee-Count)
               MOVE SPACE TO ET-TableTaxBasis(WS-Employee-Count)
               MOVE ZERO TO ET-TablePrevPay(WS-Employee-Count)
               MOVE ZERO TO ET-TablePrevTax(WS-Employee-Count)
               MOVE ZERO TO ET-TableTrueUpYear(WS-Employee-Count)
               MOVE ZERO TO ET-TableTrueUpPeriod(WS-Employee-Count)
           END-IF.

       ReadNextPayPeriod.
           OPEN INPUT PeriodCtlFile.
           IF WS-PeriodCtl-Status = "00"
               READ PeriodCtlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-PayYear TO WS-Next-PayYear
                       MOVE PC-PayPeriod TO WS-Next-PayPeriod
               END-READ
               CLOSE PeriodCtlFile
           END-IF.
           IF WS-Next-PayPeriod >= 12
               ADD 1 TO WS-Next-PayYear
               MOVE 1 TO WS-Next-PayPeriod
           ELSE
               ADD 1 TO WS-Next-PayPeriod
           END-IF.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           READ TransactionFile
                       MOVE ZERO TO ET-TableLeaveDate(WS-Found-Idx)
                       MOVE ZERO TO ET-TableLeaveBal(WS-Found-Idx)
                       MOVE SPACE TO ET-TableBankHold(WS-Found-Idx)
                       PERFORM ClearStarterTaxFields
                       PERFORM MoveTranToTableEntry
                   END-IF
               WHEN ET-Starter
                   IF NOT Entry-Found
                       ADD 1 TO WS-Employee-Count
                       MOVE WS-Employee-Count TO WS-Found-Idx
                       MOVE ZERO TO ET-TableLeaveDate(WS-Found-Idx)
                       MOVE ZERO TO ET-TableLeaveBal(WS-Found-Idx)
                       MOVE SPACE TO ET-TableBankHold(WS-Found-Idx)
                       PERFORM ClearStarterTaxFields
                       PERFORM MoveTranToTableEntry
                       PERFORM MoveStarterToTableEntry
                   END-IF
               WHEN ET-Certificate
                   IF Entry-Found
                       PERFORM ApplyTaxCertificate
                   END-IF
               WHEN ET-Change
                   IF Entry-Found
               TO ET-TableCostCentre(WS-Found-Idx).
           MOVE ET-TranEmailAddr
               TO ET-TableEmailAddr(WS-Found-Idx).
           MOVE ET-TranPPSN TO ET-TablePPSN(WS-Found-Idx).

       ClearStarterTaxFields.
           MOVE ZERO TO ET-TableStartDate(WS-Found-Idx).
           MOVE SPACE TO ET-TableTaxBasis(WS-Found-Idx).
           MOVE ZERO TO ET-TablePrevPay(WS-Found-Idx).
           MOVE ZERO TO ET-TablePrevTax(WS-Found-Idx).
           MOVE ZERO TO ET-TableTrueUpYear(WS-Found-Idx).
           MOVE ZERO TO ET-TableTrueUpPeriod(WS-Found-Idx).

      * An emergency starter has no credit until the certificate
      * sets one; a starter with a certificate is recalculated on
      * the cumulative basis in their first period so previous
      * employment's pay and tax are taken into account.
       MoveStarterToTableEntry.
           MOVE ET-TranStartDate TO ET-TableStartDate(WS-Found-Idx).
           MOVE ET-TranPrevPay TO ET-TablePrevPay(WS-Found-Idx).
           MOVE ET-TranPrevTax TO ET-TablePrevTax(WS-Found-Idx).
           IF ET-TranTaxBasis = "E"
               MOVE "E" TO ET-TableTaxBasis(WS-Found-Idx)
               MOVE ZERO TO ET-TableTaxCredit(WS-Found-Idx)
           ELSE
               MOVE "C" TO ET-TableTaxBasis(WS-Found-Idx)
               MOVE WS-Next-PayYear
                   TO ET-TableTrueUpYear(WS-Found-Idx)
               MOVE WS-Next-PayPeriod
                   TO ET-TableTrueUpPeriod(WS-Found-Idx)
           END-IF.

      * The certificate carries the credit, and the pay and tax to
      * date from previous employment where Revenue supplies them.
       ApplyTaxCertificate.
           MOVE ET-TranTaxCredit TO ET-TableTaxCredit(WS-Found-Idx).
           IF ET-TranPrevPay > ZERO OR ET-TranPrevTax > ZERO
               MOVE ET-TranPrevPay TO ET-TablePrevPay(WS-Found-Idx)
               MOVE ET-TranPrevTax TO ET-TablePrevTax(WS-Found-Idx)
           END-IF.
           MOVE "C" TO ET-TableTaxBasis(WS-Found-Idx).
           MOVE WS-Next-PayYear TO ET-TableTrueUpYear(WS-Found-Idx).
           MOVE WS-Next-PayPeriod
               TO ET-TableTrueUpPeriod(WS-Found-Idx).

       RemoveTableEntry.
           PERFORM VARYING WS-Table-Idx FROM WS-Found-Idx BY 1
                   TO EM-EmailAddr
               MOVE ET-TableBankHold(WS-Table-Idx)
                   TO EM-BankHold
               MOVE ET-TablePPSN(WS-Table-Idx) TO EM-PPSN
               MOVE ET-TableStartDate(WS-Table-Idx) TO EM-StartDate
               MOVE ET-TableTaxBasis(WS-Table-Idx) TO EM-TaxBasis
               MOVE ET-TablePrevPay(WS-Table-Idx) TO EM-PrevPay
               MOVE ET-TablePrevTax(WS-Table-Idx) TO EM-PrevTax
               MOVE ET-TableTrueUpYear(WS-Table-Idx) TO EM-TrueUpYear
               MOVE ET-TableTrueUpPeriod(WS-Table-Idx)
                   TO EM-TrueUpPeriod
               WRITE EmployeeMasterRec
           END-PERFORM.
           CLOSE EmployeeMasterFile.

               03 LP-CostCentre            PIC X(4).
               03 LP-EmailAddr             PIC X(28).
               03 LP-BankHold              PIC X.
               03 LP-PPSN                  PIC X(9).
               03 LP-StartDate             PIC 9(8).
               03 LP-TaxBasis              PIC X.
               03 LP-PrevPay               PIC 9(6)V99.
               03 LP-PrevTax               PIC 9(6)V99.
               03 LP-TrueUpYear            PIC 9(4).
               03 LP-TrueUpPeriod          PIC 99.
       01  WS-EmpMaster-Idx            PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadEmployeeYtd.
                   TO LP-EmailAddr(WS-EmpMaster-Count)
               MOVE EM-BankHold
                   TO LP-BankHold(WS-EmpMaster-Count)
               MOVE EM-PPSN TO LP-PPSN(WS-EmpMaster-Count)
               MOVE EM-StartDate TO LP-StartDate(WS-EmpMaster-Count)
               MOVE EM-TaxBasis TO LP-TaxBasis(WS-EmpMaster-Count)
               MOVE EM-PrevPay TO LP-PrevPay(WS-EmpMaster-Count)
               MOVE EM-PrevTax TO LP-PrevTax(WS-EmpMaster-Count)
               MOVE EM-TrueUpYear
                   TO LP-TrueUpYear(WS-EmpMaster-Count)
               MOVE EM-TrueUpPeriod
                   TO LP-TrueUpPeriod(WS-EmpMaster-Count)
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
                   TO EM-EmailAddr
               MOVE LP-BankHold(WS-EmpMaster-Idx)
                   TO EM-BankHold
               MOVE LP-PPSN(WS-EmpMaster-Idx) TO EM-PPSN
               MOVE LP-StartDate(WS-EmpMaster-Idx) TO EM-StartDate
               MOVE LP-TaxBasis(WS-EmpMaster-Idx) TO EM-TaxBasis
               MOVE LP-PrevPay(WS-EmpMaster-Idx) TO EM-PrevPay
               MOVE LP-PrevTax(WS-EmpMaster-Idx) TO EM-PrevTax
               MOVE LP-TrueUpYear(WS-EmpMaster-Idx) TO EM-TrueUpYear
               MOVE LP-TrueUpPeriod(WS-EmpMaster-Idx)
                   TO EM-TrueUpPeriod
               WRITE EmployeeMasterRec
           END-PERFORM.
           CLOSE EmployeeMasterFile.

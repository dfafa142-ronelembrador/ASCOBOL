      ******************************************************************
      * Author:
      * Date:
      * Purpose: Per-period payroll submission to Revenue, run after
      *          each PayrollRun. Builds PAYSUBMIT.DAT in Revenue's
      *          fixed layout from the figures the run left on
      *          PAYRESULTS.DAT - a header carrying our employer
      *          registration number, the submission id and the pay
      *          date, one line per employee paid with the period's
      *          and the year-to-date pay, tax, PRSI and pension and
      *          any emergency tax refunded in the period, and
      *          a trailer with the line count and control totals -
      *          and records it on the submission register
      *          SUBMITREG.DAT that PaySubmitAck matches Revenue's
      *          acknowledgement against. The employer number and
      *          the submission type (ORIGINAL, or CORRECTN for a
      *          resubmission of a period already sent) are read
      *          from SUBMITPARM.DAT. An original for a run already
      *          on the register is refused, as is a correction for
      *          a period never submitted; results from a REVERSAL
      *          run are never submitted - the period is rerun and
      *          that run submitted as the correction. An employee
      *          with no PPSN on the master is submitted and logged
      *          to the exceptions file for the master to be fixed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollSubmit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubmitParmFile ASSIGN TO "SUBMITPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SubmitParm-Status.
           SELECT PayResultFile ASSIGN TO "PAYRESULTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PayResult-Status.
           SELECT SubmitRegFile ASSIGN TO "SUBMITREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SubmitReg-Status.
           SELECT SubmissionFile ASSIGN TO "PAYSUBMIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SubmitParmFile.
       01  SubmitParmRec.
           02  SP-EmployerRegNo        PIC X(9).
           02  SP-SubmitType           PIC X(8).

       FD  PayResultFile.
           COPY PAYRESULT.

       FD  SubmitRegFile.
           COPY PAYSUBREG.

       FD  SubmissionFile.
       01  SubmissionLine              PIC X(138).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-SubmitParm-Status        PIC XX.
       01  WS-PayResult-Status         PIC XX.
       01  WS-SubmitReg-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC 9(8).
       01  WS-Employer-RegNo           PIC X(9) VALUE SPACES.
       01  WS-Submit-Type              PIC X(8) VALUE "ORIGINAL".
           88  Submit-Original             VALUE "ORIGINAL".
           88  Submit-Correction           VALUE "CORRECTN".

       01  WS-Eof-Switches.
           02  WS-Result-Eof           PIC X VALUE "N".
               88  Result-Eof              VALUE "Y".
           02  WS-Register-Eof         PIC X VALUE "N".
               88  Register-Eof            VALUE "Y".

      * The run the results belong to, from the first record; every
      * record must agree with it.
       01  WS-Sub-PayYear              PIC 9(4) VALUE ZERO.
       01  WS-Sub-PayPeriod            PIC 99 VALUE ZERO.
       01  WS-Sub-RunType              PIC X VALUE SPACE.
       01  WS-Sub-RunDate              PIC 9(8) VALUE ZERO.
       01  WS-Mixed-Results            PIC X VALUE "N".
           88  Mixed-Results               VALUE "Y".

       01  WS-Line-Count               PIC 9(5) VALUE ZERO.
       01  WS-Total-Gross              PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Tax                PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-PRSI               PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Pension            PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Refund             PIC 9(9)V99 VALUE ZERO.
       01  WS-NoPPSN-Count             PIC 9(5) VALUE ZERO.

      * What the register already holds for the period.
       01  WS-Last-Sequence            PIC 9(3) VALUE ZERO.
       01  WS-Period-Submitted         PIC X VALUE "N".
           88  Period-Submitted            VALUE "Y".
       01  WS-Run-Submitted            PIC X VALUE "N".
           88  Run-Submitted               VALUE "Y".
       01  WS-Prior-ID                 PIC X(9) VALUE SPACES.

       01  WS-Submission-ID.
           02  WS-ID-PayYear           PIC 9(4).
           02  WS-ID-PayPeriod         PIC 99.
           02  WS-ID-Sequence          PIC 9(3).

      * PAYSUBMIT.DAT records, 138 bytes each.
       01  WS-Sub-Header.
           02  FILLER                  PIC X VALUE "H".
           02  SH-EmployerRegNo        PIC X(9).
           02  SH-SubmissionID         PIC X(9).
           02  SH-SubmitType           PIC X.
           02  SH-PayYear              PIC 9(4).
           02  SH-PayPeriod            PIC 99.
           02  SH-PayDate              PIC 9(8).
           02  SH-CreateDate           PIC 9(8).
           02  SH-RunType              PIC X.
           02  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-Sub-Detail.
           02  FILLER                  PIC X VALUE "D".
           02  SD-LineNo               PIC 9(5).
           02  SD-PPSN                 PIC X(9).
           02  SD-EmpRef               PIC 9(5).
           02  SD-EmpName              PIC X(20).
           02  SD-PayDate              PIC 9(8).
           02  SD-Gross                PIC 9(8)V99.
           02  SD-Tax                  PIC 9(8)V99.
           02  SD-TaxRefund            PIC 9(8)V99.
           02  SD-PRSI                 PIC 9(8)V99.
           02  SD-Pension              PIC 9(8)V99.
           02  SD-YtdGross             PIC 9(8)V99.
           02  SD-YtdTax               PIC 9(8)V99.
           02  SD-YtdPRSI              PIC 9(8)V99.
           02  SD-YtdPension           PIC 9(8)V99.

       01  WS-Sub-Trailer.
           02  FILLER                  PIC X VALUE "T".
           02  ST-LineCount            PIC 9(6).
           02  ST-TotalGross           PIC 9(10)V99.
           02  ST-TotalTax             PIC 9(10)V99.
           02  ST-TotalPRSI            PIC 9(10)V99.
           02  ST-TotalPension         PIC 9(10)V99.
           02  ST-TotalRefund          PIC 9(10)V99.
           02  FILLER                  PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadSubmitParameters.
           IF WS-Employer-RegNo = SPACES
               DISPLAY "PAYROLLSUBMIT: NO EMPLOYER NUMBER ON "
                   "SUBMITPARM.DAT - SUBMISSION REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT Submit-Original AND NOT Submit-Correction
               DISPLAY "PAYROLLSUBMIT: SUBMISSION TYPE "
                   WS-Submit-Type " NOT ORIGINAL OR CORRECTN "
                   "- SUBMISSION REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TotalPayResults.
           IF WS-Line-Count = ZERO
               DISPLAY "PAYROLLSUBMIT: NO PAY RESULTS ON "
                   "PAYRESULTS.DAT - NOTHING TO SUBMIT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Mixed-Results
               DISPLAY "PAYROLLSUBMIT: PAYRESULTS.DAT MIXES PAY "
                   "PERIODS OR RUNS - SUBMISSION REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Sub-RunType = "R"
               DISPLAY "PAYROLLSUBMIT: RESULTS ARE FROM A REVERSAL "
                   "- RERUN PERIOD " WS-Sub-PayYear "/"
                   WS-Sub-PayPeriod " AND SUBMIT IT AS A CORRECTION"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ScanSubmitRegister.
           IF Submit-Original AND Run-Submitted
               DISPLAY "PAYROLLSUBMIT: PERIOD " WS-Sub-PayYear "/"
                   WS-Sub-PayPeriod " ALREADY SUBMITTED AS "
                   WS-Prior-ID " - SUBMIT A CORRECTION INSTEAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Submit-Correction AND NOT Period-Submitted
               DISPLAY "PAYROLLSUBMIT: PERIOD " WS-Sub-PayYear "/"
                   WS-Sub-PayPeriod " NEVER SUBMITTED - NOTHING TO "
                   "CORRECT"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-Sub-PayYear TO WS-ID-PayYear.
           MOVE WS-Sub-PayPeriod TO WS-ID-PayPeriod.
           COMPUTE WS-ID-Sequence = WS-Last-Sequence + 1.
           PERFORM OpenExceptionsFile.
           OPEN OUTPUT SubmissionFile.
           OPEN EXTEND SubmitRegFile.
           IF WS-SubmitReg-Status = "35"
               OPEN OUTPUT SubmitRegFile
           END-IF.
           PERFORM WriteSubmissionHeader.
           PERFORM WriteRegisterSummary.
           MOVE ZERO TO WS-Line-Count.
           MOVE "N" TO WS-Result-Eof.
           OPEN INPUT PayResultFile.
           READ PayResultFile
               AT END MOVE "Y" TO WS-Result-Eof
           END-READ.
           PERFORM UNTIL Result-Eof
               PERFORM WriteOneEmployeeLine
               READ PayResultFile
                   AT END MOVE "Y" TO WS-Result-Eof
               END-READ
           END-PERFORM.
           CLOSE PayResultFile.
           MOVE WS-Line-Count TO ST-LineCount.
           MOVE WS-Total-Gross TO ST-TotalGross.
           MOVE WS-Total-Tax TO ST-TotalTax.
           MOVE WS-Total-PRSI TO ST-TotalPRSI.
           MOVE WS-Total-Pension TO ST-TotalPension.
           MOVE WS-Total-Refund TO ST-TotalRefund.
           MOVE WS-Sub-Trailer TO SubmissionLine.
           WRITE SubmissionLine.
           CLOSE SubmissionFile.
           CLOSE SubmitRegFile.
           CLOSE ExceptionsFile.
           DISPLAY "PAYROLLSUBMIT: SUBMISSION " WS-Submission-ID " "
               WS-Submit-Type " " WS-Line-Count " EMPLOYEES, GROSS "
               WS-Total-Gross " TAX " WS-Total-Tax.
           IF WS-NoPPSN-Count > ZERO
               DISPLAY "PAYROLLSUBMIT: " WS-NoPPSN-Count
                   " EMPLOYEES SUBMITTED WITHOUT A PPSN"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadSubmitParameters.
           OPEN INPUT SubmitParmFile.
           IF WS-SubmitParm-Status = "00"
               READ SubmitParmFile
                   AT END MOVE SPACES TO SubmitParmRec
               END-READ
               MOVE SP-EmployerRegNo TO WS-Employer-RegNo
               IF SP-SubmitType NOT = SPACES
                   MOVE SP-SubmitType TO WS-Submit-Type
               END-IF
               CLOSE SubmitParmFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

      * First pass: the run the results came from and the control
      * totals the header and register summary carry.
       TotalPayResults.
           OPEN INPUT PayResultFile.
           IF WS-PayResult-Status = "00"
               READ PayResultFile
                   AT END MOVE "Y" TO WS-Result-Eof
               END-READ
               IF NOT Result-Eof
                   MOVE RR-PayYear TO WS-Sub-PayYear
                   MOVE RR-PayPeriod TO WS-Sub-PayPeriod
                   MOVE RR-RunType TO WS-Sub-RunType
                   MOVE RR-RunDate TO WS-Sub-RunDate
               END-IF
               PERFORM UNTIL Result-Eof
                   IF RR-PayYear NOT = WS-Sub-PayYear
                           OR RR-PayPeriod NOT = WS-Sub-PayPeriod
                           OR RR-RunType NOT = WS-Sub-RunType
                           OR RR-RunDate NOT = WS-Sub-RunDate
                       MOVE "Y" TO WS-Mixed-Results
                   END-IF
                   ADD 1 TO WS-Line-Count
                   ADD RR-Gross TO WS-Total-Gross
                   ADD RR-Tax TO WS-Total-Tax
                   ADD RR-PRSI TO WS-Total-PRSI
                   ADD RR-Pension TO WS-Total-Pension
                   ADD RR-TaxRefund TO WS-Total-Refund
                   READ PayResultFile
                       AT END MOVE "Y" TO WS-Result-Eof
                   END-READ
               END-PERFORM
               CLOSE PayResultFile
           END-IF.

      * The highest sequence used for the period, whether anything
      * not rejected outright has gone for the period, and whether
      * this run itself has - a normal run once per period, each
      * supplementary run by its run date.
       ScanSubmitRegister.
           OPEN INPUT SubmitRegFile.
           IF WS-SubmitReg-Status = "00"
               READ SubmitRegFile
                   AT END MOVE "Y" TO WS-Register-Eof
               END-READ
               PERFORM UNTIL Register-Eof
                   IF SR-Summary-Rec
                           AND SR-PayYear = WS-Sub-PayYear
                           AND SR-PayPeriod = WS-Sub-PayPeriod
                       PERFORM NotePriorSubmission
                   END-IF
                   READ SubmitRegFile
                       AT END MOVE "Y" TO WS-Register-Eof
                   END-READ
               END-PERFORM
               CLOSE SubmitRegFile
           END-IF.

       NotePriorSubmission.
           IF SR-Sequence > WS-Last-Sequence
               MOVE SR-Sequence TO WS-Last-Sequence
           END-IF.
           IF NOT SR-Rejected
               MOVE "Y" TO WS-Period-Submitted
               IF SR-RunType = WS-Sub-RunType
                   IF WS-Sub-RunType = "N"
                           OR SR-RunDate = WS-Sub-RunDate
                       MOVE "Y" TO WS-Run-Submitted
                       MOVE SR-SubmissionID TO WS-Prior-ID
                   END-IF
               END-IF
           END-IF.

       WriteSubmissionHeader.
           MOVE WS-Employer-RegNo TO SH-EmployerRegNo.
           MOVE WS-Submission-ID TO SH-SubmissionID.
           MOVE WS-Submit-Type(1:1) TO SH-SubmitType.
           MOVE WS-Sub-PayYear TO SH-PayYear.
           MOVE WS-Sub-PayPeriod TO SH-PayPeriod.
           MOVE WS-Sub-RunDate TO SH-PayDate.
           MOVE WS-Run-Date TO SH-CreateDate.
           MOVE WS-Sub-RunType TO SH-RunType.
           MOVE WS-Sub-Header TO SubmissionLine.
           WRITE SubmissionLine.

       WriteRegisterSummary.
           MOVE SPACES TO SubmitRegRec.
           MOVE WS-Submission-ID TO SR-SubmissionID.
           MOVE "S" TO SR-RecType.
           MOVE WS-Sub-RunType TO SR-RunType.
           MOVE WS-Sub-RunDate TO SR-RunDate.
           MOVE WS-Submit-Type(1:1) TO SR-SubmitType.
           MOVE WS-Run-Date TO SR-SubmitDate.
           MOVE WS-Line-Count TO SR-LineCount.
           MOVE WS-Total-Gross TO SR-TotalGross.
           MOVE WS-Total-Tax TO SR-TotalTax.
           MOVE WS-Total-PRSI TO SR-TotalPRSI.
           MOVE "S" TO SR-Status.
           MOVE ZERO TO SR-AckDate.
           MOVE ZERO TO SR-RejectCount.
           WRITE SubmitRegRec.

       WriteOneEmployeeLine.
           ADD 1 TO WS-Line-Count.
           MOVE WS-Line-Count TO SD-LineNo.
           MOVE RR-PPSN TO SD-PPSN.
           MOVE RR-EmpID TO SD-EmpRef.
           MOVE RR-EmpName TO SD-EmpName.
           MOVE RR-RunDate TO SD-PayDate.
           MOVE RR-Gross TO SD-Gross.
           MOVE RR-Tax TO SD-Tax.
           MOVE RR-TaxRefund TO SD-TaxRefund.
           MOVE RR-PRSI TO SD-PRSI.
           MOVE RR-Pension TO SD-Pension.
           MOVE RR-YtdGross TO SD-YtdGross.
           MOVE RR-YtdTax TO SD-YtdTax.
           MOVE RR-YtdPRSI TO SD-YtdPRSI.
           MOVE RR-YtdPension TO SD-YtdPension.
           MOVE WS-Sub-Detail TO SubmissionLine.
           WRITE SubmissionLine.
           MOVE SPACES TO SubmitRegRec.
           MOVE WS-Submission-ID TO SR-SubmissionID.
           MOVE "L" TO SR-RecType.
           MOVE WS-Line-Count TO SR-LineNo.
           MOVE RR-EmpID TO SR-EmpID.
           MOVE RR-EmpName TO SR-EmpName.
           MOVE RR-PPSN TO SR-PPSN.
           MOVE RR-Gross TO SR-Gross.
           MOVE RR-Tax TO SR-Tax.
           MOVE SPACE TO SR-LineStatus.
           MOVE SPACES TO SR-ErrorCode.
           WRITE SubmitRegRec.
           IF RR-PPSN = SPACES
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "PAYSUBMIT" TO EXC-Source
               MOVE RR-EmpID TO EXC-Key
               MOVE "NO PPSN ON EMPLOYEE MASTER" TO EXC-Reason
               WRITE ExceptionRecord
               ADD 1 TO WS-NoPPSN-Count
           END-IF.

       END PROGRAM PayrollSubmit.

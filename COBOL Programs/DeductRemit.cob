      ******************************************************************
      * Author:
      * Date:
      * Purpose: Produces the remittance report per payee for the
      *          voluntary and third-party deductions PayrollRun took
      *          in the period - union, health insurer, savings
      *          scheme, court - from PAYDEDDETAIL.DAT: each
      *          employee's reference with the payee and the amount
      *          deducted, any amount the protected net pay or a
      *          short net held back, and a payee total that is what
      *          we pay over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeductRemit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeductDetailFile ASSIGN TO "PAYDEDDETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DeductDetail-Status.
           SELECT RemitReportFile ASSIGN TO "DEDUCTREMIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  DeductDetailFile.
           COPY PAYDEDDET.

       FD  RemitReportFile.
       01  RemitReportLine             PIC X(80).

       SD  WorkFile.
       01  WorkRec.
           02  WPayeeCode              PIC X(8).
           02  WEmpID                  PIC 9(5).
           02  WPayeeName              PIC X(20).
           02  WEmpName                PIC X(20).
           02  WReference              PIC X(15).
           02  WAmount                 PIC 9(6)V99.
           02  WShortAmt               PIC 9(6)V99.
           02  WPayYear                PIC 9(4).
           02  WPayPeriod              PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-DeductDetail-Status      PIC XX.

       01  WS-Eof-Switches.
           02  WS-Detail-Eof           PIC X VALUE "N".
               88  Detail-Eof              VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

       01  WS-Prev-Payee               PIC X(8).
       01  WS-First-Record             PIC X VALUE "Y".
           88  First-Record                VALUE "Y".
       01  WS-Payee-Total              PIC 9(8)V99.
       01  WS-Payee-Short-Total        PIC 9(8)V99.
       01  WS-Payee-Member-Count       PIC 9(5).
       01  WS-Payee-Count              PIC 9(5) VALUE ZERO.
       01  WS-Grand-Total              PIC 9(9)V99 VALUE ZERO.

       01  WS-Payee-Header-Line.
           02  FILLER                  PIC X(6) VALUE "PAYEE ".
           02  PH-PayeeCode            PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PH-PayeeName            PIC X(20).
           02  FILLER                  PIC X(9) VALUE "  PERIOD ".
           02  PH-PayYear              PIC 9(4).
           02  FILLER                  PIC X VALUE "/".
           02  PH-PayPeriod            PIC 99.
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-Member-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ML-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  ML-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  ML-Reference            PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ML-Amount               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE "  SHORT:".
           02  ML-ShortAmt             PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-Payee-Total-Line.
           02  FILLER                  PIC X(13)
                   VALUE "  PAYEE TOTAL".
           02  FILLER                  PIC X(10)
                   VALUE "  MEMBERS:".
           02  PT2-MemberCount         PIC ZZZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "  PAY OVER".
           02  PT2-Total               PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(8)
                   VALUE "  SHORT:".
           02  PT2-ShortTotal          PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           SORT WorkFile ON ASCENDING KEY WPayeeCode WEmpID
                INPUT PROCEDURE IS GetDeductionDetails
                OUTPUT PROCEDURE IS PrintRemitReport.
           DISPLAY "DEDUCTREMIT: " WS-Payee-Count " PAYEES, TOTAL "
               WS-Grand-Total.
           STOP RUN.

       GetDeductionDetails.
           OPEN INPUT DeductDetailFile.
           IF WS-DeductDetail-Status = "00"
               READ DeductDetailFile
                   AT END MOVE "Y" TO WS-Detail-Eof
               END-READ
               PERFORM UNTIL Detail-Eof
                   MOVE DD2-PayeeCode TO WPayeeCode
                   MOVE DD2-EmpID TO WEmpID
                   MOVE DD2-PayeeName TO WPayeeName
                   MOVE DD2-EmpName TO WEmpName
                   MOVE DD2-Reference TO WReference
                   MOVE DD2-Amount TO WAmount
                   MOVE DD2-ShortAmt TO WShortAmt
                   MOVE DD2-PayYear TO WPayYear
                   MOVE DD2-PayPeriod TO WPayPeriod
                   RELEASE WorkRec
                   READ DeductDetailFile
                       AT END MOVE "Y" TO WS-Detail-Eof
                   END-READ
               END-PERFORM
               CLOSE DeductDetailFile
           END-IF.

       PrintRemitReport.
           OPEN OUTPUT RemitReportFile.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               PERFORM PrintOneMemberLine
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF NOT First-Record
               PERFORM WritePayeeTotal
           END-IF.
           CLOSE RemitReportFile.

       PrintOneMemberLine.
           IF First-Record
               PERFORM StartNewPayee
               MOVE "N" TO WS-First-Record
           ELSE
               IF WPayeeCode NOT = WS-Prev-Payee
                   PERFORM WritePayeeTotal
                   PERFORM StartNewPayee
               END-IF
           END-IF.
           MOVE WEmpID TO ML-EmpID.
           MOVE WEmpName TO ML-EmpName.
           MOVE WReference TO ML-Reference.
           MOVE WAmount TO ML-Amount.
           MOVE WShortAmt TO ML-ShortAmt.
           MOVE WS-Member-Line TO RemitReportLine.
           WRITE RemitReportLine.
           ADD WAmount TO WS-Payee-Total.
           ADD WShortAmt TO WS-Payee-Short-Total.
           ADD 1 TO WS-Payee-Member-Count.

       StartNewPayee.
           MOVE WPayeeCode TO WS-Prev-Payee.
           MOVE ZERO TO WS-Payee-Total.
           MOVE ZERO TO WS-Payee-Short-Total.
           MOVE ZERO TO WS-Payee-Member-Count.
           ADD 1 TO WS-Payee-Count.
           MOVE WPayeeCode TO PH-PayeeCode.
           MOVE WPayeeName TO PH-PayeeName.
           MOVE WPayYear TO PH-PayYear.
           MOVE WPayPeriod TO PH-PayPeriod.
           MOVE WS-Payee-Header-Line TO RemitReportLine.
           WRITE RemitReportLine.

       WritePayeeTotal.
           MOVE WS-Payee-Member-Count TO PT2-MemberCount.
           MOVE WS-Payee-Total TO PT2-Total.
           MOVE WS-Payee-Short-Total TO PT2-ShortTotal.
           MOVE WS-Payee-Total-Line TO RemitReportLine.
           WRITE RemitReportLine.
           ADD WS-Payee-Total TO WS-Grand-Total.

       END PROGRAM DeductRemit.

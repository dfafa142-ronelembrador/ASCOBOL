      *          variance - so a card-machine settlement difference
      *          no longer shows up as a cash variance. Also profiles
      *          takings by hour from the transaction timestamps for
      *          staffing the counter. A refund is paid out of the
      *          tender it names and so comes off that tender's
      *          takings, and a void reverses the sale it names off
      *          the same takings. Refunds and voids are
      *          reported per cashier on TILLREFVOID.DAT, each checked
      *          for an original transaction reference, a reason and
      *          a supervisor on OPERATOR.DAT with supervisor
      *          authority, and the day's activity per cashier is
      *          appended to TILLACTHIST.DAT for the weekly refund
      *          and void review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TenderHistFile ASSIGN TO "TENDERHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenderHist-Status.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Operator-Status.
           SELECT RefundVoidFile ASSIGN TO "TILLREFVOID.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ActHistFile ASSIGN TO "TILLACTHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ActHist-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TillTransFile.
           COPY TILLTRAN.

       FD  DeclaredTotalFile.
       01  DeclaredTotalRec.
       FD  TenderHistFile.
           COPY TENDHIST.

       FD  OperatorFile.
           COPY OPERMAST.

       FD  RefundVoidFile.
       01  RefundVoidLine              PIC X(80).

       FD  ActHistFile.
           COPY TILLACTH.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Cashier-Count            PIC 9(3) VALUE ZERO.
       01  WS-Variance-Threshold       PIC 9(3)V99 VALUE 5.00.
           02 Cashier-Entry OCCURS 200 TIMES.
               03 CA-CashierID             PIC 9(3).
               03 CA-TenderType            PIC X.
               03 CA-TillTotal             PIC S9(5)V99.

       01  WS-Eof-Switches.
           02  WS-Till-Eof             PIC X VALUE "N".
               88  Till-Eof                VALUE "Y".
           02  WS-Declared-Eof         PIC X VALUE "N".
               88  Declared-Eof             VALUE "Y".
           02  WS-Operator-Eof         PIC X VALUE "N".
               88  Operator-Eof             VALUE "Y".

       01  WS-Cashier-Idx               PIC 9(3).
       01  WS-Found-Idx                 PIC 9(3).
       01  WS-Variance                 PIC S9(5)V99.
       01  WS-VarHist-Status           PIC XX.
       01  WS-TenderHist-Status        PIC XX.
       01  WS-Operator-Status          PIC XX.
       01  WS-ActHist-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

      * The day's takings rolled up per tender for the acquirer
       01  WS-Tender-Totals.
           02  Tender-Total-Entry OCCURS 5 TIMES.
               03  TT2-Tender          PIC X.
               03  TT2-Total           PIC S9(7)V99.
       01  WS-Tender-Idx               PIC 9.
       01  WS-Tender-Found             PIC X.
           88  Tender-Found                VALUE "Y".
       01  WS-Tender-Count             PIC 9 VALUE ZERO.

       01  WS-Hour-Totals.
           02  WS-Hour-Total           PIC S9(7)V99 OCCURS 24 TIMES.
       01  WS-Hour                     PIC 99.
       01  WS-Hour-Idx                 PIC 99.

           02  HP-Hour                 PIC 99.
           02  FILLER                  PIC X(4) VALUE ":00 ".
           02  FILLER                  PIC X(9) VALUE "TAKINGS: ".
           02  HP-Total                PIC -ZZ,ZZ9.99.
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-Recon-Line.
           02  RC-TenderType           PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  FILLER                  PIC X(6) VALUE "TILL: ".
           02  RC-TillTotal            PIC -ZZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "DECLARED: ".
           02  RC-Declared             PIC Z,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  RC-Flag                 PIC X(14).

      * Supervisors who may authorise a refund or void: operators
      * at the supervisor level PeriodClose asks for a reopen.
       01  WS-Supervisor-Level         PIC 9 VALUE 3.
       01  WS-Oper-Count               PIC 9(3) VALUE ZERO.
       01  OperatorTable.
           02 Oper-Entry OCCURS 300 TIMES
                   DEPENDING ON WS-Oper-Count.
               03 OT-OperId                PIC X(8).
               03 OT-Level                 PIC 9.
       01  WS-Oper-Idx                 PIC 9(3).
       01  WS-Supervisor-Ok            PIC X.
           88  Supervisor-Ok               VALUE "Y".

      * Refund and void activity per cashier for the day.
       01  WS-Act-Count                PIC 9(3) VALUE ZERO.
       01  CashierActTable.
           02 Act-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Act-Count.
               03 AC-CashierID             PIC 9(3).
               03 AC-SaleCount             PIC 9(5).
               03 AC-RefundCount           PIC 9(5).
               03 AC-RefundValue           PIC 9(7)V99.
               03 AC-VoidCount             PIC 9(5).
               03 AC-VoidValue             PIC 9(7)V99.
               03 AC-UnauthCount           PIC 9(5).
       01  WS-Act-Idx                  PIC 9(3).
       01  WS-Act-Found-Idx            PIC 9(3).
       01  WS-Act-Found                PIC X.
           88  Act-Found                   VALUE "Y".
       01  WS-Signed-Amount            PIC S9(5)V99.

       01  WS-RefVoid-Line.
           02  FILLER                  PIC X(8) VALUE "CASHIER ".
           02  RV-CashierID            PIC 9(3).
           02  FILLER                  PIC X(8) VALUE "  SALES ".
           02  RV-Sales                PIC ZZZZ9.
           02  FILLER                  PIC X(9) VALUE " REFUNDS ".
           02  RV-Refunds              PIC ZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RV-RefundValue          PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE " VOIDS ".
           02  RV-Voids                PIC ZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RV-VoidValue            PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  UNAUTH ".
           02  RV-Unauth               PIC ZZ9.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           INITIALIZE WS-Hour-Totals.
           PERFORM OpenExceptionsFile.
           PERFORM LoadOperatorTable.
           PERFORM AccumulateTillTotals.
           OPEN EXTEND VarHistFile.
           IF WS-VarHist-Status = "35"
           CLOSE VarHistFile.
           PERFORM AppendTenderHistory.
           PERFORM PrintHourlyProfile.
           PERFORM PrintRefundVoidReport.
           PERFORM AppendActivityHistory.
           CLOSE ExceptionsFile.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadOperatorTable.
           OPEN INPUT OperatorFile.
           IF WS-Operator-Status = "00"
               READ OperatorFile
                   AT END MOVE "Y" TO WS-Operator-Eof
               END-READ
               PERFORM UNTIL Operator-Eof
                   IF WS-Oper-Count < 300
                       ADD 1 TO WS-Oper-Count
                       MOVE OP2-OperId TO OT-OperId(WS-Oper-Count)
                       MOVE OP2-Level TO OT-Level(WS-Oper-Count)
                   END-IF
                   READ OperatorFile
                       AT END MOVE "Y" TO WS-Operator-Eof
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       AppendTenderHistory.
           OPEN EXTEND TenderHistFile.
           IF WS-TenderHist-Status = "35"
                   UNTIL WS-Tender-Idx > WS-Tender-Count
               MOVE WS-Run-Date TO TH-RunDate
               MOVE TT2-Tender(WS-Tender-Idx) TO TH-TenderType
               IF TT2-Total(WS-Tender-Idx) < ZERO
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "SHOPRECON" TO EXC-Source
                   MOVE TT2-Tender(WS-Tender-Idx) TO EXC-Key
                   MOVE "REFUNDS EXCEED TENDER TAKINGS" TO EXC-Reason
                   WRITE ExceptionRecord
                   MOVE ZERO TO TH-Total
               ELSE
                   MOVE TT2-Total(WS-Tender-Idx) TO TH-Total
               END-IF
               MOVE "N" TO TH-Settled
               WRITE TenderHistRec
           END-PERFORM.
           CLOSE TillTransFile.

       AccumulateOneSale.
           PERFORM NoteCashierActivity.
           EVALUATE TRUE
               WHEN TT-Refund OR TT-Void
                   COMPUTE WS-Signed-Amount = ZERO - ShopTotal
                   PERFORM AccumulateTakings
               WHEN OTHER
                   MOVE ShopTotal TO WS-Signed-Amount
                   PERFORM AccumulateTakings
           END-EVALUATE.

       AccumulateTakings.
           MOVE "N" TO WS-Cashier-Found.
           PERFORM VARYING WS-Cashier-Idx FROM 1 BY 1
                   UNTIL WS-Cashier-Idx > WS-Cashier-Count
               IF CA-CashierID(WS-Cashier-Idx) = TT-CashierID
                       AND CA-TenderType(WS-Cashier-Idx)
                           = TT-TenderType
                   ADD WS-Signed-Amount TO CA-TillTotal(WS-Cashier-Idx)
                   MOVE "Y" TO WS-Cashier-Found
               END-IF
           END-PERFORM.
               ADD 1 TO WS-Cashier-Count
               MOVE TT-CashierID TO CA-CashierID(WS-Cashier-Count)
               MOVE TT-TenderType TO CA-TenderType(WS-Cashier-Count)
               MOVE WS-Signed-Amount TO CA-TillTotal(WS-Cashier-Count)
           END-IF.
           MOVE TT-TranTime(1:2) TO WS-Hour.
           IF WS-Hour < 24
               ADD WS-Signed-Amount TO WS-Hour-Total(WS-Hour + 1)
           END-IF.
           MOVE "N" TO WS-Tender-Found.
           PERFORM VARYING WS-Tender-Idx FROM 1 BY 1
                       OR Tender-Found
               IF TT2-Tender(WS-Tender-Idx) = TT-TenderType
                   MOVE "Y" TO WS-Tender-Found
                   ADD WS-Signed-Amount TO TT2-Total(WS-Tender-Idx)
               END-IF
           END-PERFORM.
           IF NOT Tender-Found AND WS-Tender-Count < 5
               ADD 1 TO WS-Tender-Count
               MOVE TT-TenderType TO TT2-Tender(WS-Tender-Count)
               MOVE WS-Signed-Amount TO TT2-Total(WS-Tender-Count)
           END-IF.

      * Refunds and voids must name the transaction they reverse and
      * a reason, and carry a supervisor with authority to allow
      * them; anything short of that is counted as unauthorised.
       NoteCashierActivity.
           MOVE "N" TO WS-Act-Found.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Count
                       OR Act-Found
               IF AC-CashierID(WS-Act-Idx) = TT-CashierID
                   MOVE "Y" TO WS-Act-Found
                   MOVE WS-Act-Idx TO WS-Act-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Act-Found AND WS-Act-Count < 200
               ADD 1 TO WS-Act-Count
               MOVE WS-Act-Count TO WS-Act-Found-Idx
               MOVE "Y" TO WS-Act-Found
               MOVE TT-CashierID TO AC-CashierID(WS-Act-Found-Idx)
               MOVE ZERO TO AC-SaleCount(WS-Act-Found-Idx)
               MOVE ZERO TO AC-RefundCount(WS-Act-Found-Idx)
               MOVE ZERO TO AC-RefundValue(WS-Act-Found-Idx)
               MOVE ZERO TO AC-VoidCount(WS-Act-Found-Idx)
               MOVE ZERO TO AC-VoidValue(WS-Act-Found-Idx)
               MOVE ZERO TO AC-UnauthCount(WS-Act-Found-Idx)
           END-IF.
           IF Act-Found
               PERFORM CountCashierActivity
           END-IF.

       CountCashierActivity.
           EVALUATE TRUE
               WHEN TT-Refund
                   ADD 1 TO AC-RefundCount(WS-Act-Found-Idx)
                   ADD ShopTotal TO AC-RefundValue(WS-Act-Found-Idx)
                   PERFORM CheckAuthorisation
               WHEN TT-Void
                   ADD 1 TO AC-VoidCount(WS-Act-Found-Idx)
                   ADD ShopTotal TO AC-VoidValue(WS-Act-Found-Idx)
                   PERFORM CheckAuthorisation
               WHEN OTHER
                   ADD 1 TO AC-SaleCount(WS-Act-Found-Idx)
           END-EVALUATE.

       CheckAuthorisation.
           MOVE "N" TO WS-Supervisor-Ok.
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
                       OR Supervisor-Ok
               IF OT-OperId(WS-Oper-Idx) = TT-SupervisorID
                       AND TT-SupervisorID NOT = SPACES
                       AND OT-Level(WS-Oper-Idx)
                           >= WS-Supervisor-Level
                   MOVE "Y" TO WS-Supervisor-Ok
               END-IF
           END-PERFORM.
           MOVE SPACES TO EXC-Reason.
           EVALUATE TRUE
               WHEN TT-OrigTranNo NOT NUMERIC
                       OR TT-OrigTranNo = ZERO
                   MOVE "NO ORIGINAL TRAN REFERENCE" TO EXC-Reason
               WHEN TT-ReasonCode = SPACES
                   MOVE "NO REFUND/VOID REASON" TO EXC-Reason
               WHEN NOT Supervisor-Ok
                   MOVE "SUPERVISOR NOT AUTHORISED" TO EXC-Reason
           END-EVALUATE.
           IF EXC-Reason NOT = SPACES
               ADD 1 TO AC-UnauthCount(WS-Act-Found-Idx)
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "SHOPRECON" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING TT-CashierID "/" TT-TranNo "/" TT-TranType
                   DELIMITED BY SIZE INTO EXC-Key
               WRITE ExceptionRecord
           END-IF.

       ReconcileAgainstDeclared.
           END-PERFORM.
           CLOSE HourlyProfileFile.

       PrintRefundVoidReport.
           OPEN OUTPUT RefundVoidFile.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Count
               MOVE AC-CashierID(WS-Act-Idx) TO RV-CashierID
               MOVE AC-SaleCount(WS-Act-Idx) TO RV-Sales
               MOVE AC-RefundCount(WS-Act-Idx) TO RV-Refunds
               MOVE AC-RefundValue(WS-Act-Idx) TO RV-RefundValue
               MOVE AC-VoidCount(WS-Act-Idx) TO RV-Voids
               MOVE AC-VoidValue(WS-Act-Idx) TO RV-VoidValue
               MOVE AC-UnauthCount(WS-Act-Idx) TO RV-Unauth
               MOVE WS-RefVoid-Line TO RefundVoidLine
               WRITE RefundVoidLine
           END-PERFORM.
           CLOSE RefundVoidFile.

       AppendActivityHistory.
           OPEN EXTEND ActHistFile.
           IF WS-ActHist-Status = "35"
               OPEN OUTPUT ActHistFile
           END-IF.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Count
               MOVE WS-Run-Date TO AH-RunDate
               MOVE AC-CashierID(WS-Act-Idx) TO AH-CashierID
               MOVE AC-SaleCount(WS-Act-Idx) TO AH-SaleCount
               MOVE AC-RefundCount(WS-Act-Idx) TO AH-RefundCount
               MOVE AC-RefundValue(WS-Act-Idx) TO AH-RefundValue
               MOVE AC-VoidCount(WS-Act-Idx) TO AH-VoidCount
               MOVE AC-VoidValue(WS-Act-Idx) TO AH-VoidValue
               MOVE AC-UnauthCount(WS-Act-Idx) TO AH-UnauthCount
               WRITE TillActHistRec
           END-PERFORM.
           CLOSE ActHistFile.

       END PROGRAM ShopReconciliation.

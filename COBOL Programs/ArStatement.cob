      *          current/30/60/90+ aged split in the ArAgedDebt
      *          convention on the footer - so a disputed invoice can
      *          be shown to the customer instead of argued from the
      *          internal aging report. Each invoice line quotes
      *          its invoice number, and each payment the number of
      *          the invoice its remittance named. Late-payment
      *          interest lists as its own INTEREST line against the
      *          invoice charged, with the month's interest totalled
      *          above the closing balance. An invoice under an
      *          open dispute on DISPUTES.DAT is marked DISPUTED, and
      *          its disputed part is shown on its own footer line
      *          instead of in the aged split.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT StatementFile ASSIGN TO "ARSTATEMENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FD  StatementFile.
       01  StatementLine               PIC X(80).

       FD  DisputeFile.
           COPY DISPUTE.

       SD  WorkFile.
       01  WorkRec.
           02  WCustID                 PIC 9(5).
           02  WTranType               PIC X.
           02  WAmount                 PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  WInvoiceNo              PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-Customer-Table.
               03  CT-Bucket-60        PIC S9(9)V99.
               03  CT-Bucket-90        PIC S9(9)V99.
               03  CT-Payments         PIC S9(9)V99.
               03  CT-Disputed         PIC S9(9)V99.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".

      * Open disputes only, keyed on customer and invoice number.
       01  WS-Dispute-Count            PIC 9(4) VALUE ZERO.
       01  WS-Dispute-Table-Limit      PIC 9(4) VALUE 2000.
       01  DisputeTable.
           02 Dispute-Entry OCCURS 2000 TIMES.
               03 OD-CustID                PIC 9(5).
               03 OD-InvoiceNo             PIC 9(6).
               03 OD-Amount                PIC 9(7)V99.
       01  WS-Dispute-Idx              PIC 9(4).
       01  WS-Dispute-Found-Idx        PIC 9(4).
       01  WS-Dispute-Found            PIC X VALUE "N".
           88  Dispute-Found               VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Held-Amount              PIC S9(9)V99.
       01  WS-Aged-Amount              PIC S9(9)V99.

       01  WS-ArLedger-Status          PIC XX.
       01  WS-Dispute-Status           PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Statement-Month          PIC 9(6).
       01  WS-Remaining-Payment        PIC S9(9)V99.
       01  WS-Applied                  PIC S9(9)V99.
       01  WS-Running-Balance          PIC S9(9)V99.
       01  WS-Month-Interest           PIC S9(9)V99.
       01  WS-Statement-Count          PIC 9(4) VALUE ZERO.

       01  WS-Prev-CustID              PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-TranDesc             PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  SD-InvoiceRef           PIC X(6).
           02  FILLER                  PIC X VALUE SPACES.
           02  SD-Amount               PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  BAL: ".
           02  SD-Balance              PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-DisputeMark          PIC X(8).
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Stmt-Interest-Line.
           02  FILLER                  PIC X(18)
                   VALUE "  INTEREST CHARGED".
           02  SI-Interest             PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-Stmt-Disputed-Line.
           02  FILLER                  PIC X(18)
                   VALUE "  IN DISPUTE      ".
           02  SX-Disputed             PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(51)
                   VALUE "  HELD OUT OF THE AGED SPLIT BELOW".

       01  WS-Stmt-Closing-Line.
           02  FILLER                  PIC X(18)

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           MOVE WS-Run-Date(1:6) TO WS-Statement-Month.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM LoadCustomerMaster.
           PERFORM LoadOpenDisputes.
           SORT WorkFile ON ASCENDING KEY WCustID WTranDate
                INPUT PROCEDURE IS GetLedgerDetails
                OUTPUT PROCEDURE IS PrintStatements.
                   MOVE ZERO TO CT-Bucket-60(WS-Customer-Count)
                   MOVE ZERO TO CT-Bucket-90(WS-Customer-Count)
                   MOVE ZERO TO CT-Payments(WS-Customer-Count)
                   MOVE ZERO TO CT-Disputed(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-IF
           END-PERFORM.

       LoadOpenDisputes.
           OPEN INPUT DisputeFile.
           IF WS-Dispute-Status = "00"
               READ DisputeFile
                   AT END MOVE "Y" TO WS-Dispute-Eof
               END-READ
               PERFORM UNTIL Dispute-Eof
                   IF DP-Open
                           AND WS-Dispute-Count < WS-Dispute-Table-Limit
                       ADD 1 TO WS-Dispute-Count
                       MOVE DP-CustID TO OD-CustID(WS-Dispute-Count)
                       MOVE DP-InvoiceNo
                           TO OD-InvoiceNo(WS-Dispute-Count)
                       MOVE DP-Amount TO OD-Amount(WS-Dispute-Count)
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

      * The caller sets WS-Lookup-CustID and WS-Lookup-InvoiceNo.
       FindOpenDispute.
           MOVE "N" TO WS-Dispute-Found.
           IF WS-Lookup-InvoiceNo > ZERO
               PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                       UNTIL WS-Dispute-Idx > WS-Dispute-Count
                           OR Dispute-Found
                   IF OD-CustID(WS-Dispute-Idx) = WS-Lookup-CustID
                           AND OD-InvoiceNo(WS-Dispute-Idx)
                               = WS-Lookup-InvoiceNo
                       MOVE "Y" TO WS-Dispute-Found
                       MOVE WS-Dispute-Idx TO WS-Dispute-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.

      * One pass over the ledger feeds three things: the statement
      * month's entries go to the sort, everything earlier builds the
      * opening balance, and every entry feeds the aged split so the
       ClassifyOneLedgerEntry.
           PERFORM LookupCustomer.
           IF Customer-Found
               IF AR-Payment OR AR-CreditNote OR AR-FxDifference
                   IF AR-RefDate > ZERO
                       PERFORM ApplyReferencedPayment
                   ELSE
                       ADD AR-Amount TO CT-Payments(WS-Found-Idx)
                   END-IF
               ELSE
                   IF AR-Credit-Entry
                       ADD AR-Amount TO CT-Payments(WS-Found-Idx)
                   ELSE
                       PERFORM BucketInvoiceByAge
                       MOVE AR-TranDate TO WTranDate
                       MOVE AR-TranType TO WTranType
                       MOVE AR-Amount TO WAmount
                       MOVE AR-InvoiceNo TO WInvoiceNo
                       RELEASE WorkRec
                   WHEN WS-Entry-Month < WS-Statement-Month
                       IF AR-Credit-Entry
                           SUBTRACT AR-Amount
                               FROM CT-Opening(WS-Found-Idx)
                       ELSE
                   SUBTRACT AR-Amount FROM CT-Bucket-90(WS-Found-Idx)
           END-EVALUATE.

      * The disputed part of an invoice is held out of the aged
      * split, as ArAgedDebt holds it.
       BucketInvoiceByAge.
           MOVE AR-Amount TO WS-Aged-Amount.
           MOVE "N" TO WS-Dispute-Found.
           IF AR-Invoice
               MOVE AR-CustID TO WS-Lookup-CustID
               MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
               PERFORM FindOpenDispute
           END-IF.
           IF Dispute-Found
               IF OD-Amount(WS-Dispute-Found-Idx) < AR-Amount
                   MOVE OD-Amount(WS-Dispute-Found-Idx)
                       TO WS-Held-Amount
               ELSE
                   MOVE AR-Amount TO WS-Held-Amount
               END-IF
               ADD WS-Held-Amount TO CT-Disputed(WS-Found-Idx)
               SUBTRACT WS-Held-Amount FROM WS-Aged-Amount
           END-IF.
           COMPUTE WS-Tran-Day-Int =
               FUNCTION INTEGER-OF-DATE(AR-TranDate).
           COMPUTE WS-Age-Days = WS-Run-Day-Int - WS-Tran-Day-Int.
           EVALUATE TRUE
               WHEN WS-Age-Days < 30
                   ADD WS-Aged-Amount
                       TO CT-Bucket-Current(WS-Found-Idx)
               WHEN WS-Age-Days < 60
                   ADD WS-Aged-Amount TO CT-Bucket-30(WS-Found-Idx)
               WHEN WS-Age-Days < 90
                   ADD WS-Aged-Amount TO CT-Bucket-60(WS-Found-Idx)
               WHEN OTHER
                   ADD WS-Aged-Amount TO CT-Bucket-90(WS-Found-Idx)
           END-EVALUATE.

       PrintStatements.
               WHEN "W"
                   SUBTRACT WAmount FROM WS-Running-Balance
                   MOVE "WRITEOFF" TO SD-TranDesc
               WHEN "R"
                   SUBTRACT WAmount FROM WS-Running-Balance
                   MOVE "REBATE" TO SD-TranDesc
               WHEN "C"
                   SUBTRACT WAmount FROM WS-Running-Balance
                   MOVE "CREDIT" TO SD-TranDesc
               WHEN "X"
                   SUBTRACT WAmount FROM WS-Running-Balance
                   MOVE "FX DIFF" TO SD-TranDesc
               WHEN "L"
                   ADD WAmount TO WS-Running-Balance
                   MOVE "INTEREST" TO SD-TranDesc
                   ADD WAmount TO WS-Month-Interest
               WHEN OTHER
                   ADD WAmount TO WS-Running-Balance
                   MOVE "INVOICE" TO SD-TranDesc
           END-EVALUATE.
           MOVE WTranDate TO SD-TranDate.
           IF WInvoiceNo IS NUMERIC AND WInvoiceNo > ZERO
               MOVE WInvoiceNo TO SD-InvoiceRef
           ELSE
               MOVE SPACES TO SD-InvoiceRef
           END-IF.
           MOVE SPACES TO SD-DisputeMark.
           IF WTranType = "I"
               MOVE WCustID TO WS-Lookup-CustID
               MOVE WInvoiceNo TO WS-Lookup-InvoiceNo
               PERFORM FindOpenDispute
               IF Dispute-Found
                   MOVE "DISPUTED" TO SD-DisputeMark
               END-IF
           END-IF.
           MOVE WAmount TO SD-Amount.
           MOVE WS-Running-Balance TO SD-Balance.
           MOVE WS-Stmt-Detail-Line TO StatementLine.
           MOVE WS-Stmt-Opening-Line TO StatementLine.
           WRITE StatementLine.
           ADD 1 TO WS-Statement-Count.
           MOVE ZERO TO WS-Month-Interest.

       WriteStatementFooter.
           IF WS-Month-Interest NOT = ZERO
               MOVE WS-Month-Interest TO SI-Interest
               MOVE WS-Stmt-Interest-Line TO StatementLine
               WRITE StatementLine
           END-IF.
           MOVE WS-Running-Balance TO SC-Closing.
           MOVE WS-Stmt-Closing-Line TO StatementLine.
           WRITE StatementLine.
           MOVE WS-Stmt-Idx TO WS-Cust-Idx.
           PERFORM ApplyPaymentsOldestFirst.
           IF CT-Disputed(WS-Stmt-Idx) NOT = ZERO
               MOVE CT-Disputed(WS-Stmt-Idx) TO SX-Disputed
               MOVE WS-Stmt-Disputed-Line TO StatementLine
               WRITE StatementLine
           END-IF.
           MOVE CT-Bucket-Current(WS-Stmt-Idx) TO SA-Current.
           MOVE CT-Bucket-30(WS-Stmt-Idx) TO SA-30.
           MOVE CT-Bucket-60(WS-Stmt-Idx) TO SA-60.

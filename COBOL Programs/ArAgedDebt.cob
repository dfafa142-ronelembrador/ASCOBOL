      *          payments are applied against the oldest debt first,
      *          and one balance line is written per customer with the
      *          split, so credit chasing works from a report instead
      *          of a paper folder. The part of an invoice under an
      *          open dispute on DISPUTES.DAT is held out of the age
      *          buckets in its own disputed column, and every open
      *          dispute is listed after the customer lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AgedDebtFile ASSIGN TO "AGEDDEBT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY AROMACUST.

       FD  AgedDebtFile.
       01  AgedDebtLine                PIC X(130).

       FD  DisputeFile.
           COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01  WS-Customer-Table.
               03  CT-Bucket-60        PIC S9(9)V99.
               03  CT-Bucket-90        PIC S9(9)V99.
               03  CT-Payments         PIC S9(9)V99.
               03  CT-Disputed         PIC S9(9)V99.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".

      * Open disputes only; released and credited ones age as the
      * ledger stands.
       01  WS-Dispute-Count            PIC 9(4) VALUE ZERO.
       01  WS-Dispute-Table-Limit      PIC 9(4) VALUE 2000.
       01  DisputeTable.
           02 Dispute-Entry OCCURS 2000 TIMES.
               03 OD-CustID                PIC 9(5).
               03 OD-InvoiceNo             PIC 9(6).
               03 OD-InvDate               PIC 9(8).
               03 OD-Amount                PIC 9(7)V99.
               03 OD-Reason                PIC X(30).
               03 OD-RaisedDate            PIC 9(8).
               03 OD-Owner                 PIC X(8).
       01  WS-Dispute-Idx              PIC 9(4).
       01  WS-Dispute-Found-Idx        PIC 9(4).
       01  WS-Dispute-Found            PIC X VALUE "N".
           88  Dispute-Found               VALUE "Y".
       01  WS-Held-Amount              PIC S9(9)V99.
       01  WS-Aged-Amount              PIC S9(9)V99.
       01  WS-Days-Open                PIC S9(5).

       01  WS-ArLedger-Status          PIC XX.
       01  WS-Dispute-Status           PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
           02  AH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  AH-Day                  PIC 99.
           02  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-Aged-Line.
           02  AG-CustID               PIC 9(5).
           02  AG-60                   PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  90+:".
           02  AG-90                   PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  DISP:".
           02  AG-Disputed             PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-Dispute-Header-Line.
           02  FILLER                  PIC X(13)
                   VALUE "OPEN DISPUTES".
           02  FILLER                  PIC X(117) VALUE SPACES.

       01  WS-Dispute-Line.
           02  DL-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-CustName             PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  INV ".
           02  DL-InvoiceNo            PIC 9(6).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-InvDate              PIC 9(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Amount               PIC ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  RAISED ".
           02  DL-RaisedDate           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-DaysOpen             PIC ZZZ9.
           02  FILLER                  PIC X(7) VALUE " DAYS  ".
           02  DL-Owner                PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-Reason               PIC X(30).
           02  FILLER                  PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM LoadCustomerMaster.
           PERFORM LoadOpenDisputes.
           PERFORM AccumulateLedger.
           PERFORM PrintAgedDebtReport.
           STOP RUN.
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
                       MOVE DP-InvDate TO OD-InvDate(WS-Dispute-Count)
                       MOVE DP-Amount TO OD-Amount(WS-Dispute-Count)
                       MOVE DP-Reason TO OD-Reason(WS-Dispute-Count)
                       MOVE DP-RaisedDate
                           TO OD-RaisedDate(WS-Dispute-Count)
                       MOVE DP-Owner TO OD-Owner(WS-Dispute-Count)
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

      * The caller has an invoice entry in the ledger record.
       FindOpenDispute.
           MOVE "N" TO WS-Dispute-Found.
           IF AR-Invoice AND AR-InvoiceNo > ZERO
               PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                       UNTIL WS-Dispute-Idx > WS-Dispute-Count
                           OR Dispute-Found
                   IF OD-CustID(WS-Dispute-Idx) = AR-CustID
                           AND OD-InvoiceNo(WS-Dispute-Idx)
                               = AR-InvoiceNo
                       MOVE "Y" TO WS-Dispute-Found
                       MOVE WS-Dispute-Idx TO WS-Dispute-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.

       AccumulateLedger.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
       AccumulateOneEntry.
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
                   SUBTRACT AR-Amount FROM CT-Bucket-90(WS-Found-Idx)
           END-EVALUATE.

      * The disputed part of an invoice goes to the disputed column
      * and only the rest is aged.
       BucketInvoiceByAge.
           MOVE AR-Amount TO WS-Aged-Amount.
           PERFORM FindOpenDispute.
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

       PrintAgedDebtReport.
                   + CT-Bucket-30(WS-Cust-Idx)
                   + CT-Bucket-60(WS-Cust-Idx)
                   + CT-Bucket-90(WS-Cust-Idx)
                   + CT-Disputed(WS-Cust-Idx)
               IF WS-Balance NOT = ZERO
                   MOVE CT-CustID(WS-Cust-Idx) TO AG-CustID
                   MOVE CT-CustName(WS-Cust-Idx) TO AG-CustName
                   MOVE CT-Bucket-30(WS-Cust-Idx) TO AG-30
                   MOVE CT-Bucket-60(WS-Cust-Idx) TO AG-60
                   MOVE CT-Bucket-90(WS-Cust-Idx) TO AG-90
                   MOVE CT-Disputed(WS-Cust-Idx) TO AG-Disputed
                   MOVE WS-Aged-Line TO AgedDebtLine
                   WRITE AgedDebtLine
               END-IF
           END-PERFORM.
           IF WS-Dispute-Count > ZERO
               PERFORM PrintOpenDisputes
           END-IF.
           CLOSE AgedDebtFile.

       PrintOpenDisputes.
           MOVE WS-Dispute-Header-Line TO AgedDebtLine.
           WRITE AgedDebtLine.
           PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                   UNTIL WS-Dispute-Idx > WS-Dispute-Count
               MOVE OD-CustID(WS-Dispute-Idx) TO AR-CustID
               PERFORM LookupCustomer
               MOVE OD-CustID(WS-Dispute-Idx) TO DL-CustID
               IF Customer-Found
                   MOVE CT-CustName(WS-Found-Idx) TO DL-CustName
               ELSE
                   MOVE SPACES TO DL-CustName
               END-IF
               MOVE OD-InvoiceNo(WS-Dispute-Idx) TO DL-InvoiceNo
               MOVE OD-InvDate(WS-Dispute-Idx) TO DL-InvDate
               MOVE OD-Amount(WS-Dispute-Idx) TO DL-Amount
               MOVE OD-RaisedDate(WS-Dispute-Idx) TO DL-RaisedDate
               COMPUTE WS-Days-Open = WS-Run-Day-Int
                   - FUNCTION INTEGER-OF-DATE
                       (OD-RaisedDate(WS-Dispute-Idx))
               MOVE WS-Days-Open TO DL-DaysOpen
               MOVE OD-Owner(WS-Dispute-Idx) TO DL-Owner
               MOVE OD-Reason(WS-Dispute-Idx) TO DL-Reason
               MOVE WS-Dispute-Line TO AgedDebtLine
               WRITE AgedDebtLine
           END-PERFORM.

       ApplyPaymentsOldestFirst.
           MOVE CT-Payments(WS-Cust-Idx) TO WS-Remaining-Payment.
           IF WS-Remaining-Payment > ZERO

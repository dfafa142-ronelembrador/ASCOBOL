      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the invoice dispute register DISPUTES.DAT
      *          from the transaction file DISPUTEMAINT.DAT, in the
      *          CustomerMaint style. A raise (R) opens a dispute on a
      *          customer's invoice - checked against the invoice
      *          entries on ARLEDGER.DAT - with the disputed amount,
      *          reason, date raised and owner; while open the amount
      *          is held out of aging, interest and the credit-limit
      *          check. A release (L) closes the dispute and puts the
      *          item back as it stands. A credit (C) closes it by
      *          raising a credit note: a C entry on the ledger
      *          against the disputed invoice, numbered from the
      *          CREDITNUM.DAT control and printed on CREDITNOTE.DAT,
      *          with the output VAT on the credited part reversed on
      *          VATTRANS.DAT at the rate the invoice was charged at.
      *          Every change is logged with operator and date on
      *          DISPUTEAUD.DAT; rejected transactions go to the
      *          exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.
           SELECT TransactionFile ASSIGN TO "DISPUTEMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CreditNumFile ASSIGN TO "CREDITNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CreditNum-Status.
           SELECT CreditNoteFile ASSIGN TO "CREDITNOTE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT AuditFile ASSIGN TO "DISPUTEAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile.
           COPY DISPUTE.

       FD  TransactionFile.
       01  DisputeTranRec.
           02  DT-Action               PIC X.
               88  DT-Raise                VALUE "R".
               88  DT-Release              VALUE "L".
               88  DT-Credit               VALUE "C".
           02  DT-CustID               PIC 9(5).
           02  DT-InvoiceNo            PIC 9(6).
      * Disputed amount on a raise, credit amount on a credit; zero
      * takes the whole invoice or the whole disputed amount.
           02  DT-Amount               PIC 9(7)V99.
      * Reason on a raise, resolution note on a release or credit.
           02  DT-Text                 PIC X(30).
           02  DT-Owner                PIC X(8).
           02  DT-Operator             PIC X(8).

       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  CustomerMaster.
           COPY AROMACUST.

      * Last credit note number issued, shared with RebateSettle.
       FD  CreditNumFile.
       01  CreditNumLine               PIC 9(6).

       FD  CreditNoteFile.
       01  CreditNoteLine              PIC X(80).

       FD  VatTransFile.
           COPY VATTRANS.

       FD  AuditFile.
       01  AuditLine                   PIC X(90).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Dispute-Status           PIC XX.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-CreditNum-Status         PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-VatTrans-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Backup-Name              PIC X(30)
               VALUE "DISPUTES.DAT".
       01  WS-Last-Credit-Number       PIC 9(6) VALUE ZERO.
       01  WS-Credit-Amount            PIC 9(7)V99.

       01  WS-Eof-Switches.
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Ledger-Eof           PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-Vat-Eof              PIC X VALUE "N".
               88  Vat-Eof                 VALUE "Y".

       01  WS-Dispute-Count            PIC 9(4) VALUE ZERO.
       01  WS-Dispute-Table-Limit      PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".
       01  DisputeTable.
           02 Dispute-Entry OCCURS 2000 TIMES.
               03 DS-CustID                PIC 9(5).
               03 DS-InvoiceNo             PIC 9(6).
               03 DS-InvDate               PIC 9(8).
               03 DS-Amount                PIC 9(7)V99.
               03 DS-Reason                PIC X(30).
               03 DS-RaisedDate            PIC 9(8).
               03 DS-Owner                 PIC X(8).
               03 DS-Status                PIC X.
               03 DS-ResolvedDate          PIC 9(8).
               03 DS-Resolution            PIC X(30).
               03 DS-CreditNo              PIC 9(6).
               03 DS-CreditAmount          PIC 9(7)V99.
       01  WS-Dispute-Idx              PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".

      * Invoice entries on the ledger a dispute may be raised on.
       01  WS-Invoice-Count            PIC 9(5) VALUE ZERO.
       01  WS-Invoice-Table-Limit      PIC 9(5) VALUE 10000.
       01  WS-Invoice-Table-Full       PIC X VALUE "N".
           88  Invoice-Table-Full          VALUE "Y".
       01  InvoiceTable.
           02 Invoice-Entry OCCURS 10000 TIMES.
               03 IV-CustID                PIC 9(5).
               03 IV-InvoiceNo             PIC 9(6).
               03 IV-InvDate               PIC 9(8).
               03 IV-Amount                PIC S9(7)V99.
       01  WS-Invoice-Idx              PIC 9(5).
       01  WS-Invoice-Found-Idx        PIC 9(5).
       01  WS-Invoice-Found            PIC X VALUE "N".
           88  Invoice-Found               VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-Name              PIC X(20).

       01  WS-Reject-Reason            PIC X(30).
       01  WS-Applied-Count            PIC 9(4) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(4) VALUE ZERO.
       01  WS-Credit-Count             PIC 9(4) VALUE ZERO.

       01  WS-Audit-Line.
           02  AL-ChangeDate           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Action               PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-CustID               PIC 9(5).
           02  FILLER                  PIC X(5) VALUE " INV ".
           02  AL-InvoiceNo            PIC 9(6).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Amount               PIC ZZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Text                 PIC X(30).
           02  FILLER                  PIC X(5) VALUE " OP: ".
           02  AL-Operator             PIC X(8).
           02  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-Cn-Header-Line.
           02  FILLER                  PIC X(12)
                   VALUE "CREDIT NOTE ".
           02  CNH-CreditNo            PIC 9(6).
           02  FILLER                  PIC X(8) VALUE "  DATE  ".
           02  CNH-Date                PIC 9(8).
           02  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-Cn-Customer-Line.
           02  FILLER                  PIC X(11)
                   VALUE "  CUSTOMER ".
           02  CNC-CustID              PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  CNC-CustName            PIC X(20).
           02  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-Cn-Invoice-Line.
           02  FILLER                  PIC X(18)
                   VALUE "  AGAINST INVOICE ".
           02  CNI-InvoiceNo           PIC 9(6).
           02  FILLER                  PIC X(4) VALUE " OF ".
           02  CNI-InvDate             PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CNI-Text                PIC X(30).
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Cn-Amount-Line.
           02  FILLER                  PIC X(16)
                   VALUE "  CREDIT AMOUNT ".
           02  CNA-Amount              PIC ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(53) VALUE SPACES.

      * Closed-period guard on credit note posting.
       01  WS-Period-Subsystem         PIC X(8) VALUE "AR".
       01  WS-Period-Result            PIC X.

      * Output VAT reversed by a credit note. The invoice's rate is
      * taken from its output entries on VATTRANS.DAT; the credit is
      * gross, so the net reversed is the credit less its VAT. A
      * VATTRANS.DAT entry holds at most WS-Vat-Line-Max net, as in
      * ApLedgerPost. A credit falling in a closed VAT month goes to
      * the month after.
       01  WS-Vat-Subsystem            PIC X(8) VALUE "VAT".
       01  WS-Vat-Standard-Rate        PIC 9V99 VALUE 0.23.
       01  WS-Vat-Line-Max             PIC 9(5)V99 VALUE 99999.99.
       01  WS-Vat-Remaining            PIC S9(7)V99.
       01  WS-Vat-Line-Net             PIC 9(5)V99.
       01  WS-Vat-Net                  PIC 9(7)V99.
       01  WS-Vat-Line-Rate            PIC 9V99.
       01  WS-Vat-Line-Code            PIC X.
       01  WS-Vat-Period               PIC 9(6).
       01  WS-Vat-Period-Parts REDEFINES WS-Vat-Period.
           02  WS-Vat-Period-Year      PIC 9(4).
           02  WS-Vat-Period-Mth       PIC 99.
       01  WS-Vat-Inv-Ref              PIC X(10).
       01  WS-Vat-Credit-Ref           PIC X(10).
       01  WS-Vat-Found                PIC X VALUE "N".
           88  Vat-Found                   VALUE "Y".

      * Run lock on the register, taken through FileLock before the
      * table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "DISPUTES.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "DisputeMaint".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

      * Operator sign-on checked against the authorization
      * master before any transaction is applied.
       01  WS-Auth-Program             PIC X(20)
               VALUE "DisputeMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "DISPUTEMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "DISPUTEMAINT: DISPUTES.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadDisputeTable.
           IF Table-Full
               DISPLAY "DISPUTEMAINT: DISPUTE TABLE FULL - "
                   "REGISTER NOT REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LoadInvoices
               PERFORM LoadCustomerMaster
               PERFORM OpenExceptionsFile
               PERFORM ReadLastCreditNumber
               OPEN EXTEND AuditFile
               IF WS-Audit-Status = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               OPEN EXTEND ArLedgerFile
               IF WS-ArLedger-Status = "35"
                   OPEN OUTPUT ArLedgerFile
               END-IF
               OPEN OUTPUT CreditNoteFile
               PERFORM ApplyTransactions
               CLOSE CreditNoteFile
               CLOSE ArLedgerFile
               CLOSE AuditFile
               CLOSE ExceptionsFile
               IF WS-Credit-Count > ZERO
                   PERFORM WriteLastCreditNumber
               END-IF
               PERFORM RewriteDisputeFile
               DISPLAY "DISPUTEMAINT: " WS-Applied-Count
                   " APPLIED, " WS-Rejected-Count " REJECTED, "
                   WS-Credit-Count " CREDIT NOTES RAISED"
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadDisputeTable.
           OPEN INPUT DisputeFile.
           IF WS-Dispute-Status = "00"
               READ DisputeFile
                   AT END MOVE "Y" TO WS-Dispute-Eof
               END-READ
               PERFORM UNTIL Dispute-Eof
                   IF WS-Dispute-Count >= WS-Dispute-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Dispute-Count
                       PERFORM LoadOneDispute
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

       LoadOneDispute.
           MOVE DP-CustID TO DS-CustID(WS-Dispute-Count).
           MOVE DP-InvoiceNo TO DS-InvoiceNo(WS-Dispute-Count).
           MOVE DP-InvDate TO DS-InvDate(WS-Dispute-Count).
           MOVE DP-Amount TO DS-Amount(WS-Dispute-Count).
           MOVE DP-Reason TO DS-Reason(WS-Dispute-Count).
           MOVE DP-RaisedDate TO DS-RaisedDate(WS-Dispute-Count).
           MOVE DP-Owner TO DS-Owner(WS-Dispute-Count).
           MOVE DP-Status TO DS-Status(WS-Dispute-Count).
           MOVE DP-ResolvedDate TO DS-ResolvedDate(WS-Dispute-Count).
           MOVE DP-Resolution TO DS-Resolution(WS-Dispute-Count).
           MOVE DP-CreditNo TO DS-CreditNo(WS-Dispute-Count).
           MOVE DP-CreditAmount TO DS-CreditAmount(WS-Dispute-Count).

       LoadInvoices.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-Ledger-Eof
               END-READ
               PERFORM UNTIL Ledger-Eof
                   IF AR-Invoice AND AR-InvoiceNo > ZERO
                       PERFORM NoteOneInvoice
                   END-IF
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-Ledger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

       NoteOneInvoice.
           IF WS-Invoice-Count >= WS-Invoice-Table-Limit
               IF NOT Invoice-Table-Full
                   MOVE "Y" TO WS-Invoice-Table-Full
                   DISPLAY "DISPUTEMAINT: INVOICE TABLE FULL - "
                       "INVOICES BEYOND " WS-Invoice-Table-Limit
                       " CANNOT BE DISPUTED"
               END-IF
           ELSE
               ADD 1 TO WS-Invoice-Count
               MOVE AR-CustID TO IV-CustID(WS-Invoice-Count)
               MOVE AR-InvoiceNo TO IV-InvoiceNo(WS-Invoice-Count)
               MOVE AR-TranDate TO IV-InvDate(WS-Invoice-Count)
               MOVE AR-Amount TO IV-Amount(WS-Invoice-Count)
           END-IF.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           READ CustomerMaster
               AT END MOVE "Y" TO WS-CustomerMaster-Eof
           END-READ.
           PERFORM UNTIL CustomerMaster-Eof
               IF WS-Customer-Count < WS-Customer-Table-Limit
                   ADD 1 TO WS-Customer-Count
                   MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE CM-CustName
                       TO CT-CustName(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           MOVE SPACES TO WS-Lookup-Name.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = DT-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE CT-CustName(WS-Cust-Idx) TO WS-Lookup-Name
               END-IF
           END-PERFORM.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           READ TransactionFile
               AT END MOVE "Y" TO WS-Tran-Eof
           END-READ.
           PERFORM UNTIL Tran-Eof
               PERFORM ApplyOneTransaction
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
           END-PERFORM.
           CLOSE TransactionFile.

      * Finds the open dispute, if any, on the transaction's
      * customer and invoice.
       FindOpenDispute.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                   UNTIL WS-Dispute-Idx > WS-Dispute-Count
                       OR Entry-Found
               IF DS-CustID(WS-Dispute-Idx) = DT-CustID
                       AND DS-InvoiceNo(WS-Dispute-Idx) = DT-InvoiceNo
                       AND DS-Status(WS-Dispute-Idx) = "O"
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Dispute-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       FindInvoice.
           MOVE "N" TO WS-Invoice-Found.
           PERFORM VARYING WS-Invoice-Idx FROM 1 BY 1
                   UNTIL WS-Invoice-Idx > WS-Invoice-Count
                       OR Invoice-Found
               IF IV-CustID(WS-Invoice-Idx) = DT-CustID
                       AND IV-InvoiceNo(WS-Invoice-Idx) = DT-InvoiceNo
                   MOVE "Y" TO WS-Invoice-Found
                   MOVE WS-Invoice-Idx TO WS-Invoice-Found-Idx
               END-IF
           END-PERFORM.

       ApplyOneTransaction.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM FindOpenDispute.
           EVALUATE TRUE
               WHEN DT-Raise
                   PERFORM RaiseDispute
               WHEN DT-Release
                   PERFORM ReleaseDispute
               WHEN DT-Credit
                   PERFORM CreditDispute
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason = SPACES
               ADD 1 TO WS-Applied-Count
               PERFORM WriteAuditLine
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "DISPUTEMAINT" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING DT-CustID "/" DT-InvoiceNo
                   DELIMITED BY SIZE INTO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       RaiseDispute.
           PERFORM FindInvoice.
           EVALUATE TRUE
               WHEN Entry-Found
                   MOVE "DISPUTE ALREADY OPEN" TO WS-Reject-Reason
               WHEN NOT Invoice-Found
                   MOVE "INVOICE NOT ON LEDGER" TO WS-Reject-Reason
               WHEN DT-Amount > IV-Amount(WS-Invoice-Found-Idx)
                   MOVE "AMOUNT OVER INVOICE VALUE" TO WS-Reject-Reason
               WHEN WS-Dispute-Count >= WS-Dispute-Table-Limit
                   MOVE "DISPUTE TABLE FULL" TO WS-Reject-Reason
               WHEN OTHER
                   ADD 1 TO WS-Dispute-Count
                   MOVE WS-Dispute-Count TO WS-Found-Idx
                   MOVE DT-CustID TO DS-CustID(WS-Found-Idx)
                   MOVE DT-InvoiceNo TO DS-InvoiceNo(WS-Found-Idx)
                   MOVE IV-InvDate(WS-Invoice-Found-Idx)
                       TO DS-InvDate(WS-Found-Idx)
                   IF DT-Amount = ZERO
                       MOVE IV-Amount(WS-Invoice-Found-Idx)
                           TO DS-Amount(WS-Found-Idx)
                   ELSE
                       MOVE DT-Amount TO DS-Amount(WS-Found-Idx)
                   END-IF
                   MOVE DT-Text TO DS-Reason(WS-Found-Idx)
                   MOVE WS-Run-Date-Num TO DS-RaisedDate(WS-Found-Idx)
                   IF DT-Owner = SPACES
                       MOVE DT-Operator TO DS-Owner(WS-Found-Idx)
                   ELSE
                       MOVE DT-Owner TO DS-Owner(WS-Found-Idx)
                   END-IF
                   MOVE "O" TO DS-Status(WS-Found-Idx)
                   MOVE ZERO TO DS-ResolvedDate(WS-Found-Idx)
                   MOVE SPACES TO DS-Resolution(WS-Found-Idx)
                   MOVE ZERO TO DS-CreditNo(WS-Found-Idx)
                   MOVE ZERO TO DS-CreditAmount(WS-Found-Idx)
                   MOVE DS-Amount(WS-Found-Idx) TO AL-Amount
           END-EVALUATE.

       ReleaseDispute.
           IF NOT Entry-Found
               MOVE "NO OPEN DISPUTE" TO WS-Reject-Reason
           ELSE
               MOVE "R" TO DS-Status(WS-Found-Idx)
               MOVE WS-Run-Date-Num TO DS-ResolvedDate(WS-Found-Idx)
               MOVE DT-Text TO DS-Resolution(WS-Found-Idx)
               MOVE DS-Amount(WS-Found-Idx) TO AL-Amount
           END-IF.

       CreditDispute.
           IF NOT Entry-Found
               MOVE "NO OPEN DISPUTE" TO WS-Reject-Reason
           ELSE
               IF DT-Amount = ZERO
                   MOVE DS-Amount(WS-Found-Idx) TO WS-Credit-Amount
               ELSE
                   MOVE DT-Amount TO WS-Credit-Amount
               END-IF
               IF WS-Credit-Amount > DS-Amount(WS-Found-Idx)
                   MOVE "CREDIT OVER DISPUTED AMOUNT"
                       TO WS-Reject-Reason
               ELSE
                   CALL "PeriodCheck" USING WS-Period-Subsystem
                       WS-Run-Date-Num WS-Period-Result
                   IF WS-Period-Result = "C"
                       MOVE "AR PERIOD CLOSED" TO WS-Reject-Reason
                   ELSE
                       PERFORM PostCreditNote
                   END-IF
               END-IF
           END-IF.

       PostCreditNote.
           ADD 1 TO WS-Last-Credit-Number.
           ADD 1 TO WS-Credit-Count.
           MOVE DT-CustID TO AR-CustID.
           MOVE WS-Run-Date-Num TO AR-TranDate.
           MOVE "C" TO AR-TranType.
           MOVE WS-Credit-Amount TO AR-Amount.
           MOVE DS-InvDate(WS-Found-Idx) TO AR-RefDate.
           MOVE DS-InvoiceNo(WS-Found-Idx) TO AR-InvoiceNo.
           MOVE SPACES TO AR-CurrencyCode.
           MOVE ZERO TO AR-CurrAmount.
           MOVE ZERO TO AR-ExchRate.
           WRITE ArLedgerRec.
           MOVE "C" TO DS-Status(WS-Found-Idx).
           MOVE WS-Run-Date-Num TO DS-ResolvedDate(WS-Found-Idx).
           MOVE DT-Text TO DS-Resolution(WS-Found-Idx).
           MOVE WS-Last-Credit-Number TO DS-CreditNo(WS-Found-Idx).
           MOVE WS-Credit-Amount TO DS-CreditAmount(WS-Found-Idx).
           MOVE WS-Credit-Amount TO AL-Amount.
           PERFORM PrintCreditNote.
           PERFORM ReverseOutputVat.

       ReverseOutputVat.
           PERFORM FindInvoiceVatRate.
           COMPUTE WS-Vat-Net ROUNDED =
               WS-Credit-Amount / (1 + WS-Vat-Line-Rate).
           PERFORM SetVatPeriod.
           MOVE SPACES TO WS-Vat-Credit-Ref.
           STRING "CN" WS-Last-Credit-Number
               DELIMITED BY SIZE INTO WS-Vat-Credit-Ref.
           OPEN EXTEND VatTransFile.
           IF WS-VatTrans-Status = "35"
               OPEN OUTPUT VatTransFile
           END-IF.
           MOVE WS-Vat-Net TO WS-Vat-Remaining.
           PERFORM UNTIL WS-Vat-Remaining = ZERO
               IF WS-Vat-Remaining > WS-Vat-Line-Max
                   MOVE WS-Vat-Line-Max TO WS-Vat-Line-Net
               ELSE
                   MOVE WS-Vat-Remaining TO WS-Vat-Line-Net
               END-IF
               SUBTRACT WS-Vat-Line-Net FROM WS-Vat-Remaining
               MOVE WS-Vat-Line-Rate TO VatRate
               COMPUTE Sales = ZERO - WS-Vat-Line-Net
               MOVE "O" TO VatDirection
               MOVE WS-Vat-Period TO VatPeriod
               MOVE WS-Vat-Line-Code TO VatRateCode
               MOVE WS-Run-Date-Num TO VatTranDate
               MOVE DT-CustID TO VatParty
               MOVE WS-Vat-Credit-Ref TO VatReference
               WRITE VatTransRec
           END-PERFORM.
           CLOSE VatTransFile.

      * AromaSales writes each invoice's output entries under the
      * customer and the invoice number; an invoice with none on
      * file is taken at the standard rate.
       FindInvoiceVatRate.
           MOVE WS-Vat-Standard-Rate TO WS-Vat-Line-Rate.
           MOVE "S" TO WS-Vat-Line-Code.
           MOVE SPACES TO WS-Vat-Inv-Ref.
           MOVE DS-InvoiceNo(WS-Found-Idx) TO WS-Vat-Inv-Ref(1:6).
           MOVE "N" TO WS-Vat-Found.
           MOVE "N" TO WS-Vat-Eof.
           OPEN INPUT VatTransFile.
           IF WS-VatTrans-Status = "00"
               READ VatTransFile
                   AT END MOVE "Y" TO WS-Vat-Eof
               END-READ
               PERFORM UNTIL Vat-Eof OR Vat-Found
                   IF Vat-Output
                           AND VatParty = DT-CustID
                           AND VatReference = WS-Vat-Inv-Ref
                       MOVE "Y" TO WS-Vat-Found
                       MOVE VatRate TO WS-Vat-Line-Rate
                       IF VatRateCode = SPACE
                           IF VatRate = ZERO
                               MOVE "Z" TO WS-Vat-Line-Code
                           ELSE
                               MOVE "S" TO WS-Vat-Line-Code
                           END-IF
                       ELSE
                           MOVE VatRateCode TO WS-Vat-Line-Code
                       END-IF
                   ELSE
                       READ VatTransFile
                           AT END MOVE "Y" TO WS-Vat-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE VatTransFile
           END-IF.

       SetVatPeriod.
           MOVE WS-Run-Date(1:6) TO WS-Vat-Period.
           CALL "PeriodCheck" USING WS-Vat-Subsystem
               WS-Run-Date-Num WS-Period-Result.
           IF WS-Period-Result = "C"
               IF WS-Vat-Period-Mth = 12
                   ADD 1 TO WS-Vat-Period-Year
                   MOVE 1 TO WS-Vat-Period-Mth
               ELSE
                   ADD 1 TO WS-Vat-Period-Mth
               END-IF
           END-IF.

       PrintCreditNote.
           MOVE WS-Last-Credit-Number TO CNH-CreditNo.
           MOVE WS-Run-Date-Num TO CNH-Date.
           MOVE WS-Cn-Header-Line TO CreditNoteLine.
           WRITE CreditNoteLine.
           PERFORM LookupCustomer.
           MOVE DT-CustID TO CNC-CustID.
           MOVE WS-Lookup-Name TO CNC-CustName.
           MOVE WS-Cn-Customer-Line TO CreditNoteLine.
           WRITE CreditNoteLine.
           MOVE DS-InvoiceNo(WS-Found-Idx) TO CNI-InvoiceNo.
           MOVE DS-InvDate(WS-Found-Idx) TO CNI-InvDate.
           MOVE DS-Reason(WS-Found-Idx) TO CNI-Text.
           MOVE WS-Cn-Invoice-Line TO CreditNoteLine.
           WRITE CreditNoteLine.
           MOVE WS-Credit-Amount TO CNA-Amount.
           MOVE WS-Cn-Amount-Line TO CreditNoteLine.
           WRITE CreditNoteLine.

       WriteAuditLine.
           MOVE WS-Run-Date-Num TO AL-ChangeDate.
           MOVE DT-Action TO AL-Action.
           MOVE DT-CustID TO AL-CustID.
           MOVE DT-InvoiceNo TO AL-InvoiceNo.
           MOVE DT-Text TO AL-Text.
           MOVE DT-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.

       ReadLastCreditNumber.
           OPEN INPUT CreditNumFile.
           IF WS-CreditNum-Status = "00"
               READ CreditNumFile
                   AT END MOVE ZERO TO CreditNumLine
               END-READ
               MOVE CreditNumLine TO WS-Last-Credit-Number
               CLOSE CreditNumFile
           END-IF.

       WriteLastCreditNumber.
           OPEN OUTPUT CreditNumFile.
           MOVE WS-Last-Credit-Number TO CreditNumLine.
           WRITE CreditNumLine.
           CLOSE CreditNumFile.

       RewriteDisputeFile.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT DisputeFile.
           PERFORM VARYING WS-Dispute-Idx FROM 1 BY 1
                   UNTIL WS-Dispute-Idx > WS-Dispute-Count
               MOVE DS-CustID(WS-Dispute-Idx) TO DP-CustID
               MOVE DS-InvoiceNo(WS-Dispute-Idx) TO DP-InvoiceNo
               MOVE DS-InvDate(WS-Dispute-Idx) TO DP-InvDate
               MOVE DS-Amount(WS-Dispute-Idx) TO DP-Amount
               MOVE DS-Reason(WS-Dispute-Idx) TO DP-Reason
               MOVE DS-RaisedDate(WS-Dispute-Idx) TO DP-RaisedDate
               MOVE DS-Owner(WS-Dispute-Idx) TO DP-Owner
               MOVE DS-Status(WS-Dispute-Idx) TO DP-Status
               MOVE DS-ResolvedDate(WS-Dispute-Idx)
                   TO DP-ResolvedDate
               MOVE DS-Resolution(WS-Dispute-Idx) TO DP-Resolution
               MOVE DS-CreditNo(WS-Dispute-Idx) TO DP-CreditNo
               MOVE DS-CreditAmount(WS-Dispute-Idx)
                   TO DP-CreditAmount
               WRITE DisputeRec
           END-PERFORM.
           CLOSE DisputeFile.

       END PROGRAM DisputeMaint.

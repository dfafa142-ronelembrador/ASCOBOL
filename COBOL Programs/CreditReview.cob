      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly credit-limit review. The accounts-
      *          receivable ledger ARLEDGER.DAT is replayed in the
      *          CashReceipts open-item manner so each payment is
      *          matched to the invoices it settled; for every
      *          invoice paid off within the review window the days
      *          from invoice to settling payment are taken, giving
      *          each customer an average and a worst days-to-pay
      *          (an invoice still open counts at its age so far).
      *          With the count of the customer's orders held on
      *          AROMAHELD.DAT at the last AromaSales run and the
      *          current exposure, each customer is put in a score
      *          band and a limit recommended - raise, keep or cut -
      *          on CREDITREVIEW.DAT. Every raise or cut is also
      *          written as a CustomerMaint change transaction on
      *          CREDITREVTRN.DAT; once approved the file is fed to
      *          CustomerMaint as CUSTMAINT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HeldOrderFile ASSIGN TO "AROMAHELD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HeldOrder-Status.
           SELECT ReviewFile ASSIGN TO "CREDITREVIEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReviewTranFile ASSIGN TO "CREDITREVTRN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  CustomerMaster.
           COPY AROMACUST.

      * Held orders sit on AROMAHELD.DAT in the raw sales-record
      * layout; only the customer number is needed here.
       FD  HeldOrderFile.
       01  HeldOrderLine               PIC X(18).

       FD  ReviewFile.
       01  ReviewLine                  PIC X(120).

       FD  ReviewTranFile.
           COPY CUSTMTRAN.

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-HeldOrder-Status         PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Window-Day-Int           PIC 9(7).
       01  WS-Paid-Day-Int             PIC 9(7).
       01  WS-Days                     PIC S9(5).

      * Review rules: payments are judged over the last year; the
      * bands are set on average and worst days-to-pay and on held
      * orders, and a limit moves by a quarter, to the hundred.
       01  WS-Review-Days              PIC 999 VALUE 365.
       01  WS-Band-A-Avg               PIC 999 VALUE 30.
       01  WS-Band-A-Worst             PIC 999 VALUE 45.
       01  WS-Band-B-Avg               PIC 999 VALUE 45.
       01  WS-Band-B-Worst             PIC 999 VALUE 75.
       01  WS-Band-C-Avg               PIC 999 VALUE 60.
       01  WS-Band-C-Worst             PIC 999 VALUE 90.
       01  WS-Raise-Usage-Pct          PIC 999 VALUE 75.
       01  WS-Raise-Factor             PIC 9V99 VALUE 1.25.
       01  WS-Cut-Factor               PIC 9V99 VALUE 0.75.
       01  WS-Review-Operator          PIC X(8) VALUE "CREDITRV".

       01  WS-Eof-Switches.
           02  WS-Ledger-Eof           PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-Held-Eof             PIC X VALUE "N".
               88  Held-Eof                VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-CreditLimit      PIC 9(7)V99.
               03  CT-RouteCode        PIC 99.
               03  CT-WriteOffFlag     PIC X.
               03  CT-InterestExempt   PIC X.
               03  CT-Currency         PIC X(3).
               03  CT-Country          PIC X(2).
               03  CT-VatRegNo         PIC X(14).
               03  CT-Balance          PIC S9(9)V99.
               03  CT-Paid-Count       PIC 9(5).
               03  CT-Paid-Days        PIC 9(9).
               03  CT-Worst-Days       PIC 9(5).
               03  CT-Held-Count       PIC 9(4).
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

      * Open items built from the ledger as CashReceipts builds them,
      * each invoice noting the date the payment that cleared it was
      * received.
       01  WS-OpenItem-Count           PIC 9(5) VALUE ZERO.
       01  WS-OpenItem-Table-Limit     PIC 9(5) VALUE 10000.
       01  WS-OpenItem-Table-Full      PIC X VALUE "N".
           88  OpenItem-Table-Full         VALUE "Y".
       01  OpenItemTable.
           02 OpenItem-Entry OCCURS 10000 TIMES.
               03 OI-CustID                PIC 9(5).
               03 OI-ItemType              PIC X.
               03 OI-InvDate               PIC 9(8).
               03 OI-InvoiceNo             PIC 9(6).
               03 OI-Amount                PIC S9(9)V99.
               03 OI-Applied               PIC S9(9)V99.
               03 OI-PaidDate              PIC 9(8).
       01  WS-OpenItem-Idx             PIC 9(5).
       01  WS-OpenItem-Found-Idx       PIC 9(5).
       01  WS-OpenItem-Found           PIC X VALUE "N".
           88  OpenItem-Found              VALUE "Y".
       01  WS-Lookup-InvDate           PIC 9(8).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Unallocated-Cash         PIC S9(9)V99.
       01  WS-Oldest-Idx               PIC 9(5).
       01  WS-Oldest-Date              PIC 9(8).
       01  WS-Item-Remaining           PIC S9(9)V99.
       01  WS-Apply-Amount             PIC S9(9)V99.
       01  WS-Settle-Idx               PIC 9(5).

       01  WS-Avg-Days                 PIC 9(5).
       01  WS-Usage-Pct                PIC S9(5).
       01  WS-Band                     PIC X.
       01  WS-Action                   PIC X(5).
       01  WS-New-Limit                PIC 9(7)V99.
       01  WS-Hundreds                 PIC 9(5).
       01  WS-Raise-Count              PIC 9(4) VALUE ZERO.
       01  WS-Cut-Count                PIC 9(4) VALUE ZERO.
       01  WS-Keep-Count               PIC 9(4) VALUE ZERO.

       01  WS-Review-Header-Line.
           02  FILLER                  PIC X(24)
                   VALUE "CREDIT LIMIT REVIEW AT  ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-Review-Line.
           02  RL-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  RL-CustName             PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  LIMIT ".
           02  RL-Limit                PIC ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  EXP: ".
           02  RL-Exposure             PIC -ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  AVG ".
           02  RL-AvgDays              PIC ZZZ9.
           02  FILLER                  PIC X(7) VALUE "  WORST".
           02  RL-WorstDays            PIC ZZZZ9.
           02  FILLER                  PIC X(7) VALUE "  HELD ".
           02  RL-Held                 PIC ZZZ9.
           02  FILLER                  PIC X(7) VALUE "  BAND ".
           02  RL-Band                 PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-Action               PIC X(11).
           02  RL-NewLimit             PIC ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-Review-Total-Line.
           02  FILLER                  PIC X(8) VALUE "RAISES: ".
           02  RT-Raise                PIC ZZZ9.
           02  FILLER                  PIC X(8) VALUE "  CUTS: ".
           02  RT-Cut                  PIC ZZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  UNCHANGED: ".
           02  RT-Keep                 PIC ZZZ9.
           02  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           COMPUTE WS-Window-Day-Int = WS-Run-Day-Int - WS-Review-Days.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOpenItems.
           PERFORM AccumulatePaymentDays.
           PERFORM CountHeldOrders.
           PERFORM WriteReview.
           DISPLAY "CREDITREVIEW: " WS-Raise-Count " RAISES, "
               WS-Cut-Count " CUTS RECOMMENDED".
           STOP RUN.

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
                   MOVE CM-CreditLimit
                       TO CT-CreditLimit(WS-Customer-Count)
                   MOVE CM-RouteCode
                       TO CT-RouteCode(WS-Customer-Count)
                   MOVE CM-WriteOffFlag
                       TO CT-WriteOffFlag(WS-Customer-Count)
                   MOVE CM-InterestExempt
                       TO CT-InterestExempt(WS-Customer-Count)
                   MOVE CM-CurrencyCode
                       TO CT-Currency(WS-Customer-Count)
                   MOVE CM-CountryCode
                       TO CT-Country(WS-Customer-Count)
                   MOVE CM-VatRegNo
                       TO CT-VatRegNo(WS-Customer-Count)
                   MOVE ZERO TO CT-Balance(WS-Customer-Count)
                   MOVE ZERO TO CT-Paid-Count(WS-Customer-Count)
                   MOVE ZERO TO CT-Paid-Days(WS-Customer-Count)
                   MOVE ZERO TO CT-Worst-Days(WS-Customer-Count)
                   MOVE ZERO TO CT-Held-Count(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE WS-Cust-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadOpenItems.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-Ledger-Eof
               END-READ
               PERFORM UNTIL Ledger-Eof
                   PERFORM NoteOneLedgerEntry
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-Ledger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

       NoteOneLedgerEntry.
           MOVE AR-CustID TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           IF Customer-Found
               IF AR-Credit-Entry
                   SUBTRACT AR-Amount FROM CT-Balance(WS-Found-Idx)
               ELSE
                   ADD AR-Amount TO CT-Balance(WS-Found-Idx)
               END-IF
           END-IF.
           IF AR-Invoice OR AR-Interest
               IF WS-OpenItem-Count >= WS-OpenItem-Table-Limit
                   IF NOT OpenItem-Table-Full
                       MOVE "Y" TO WS-OpenItem-Table-Full
                       DISPLAY "CREDITREVIEW: OPEN ITEM TABLE FULL - "
                           "ITEMS BEYOND "
                           WS-OpenItem-Table-Limit " NOT MATCHED"
                   END-IF
               ELSE
                   ADD 1 TO WS-OpenItem-Count
                   MOVE AR-CustID TO OI-CustID(WS-OpenItem-Count)
                   MOVE AR-TranType TO OI-ItemType(WS-OpenItem-Count)
                   MOVE AR-TranDate TO OI-InvDate(WS-OpenItem-Count)
                   IF AR-Interest
                       MOVE ZERO TO OI-InvoiceNo(WS-OpenItem-Count)
                   ELSE
                       MOVE AR-InvoiceNo
                           TO OI-InvoiceNo(WS-OpenItem-Count)
                   END-IF
                   MOVE AR-Amount TO OI-Amount(WS-OpenItem-Count)
                   MOVE ZERO TO OI-Applied(WS-OpenItem-Count)
                   MOVE ZERO TO OI-PaidDate(WS-OpenItem-Count)
               END-IF
           ELSE
               IF AR-Payment OR AR-CreditNote OR AR-FxDifference
                   IF AR-InvoiceNo > ZERO OR AR-RefDate > ZERO
                       IF AR-InvoiceNo > ZERO
                           MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
                           PERFORM FindOpenItemByNumber
                       ELSE
                           MOVE AR-RefDate TO WS-Lookup-InvDate
                           PERFORM FindOpenItem
                       END-IF
                       IF OpenItem-Found
                           ADD AR-Amount
                               TO OI-Applied(WS-OpenItem-Found-Idx)
                           MOVE WS-OpenItem-Found-Idx
                               TO WS-Settle-Idx
                           PERFORM NoteSettlement
                       END-IF
                   ELSE
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               ELSE
                   IF AR-Credit-Entry
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               END-IF
           END-IF.

      * An item cleared by a payment takes the payment's date as the
      * day it was paid; one cleared by a credit is not a payment and
      * says nothing about how the customer pays. The exchange
      * difference on a foreign receipt follows the receipt and
      * carries its date.
       NoteSettlement.
           IF OI-Applied(WS-Settle-Idx) >= OI-Amount(WS-Settle-Idx)
                   AND OI-PaidDate(WS-Settle-Idx) = ZERO
                   AND (AR-Payment OR AR-FxDifference)
               MOVE AR-TranDate TO OI-PaidDate(WS-Settle-Idx)
           END-IF.

      * The caller sets AR-CustID and WS-Lookup-InvDate.
       FindOpenItem.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvDate(WS-OpenItem-Idx)
                           = WS-Lookup-InvDate
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

      * The caller sets AR-CustID and WS-Lookup-InvoiceNo.
       FindOpenItemByNumber.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvoiceNo(WS-OpenItem-Idx)
                           = WS-Lookup-InvoiceNo
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

       ApplyCashOldestFirst.
           PERFORM UNTIL WS-Unallocated-Cash <= ZERO
               MOVE ZERO TO WS-Oldest-Idx
               MOVE 99999999 TO WS-Oldest-Date
               PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                       UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                   IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                           AND OI-Applied(WS-OpenItem-Idx)
                               < OI-Amount(WS-OpenItem-Idx)
                           AND OI-InvDate(WS-OpenItem-Idx)
                               < WS-Oldest-Date
                       MOVE WS-OpenItem-Idx TO WS-Oldest-Idx
                       MOVE OI-InvDate(WS-OpenItem-Idx)
                           TO WS-Oldest-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Idx = ZERO
                   MOVE ZERO TO WS-Unallocated-Cash
               ELSE
                   COMPUTE WS-Item-Remaining =
                       OI-Amount(WS-Oldest-Idx)
                       - OI-Applied(WS-Oldest-Idx)
                   IF WS-Item-Remaining >= WS-Unallocated-Cash
                       MOVE WS-Unallocated-Cash TO WS-Apply-Amount
                   ELSE
                       MOVE WS-Item-Remaining TO WS-Apply-Amount
                   END-IF
                   ADD WS-Apply-Amount TO OI-Applied(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
                   MOVE WS-Oldest-Idx TO WS-Settle-Idx
                   PERFORM NoteSettlement
               END-IF
           END-PERFORM.

      * Invoices paid within the window count at their days-to-pay;
      * an invoice still open counts toward the worst at its age.
       AccumulatePaymentDays.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-ItemType(WS-OpenItem-Idx) = "I"
                   MOVE OI-CustID(WS-OpenItem-Idx) TO WS-Lookup-CustID
                   PERFORM LookupCustomer
                   IF Customer-Found
                       PERFORM AccumulateOneItem
                   END-IF
               END-IF
           END-PERFORM.

       AccumulateOneItem.
           IF OI-PaidDate(WS-OpenItem-Idx) > ZERO
               COMPUTE WS-Paid-Day-Int = FUNCTION INTEGER-OF-DATE
                   (OI-PaidDate(WS-OpenItem-Idx))
               IF WS-Paid-Day-Int > WS-Window-Day-Int
                   COMPUTE WS-Days = WS-Paid-Day-Int
                       - FUNCTION INTEGER-OF-DATE
                           (OI-InvDate(WS-OpenItem-Idx))
                   IF WS-Days < ZERO
                       MOVE ZERO TO WS-Days
                   END-IF
                   ADD 1 TO CT-Paid-Count(WS-Found-Idx)
                   ADD WS-Days TO CT-Paid-Days(WS-Found-Idx)
                   IF WS-Days > CT-Worst-Days(WS-Found-Idx)
                       MOVE WS-Days TO CT-Worst-Days(WS-Found-Idx)
                   END-IF
               END-IF
           ELSE
               IF OI-Applied(WS-OpenItem-Idx)
                       < OI-Amount(WS-OpenItem-Idx)
                   COMPUTE WS-Days = WS-Run-Day-Int
                       - FUNCTION INTEGER-OF-DATE
                           (OI-InvDate(WS-OpenItem-Idx))
                   IF WS-Days > CT-Worst-Days(WS-Found-Idx)
                       MOVE WS-Days TO CT-Worst-Days(WS-Found-Idx)
                   END-IF
               END-IF
           END-IF.

       CountHeldOrders.
           OPEN INPUT HeldOrderFile.
           IF WS-HeldOrder-Status = "00"
               READ HeldOrderFile
                   AT END MOVE "Y" TO WS-Held-Eof
               END-READ
               PERFORM UNTIL Held-Eof
                   IF HeldOrderLine(1:5) IS NUMERIC
                       MOVE HeldOrderLine(1:5) TO WS-Lookup-CustID
                       PERFORM LookupCustomer
                       IF Customer-Found
                           ADD 1 TO CT-Held-Count(WS-Found-Idx)
                       END-IF
                   END-IF
                   READ HeldOrderFile
                       AT END MOVE "Y" TO WS-Held-Eof
                   END-READ
               END-PERFORM
               CLOSE HeldOrderFile
           END-IF.

       WriteReview.
           OPEN OUTPUT ReviewFile.
           OPEN OUTPUT ReviewTranFile.
           MOVE WS-Run-Date-Num TO RH-RunDate.
           MOVE WS-Review-Header-Line TO ReviewLine.
           WRITE ReviewLine.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               PERFORM ReviewOneCustomer
           END-PERFORM.
           MOVE WS-Raise-Count TO RT-Raise.
           MOVE WS-Cut-Count TO RT-Cut.
           MOVE WS-Keep-Count TO RT-Keep.
           MOVE WS-Review-Total-Line TO ReviewLine.
           WRITE ReviewLine.
           CLOSE ReviewTranFile.
           CLOSE ReviewFile.

       ReviewOneCustomer.
           PERFORM ScoreCustomer.
           PERFORM RecommendLimit.
           MOVE CT-CustID(WS-Cust-Idx) TO RL-CustID.
           MOVE CT-CustName(WS-Cust-Idx) TO RL-CustName.
           MOVE CT-CreditLimit(WS-Cust-Idx) TO RL-Limit.
           MOVE CT-Balance(WS-Cust-Idx) TO RL-Exposure.
           MOVE WS-Avg-Days TO RL-AvgDays.
           MOVE CT-Worst-Days(WS-Cust-Idx) TO RL-WorstDays.
           MOVE CT-Held-Count(WS-Cust-Idx) TO RL-Held.
           MOVE WS-Band TO RL-Band.
           EVALUATE WS-Action
               WHEN "RAISE"
                   MOVE "RAISE TO" TO RL-Action
                   MOVE WS-New-Limit TO RL-NewLimit
                   ADD 1 TO WS-Raise-Count
                   PERFORM WriteLimitChange
               WHEN "CUT"
                   MOVE "CUT TO" TO RL-Action
                   MOVE WS-New-Limit TO RL-NewLimit
                   ADD 1 TO WS-Cut-Count
                   PERFORM WriteLimitChange
               WHEN "WOFF"
                   MOVE "WRITTEN OFF" TO RL-Action
                   MOVE ZERO TO RL-NewLimit
                   ADD 1 TO WS-Keep-Count
               WHEN "NOLIM"
                   MOVE "NO LIMIT" TO RL-Action
                   MOVE ZERO TO RL-NewLimit
                   ADD 1 TO WS-Keep-Count
               WHEN OTHER
                   MOVE "KEEP" TO RL-Action
                   MOVE CT-CreditLimit(WS-Cust-Idx) TO RL-NewLimit
                   ADD 1 TO WS-Keep-Count
           END-EVALUATE.
           MOVE WS-Review-Line TO ReviewLine.
           WRITE ReviewLine.

      * Band N is a customer with no invoice paid in the window to
      * judge; A to D run from prompt payer to slow.
       ScoreCustomer.
           MOVE ZERO TO WS-Avg-Days.
           IF CT-Paid-Count(WS-Cust-Idx) = ZERO
               MOVE "N" TO WS-Band
           ELSE
               COMPUTE WS-Avg-Days ROUNDED =
                   CT-Paid-Days(WS-Cust-Idx)
                   / CT-Paid-Count(WS-Cust-Idx)
               EVALUATE TRUE
                   WHEN WS-Avg-Days <= WS-Band-A-Avg
                           AND CT-Worst-Days(WS-Cust-Idx)
                               <= WS-Band-A-Worst
                           AND CT-Held-Count(WS-Cust-Idx) = ZERO
                       MOVE "A" TO WS-Band
                   WHEN WS-Avg-Days <= WS-Band-B-Avg
                           AND CT-Worst-Days(WS-Cust-Idx)
                               <= WS-Band-B-Worst
                       MOVE "B" TO WS-Band
                   WHEN WS-Avg-Days <= WS-Band-C-Avg
                           AND CT-Worst-Days(WS-Cust-Idx)
                               <= WS-Band-C-Worst
                       MOVE "C" TO WS-Band
                   WHEN OTHER
                       MOVE "D" TO WS-Band
               END-EVALUATE
           END-IF.

      * A well-used limit on a band A payer is raised; a band D
      * payer's limit is cut. Written-off customers and those with
      * no limit set are reported and left alone.
       RecommendLimit.
           MOVE "KEEP" TO WS-Action.
           MOVE ZERO TO WS-New-Limit.
           EVALUATE TRUE
               WHEN CT-WriteOffFlag(WS-Cust-Idx) = "W"
                   MOVE "WOFF" TO WS-Action
               WHEN CT-CreditLimit(WS-Cust-Idx) = ZERO
                   MOVE "NOLIM" TO WS-Action
               WHEN WS-Band = "A"
                   COMPUTE WS-Usage-Pct =
                       CT-Balance(WS-Cust-Idx) * 100
                       / CT-CreditLimit(WS-Cust-Idx)
                   IF WS-Usage-Pct >= WS-Raise-Usage-Pct
                       COMPUTE WS-Hundreds =
                           (CT-CreditLimit(WS-Cust-Idx)
                            * WS-Raise-Factor + 99) / 100
                       COMPUTE WS-New-Limit = WS-Hundreds * 100
                       MOVE "RAISE" TO WS-Action
                   END-IF
               WHEN WS-Band = "D"
                   COMPUTE WS-Hundreds =
                       CT-CreditLimit(WS-Cust-Idx)
                       * WS-Cut-Factor / 100
                   COMPUTE WS-New-Limit = WS-Hundreds * 100
                   IF WS-New-Limit < 100
                       MOVE 100 TO WS-New-Limit
                   END-IF
                   IF WS-New-Limit < CT-CreditLimit(WS-Cust-Idx)
                       MOVE "CUT" TO WS-Action
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The change transaction repeats the master's current name,
      * route, interest flag and currency so CustomerMaint changes
      * the limit alone.
       WriteLimitChange.
           MOVE SPACES TO CustomerTranRec.
           MOVE "C" TO CU-Action.
           MOVE CT-CustID(WS-Cust-Idx) TO CU-TranCustID.
           MOVE CT-CustName(WS-Cust-Idx) TO CU-TranCustName.
           MOVE WS-New-Limit TO CU-TranCreditLimit.
           MOVE CT-RouteCode(WS-Cust-Idx) TO CU-TranRouteCode.
           MOVE WS-Review-Operator TO CU-Operator.
           MOVE CT-InterestExempt(WS-Cust-Idx) TO CU-TranIntExempt.
           MOVE CT-Currency(WS-Cust-Idx) TO CU-TranCurrency.
           MOVE CT-Country(WS-Cust-Idx) TO CU-TranCountry.
           MOVE CT-VatRegNo(WS-Cust-Idx) TO CU-TranVatNo.
           WRITE CustomerTranRec.

       END PROGRAM CreditReview.

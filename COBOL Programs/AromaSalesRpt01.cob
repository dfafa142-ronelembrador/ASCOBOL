           SELECT ValuationFile ASSIGN TO "AROMAVALUATION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.
           SELECT InvoiceNumFile ASSIGN TO "INVOICENUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-InvoiceNum-Status.
           SELECT InvoiceFile ASSIGN TO "AROMAINVOICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoiceRegFile ASSIGN TO "AROMAINVREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RouteChargeFile ASSIGN TO "ROUTECHARGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RouteCharge-Status.
           SELECT DelivChargeFile ASSIGN TO "DELIVCHG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DelivCharge-Status.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.
           SELECT WorkFile ASSIGN TO "WORK.TMP".


       FD  OilPriceFile.
           COPY OILPRICE.

       FD  CustPriceFile.
           COPY CUSTPRICE.

       FD  PromoFile.
           COPY PROMOREC.
       FD  OilMasterFile.
           COPY OILMAST.

       FD  BundleFile.
           COPY BUNDLE.

       FD  AromaTotalsFile.
           COPY AROMATOT.
       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  DisputeFile.
           COPY DISPUTE.

       FD  HeldOrderFile.
       01  HeldOrderLine               PIC X(18).

       FD  RepMaster.
           COPY AROMAREP.

       FD  CommDetailFile.
           COPY COMMDET.
           COPY SALEHIST.

       FD  BranchMaster.
           COPY AROMABR.

       FD  BranchStockFile.
       01  BranchStockRec.
       FD  ExceptionsFile.
           COPY EXCEPTREC.

      * Last invoice number issued; the day's invoices number on
      * from it and the file is rewritten once the run has issued
      * them.
       FD  InvoiceNumFile.
       01  InvoiceNumLine              PIC 9(6).

       FD  InvoiceFile.
       01  InvoiceLine                 PIC X(80).

       FD  InvoiceRegFile.
       01  InvoiceRegLine              PIC X(90).

       FD  RouteChargeFile.
           COPY ROUTECHG.

       FD  DelivChargeFile.
           COPY DELIVCHG.

       FD  CustSaleHistFile.
           COPY CUSTHIST.


      * The StudentDetails record has the description shown below.
      * But in this program we don't need to refer to any of the items in
           02  DT-LineCount            PIC ZZZ9.
           02  FILLER                  PIC X(47) VALUE SPACES.

      * One invoice per customer per run, covering every priced
      * line (sales, sets and authorized returns) in the customer's
      * sorted group, numbered from the INVOICENUM.DAT control.
       01  WS-InvoiceNum-Status        PIC XX.
       01  WS-Last-Invoice-Number      PIC 9(6) VALUE ZERO.
       01  WS-Invoice-CustID           PIC 9(5).
       01  WS-Invoice-CustName         PIC X(20).
       01  WS-Invoice-Open             PIC X VALUE "N".
           88  Invoice-Open                VALUE "Y".
       01  WS-Invoice-Unit-Price       PIC 9(3)V99.
       01  WS-Invoice-Net              PIC S9(9)V99.
       01  WS-Invoice-Vat              PIC S9(9)V99.
       01  WS-Invoice-Gross            PIC S9(9)V99.
       01  WS-Invoice-Count            PIC 9(5) VALUE ZERO.
       01  WS-Invoice-Cust-Idx         PIC 9(4) VALUE ZERO.
      * A foreign-currency customer's invoice also shows its total in
      * the customer's currency at the run's rate.
       01  WS-Invoice-Currency         PIC X(3).
       01  WS-Invoice-Rate             PIC 9(3)V9(5).
       01  WS-Invoice-Curr-Gross       PIC S9(9)V99.
       01  WS-InvReg-Net-Total         PIC S9(11)V99 VALUE ZERO.
       01  WS-InvReg-Vat-Total         PIC S9(11)V99 VALUE ZERO.
       01  WS-InvReg-Gross-Total       PIC S9(11)V99 VALUE ZERO.

       01  WS-Invoice-Header-Line.
           02  FILLER                  PIC X(8) VALUE "INVOICE ".
           02  IH-InvoiceNo            PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  DATE ".
           02  IH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  IH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  IH-Day                  PIC 99.
           02  FILLER                  PIC X(7) VALUE "  CUST ".
           02  IH-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  IH-CustName             PIC X(20).
           02  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-Invoice-Detail-Line.
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  ID-OilID                PIC X(3).
           02  FILLER                  PIC X(7) VALUE "  SIZE ".
           02  ID-UnitSize             PIC X.
           02  FILLER                  PIC X(6) VALUE "ML QTY".
           02  ID-UnitsSold            PIC ZZ9.
           02  FILLER                  PIC X(4) VALUE "  @ ".
           02  ID-UnitPrice            PIC ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  VALUE: ".
           02  ID-LineValue            PIC -ZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  ID-TransType            PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  ID-PriceFlag            PIC X.
           02  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-Invoice-Total-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  IT-Label                PIC X(20).
           02  IT-Value                PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-Invoice-VatNo-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(17)
                   VALUE "CUSTOMER VAT NO: ".
           02  IV-VatRegNo             PIC X(14).
           02  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-Invoice-Curr-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE "INVOICE TOTAL ".
           02  IX-Currency             PIC X(3).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  IX-Value                PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE "  AT EUR".
           02  IX-Pair                 PIC X(3).
           02  FILLER                  PIC X(3) VALUE " = ".
           02  IX-Rate                 PIC ZZ9.99999.
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-InvReg-Header-Line.
           02  FILLER                  PIC X(20)
                   VALUE "INVOICE REGISTER AT ".
           02  IRH-Year                PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  IRH-Month               PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  IRH-Day                 PIC 99.
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-InvReg-Line.
           02  IR-InvoiceNo            PIC 9(6).
           02  FILLER                  PIC X VALUE SPACES.
           02  IR-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  IR-CustName             PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  NET:".
           02  IR-Net                  PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  VAT:".
           02  IR-Vat                  PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE "  TOTAL:".
           02  IR-Gross                PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-InvReg-Total-Line.
           02  FILLER                  PIC X(9) VALUE "INVOICES ".
           02  IRT-Count               PIC ZZZZ9.
           02  FILLER                  PIC X(6) VALUE "  NET:".
           02  IRT-Net                 PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  VAT:".
           02  IRT-Vat                 PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE "  TOTAL:".
           02  IRT-Gross               PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(14) VALUE SPACES.

      * Delivery charges by route: the day's sale units and goods
      * value are gathered per customer in the sorted stream and the
      * route's charge is raised when the customer's group ends,
      * while its dispatch note and invoice are still open.
       01  WS-RouteCharge-Status       PIC XX.
       01  WS-DelivCharge-Status       PIC XX.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-Route-Charge-Table.
           02  Route-Charge-Entry OCCURS 99 TIMES.
               03  RT2-OnFile          PIC X.
               03  RT2-FlatCharge      PIC 9(3)V99.
               03  RT2-UnitCharge      PIC 9V99.
               03  RT2-FreeThreshold   PIC 9(5)V99.
       01  WS-Dlv-CustID               PIC 9(5).
       01  WS-Dlv-Open                 PIC X VALUE "N".
           88  Delivery-Open               VALUE "Y".
       01  WS-Dlv-Route                PIC 99.
       01  WS-Dlv-Units                PIC 9(5).
       01  WS-Dlv-Goods-Value          PIC S9(9)V99.
       01  WS-Dlv-Charge               PIC 9(5)V99.
       01  WS-Dlv-Total-Units          PIC 9(7) VALUE ZERO.
       01  WS-Dlv-Total-Charge         PIC S9(7)V99 VALUE ZERO.

       01  WS-Delivery-Report-Line.
           02  DL-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-CustName             PIC X(20).
           02  FILLER                  PIC X(7) VALUE " ROUTE ".
           02  DL-Route                PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Units                PIC ZZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Charge               PIC -Z,ZZ9.99.
           02  FILLER                  PIC X(14)
                   VALUE " DELIVERY CHRG".

       01  WS-Dispatch-Charge-Line.
           02  FILLER                  PIC X(23)
                   VALUE "  DELIVERY CHARGE ROUTE".
           02  FILLER                  PIC X VALUE SPACES.
           02  DC2-Route               PIC 99.
           02  FILLER                  PIC X(9) VALUE "  CHARGE ".
           02  DC2-Charge              PIC Z,ZZ9.99.
           02  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-Invoice-Charge-Line.
           02  FILLER                  PIC X(23)
                   VALUE "  DELIVERY CHARGE ROUTE".
           02  FILLER                  PIC X VALUE SPACES.
           02  IC-Route                PIC 99.
           02  FILLER                  PIC X(7) VALUE "  QTY  ".
           02  IC-Units                PIC ZZZZ9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(9) VALUE "  VALUE: ".
           02  IC-Value                PIC -ZZ,ZZ9.99.
           02  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RetAuth-Count            PIC 9(3) VALUE ZERO.
       01  WS-RetAuth-Table.
           02  RetAuth-Entry OCCURS 200 TIMES.
               88  OilPriceFile-Eof        VALUE "Y".
           02  WS-ArLedger-Eof         PIC X VALUE "N".
               88  ArLedger-Eof            VALUE "Y".
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".
           02  WS-RepMaster-Eof        PIC X VALUE "N".
               88  RepMaster-Eof           VALUE "Y".
           02  WS-BranchMaster-Eof     PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".
           02  WS-ResubSales-Eof       PIC X VALUE "N".
               88  ResubSales-Eof          VALUE "Y".
           02  WS-RouteCharge-Eof      PIC X VALUE "N".
               88  RouteCharge-Eof         VALUE "Y".

       01  WS-Line-Price           PIC 9(5)V99.
       01  WS-Line-Value           PIC S9(5)V99.
       01  WS-Size-Idx             PIC 9.
       01  WS-Vat-Rate             PIC 9V99 VALUE 0.23.
       01  WS-Vat-Rate-Code        PIC X VALUE "S".
      * Sales to a trade customer in another EU member state who
      * carries a VAT number (VatNoCheck answers E) are zero-rated.
       01  WS-Vat-Check-Result     PIC X.
       01  WS-Invoice-EcSupply     PIC X VALUE "N".
           88  Invoice-EcSupply        VALUE "Y".
       01  WS-VatTrans-Status      PIC XX.
       01  WS-Vat-CustID           PIC 9(5).
       01  WS-Vat-InvoiceNo        PIC 9(6).

       01  WS-CustPrice-Status     PIC XX.
       01  WS-CustPrice-Count      PIC 9(3) VALUE ZERO.
       01  WS-RateMaster-Status    PIC XX.
       01  WS-Line-Value-Usd       PIC S9(5)V99.

      * Every EURxxx pair on the rates master, for the customers
      * invoiced in a foreign currency.
       01  WS-Curr-Rate-Count      PIC 99 VALUE ZERO.
       01  WS-Curr-Rate-Limit      PIC 99 VALUE 20.
       01  WS-Curr-Rate-Table.
           02  Curr-Rate-Entry OCCURS 20 TIMES.
               03  XR-Currency         PIC X(3).
               03  XR-Rate             PIC 9(3)V9(5).
       01  WS-Curr-Rate-Idx        PIC 99.
       01  WS-Curr-Rate-Found      PIC X VALUE "N".
           88  Curr-Rate-Found         VALUE "Y".

       01  WS-Usd-Rate-Line.
           02  FILLER                  PIC X(9) VALUE "EURUSD = ".
           02  UR-Rate                 PIC ZZ9.9999.
               03  CT-ArBalance        PIC S9(9)V99.
               03  CT-DayValue         PIC S9(9)V99.
               03  CT-WriteOff         PIC X.
               03  CT-InvoiceNo        PIC 9(6).
               03  CT-RouteCode        PIC 99.
               03  CT-DeliveryCharge   PIC 9(5)V99.
               03  CT-Currency         PIC X(3).
               03  CT-ExchRate         PIC 9(3)V9(5).
               03  CT-EcSupply         PIC X.
               03  CT-VatRegNo         PIC X(14).
               03  CT-InvoiceGross     PIC S9(9)V99.
       01  WS-Customer-Count          PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit    PIC 9(4) VALUE 2000.
       01  WS-Customer-Table-Full     PIC X VALUE "N".
       01  WS-OilPrice-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-Dispute-Status           PIC XX.
       01  WS-SaleHist-Status          PIC XX.
       01  WS-ResubSales-Status        PIC XX.
       01  WS-Resub-Read-Count         PIC 9(7) VALUE ZERO.
           INITIALIZE WS-Oil-Sold-Table.
           INITIALIZE WS-Oil-Movement-Table.
           INITIALIZE WS-Branch-Table.
           CALL "BusDate" USING WS-Run-Date.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT HeldOrderFile.
           PERFORM OpenExceptionsFile.
           PERFORM LoadCustomerMaster.
           PERFORM LoadArBalances.
           PERFORM LoadOpenDisputes.
           PERFORM LoadOilPriceFile.
           PERFORM LoadCustPriceFile.
           PERFORM LoadPromoFile.
           PERFORM LoadBranchStock.
           PERFORM LoadReturnsAuths.
           PERFORM LoadUsdRate.
           PERFORM SetCustomerRates.
           PERFORM LoadRouteCharges.
           SORT WorkFile ON ASCENDING KEY WCustID
                INPUT PROCEDURE IS GetSalesDetails
                OUTPUT PROCEDURE IS PrintSalesReport.
                   MOVE ZERO TO CT-DayValue(WS-Customer-Count)
                   MOVE CM-WriteOffFlag
                       TO CT-WriteOff(WS-Customer-Count)
                   MOVE ZERO TO CT-InvoiceNo(WS-Customer-Count)
                   MOVE CM-RouteCode
                       TO CT-RouteCode(WS-Customer-Count)
                   MOVE ZERO TO CT-DeliveryCharge(WS-Customer-Count)
                   IF CM-Euro-Account
                       MOVE SPACES TO CT-Currency(WS-Customer-Count)
                   ELSE
                       MOVE CM-CurrencyCode
                           TO CT-Currency(WS-Customer-Count)
                   END-IF
                   MOVE ZERO TO CT-ExchRate(WS-Customer-Count)
                   MOVE CM-VatRegNo TO CT-VatRegNo(WS-Customer-Count)
                   MOVE "N" TO CT-EcSupply(WS-Customer-Count)
                   MOVE ZERO TO CT-InvoiceGross(WS-Customer-Count)
                   IF CM-VatRegNo NOT = SPACES
                       CALL "VatNoCheck" USING CM-CountryCode
                           CM-VatRegNo WS-Vat-Check-Result
                       IF WS-Vat-Check-Result = "E"
                           MOVE "Y" TO CT-EcSupply(WS-Customer-Count)
                       END-IF
                   END-IF
                   PERFORM ScrubCustName
               END-IF
               READ CustomerMaster
                       MOVE CR-Rate TO WS-Usd-Rate
                       MOVE CR-RateDate TO WS-Usd-Rate-Date
                   END-IF
                   IF CR-CurrencyPair(1:3) = "EUR"
                           AND CR-Rate > ZERO
                           AND WS-Curr-Rate-Count < WS-Curr-Rate-Limit
                       ADD 1 TO WS-Curr-Rate-Count
                       MOVE CR-CurrencyPair(4:3)
                           TO XR-Currency(WS-Curr-Rate-Count)
                       MOVE CR-Rate TO XR-Rate(WS-Curr-Rate-Count)
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               CLOSE RateMasterFile
           END-IF.

      * A foreign-currency customer is invoiced at the rate in force
      * on the rates master. With no rate on file the customer is
      * invoiced and posted in euro for the run and the missing rate
      * goes on the exceptions file for the rate to be loaded.
       SetCustomerRates.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               IF CT-Currency(WS-Cust-Idx) NOT = SPACES
                   MOVE "N" TO WS-Curr-Rate-Found
                   PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                           UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
                               OR Curr-Rate-Found
                       IF XR-Currency(WS-Curr-Rate-Idx)
                               = CT-Currency(WS-Cust-Idx)
                           MOVE "Y" TO WS-Curr-Rate-Found
                           MOVE XR-Rate(WS-Curr-Rate-Idx)
                               TO CT-ExchRate(WS-Cust-Idx)
                       END-IF
                   END-PERFORM
                   IF NOT Curr-Rate-Found
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "AROMASALES" TO EXC-Source
                       MOVE CT-CustID(WS-Cust-Idx) TO EXC-Key
                       MOVE SPACES TO EXC-Reason
                       STRING "NO RATE FOR " CT-Currency(WS-Cust-Idx)
                           " - INVOICED EUR" DELIMITED BY SIZE
                           INTO EXC-Reason
                       WRITE ExceptionRecord
                       MOVE SPACES TO CT-Currency(WS-Cust-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       LoadReturnsAuths.
           OPEN INPUT ReturnsAuthFile.
           IF WS-ReturnsAuth-Status = "00"
               END-IF
           END-PERFORM.

      * A missing ROUTECHARGE.DAT leaves every route uncharged.
       LoadRouteCharges.
           INITIALIZE WS-Route-Charge-Table.
           OPEN INPUT RouteChargeFile.
           IF WS-RouteCharge-Status = "00"
               READ RouteChargeFile
                   AT END MOVE "Y" TO WS-RouteCharge-Eof
               END-READ
               PERFORM UNTIL RouteCharge-Eof
                   IF RC-RouteCode >= 1
                       MOVE "Y" TO RT2-OnFile(RC-RouteCode)
                       MOVE RC-FlatCharge
                           TO RT2-FlatCharge(RC-RouteCode)
                       MOVE RC-UnitCharge
                           TO RT2-UnitCharge(RC-RouteCode)
                       MOVE RC-FreeThreshold
                           TO RT2-FreeThreshold(RC-RouteCode)
                   END-IF
                   READ RouteChargeFile
                       AT END MOVE "Y" TO WS-RouteCharge-Eof
                   END-READ
               END-PERFORM
               CLOSE RouteChargeFile
           END-IF.

       LoadArBalances.
           MOVE "N" TO WS-ArLedger-Eof.
           OPEN INPUT ArLedgerFile.
               CLOSE ArLedgerFile
           END-IF.

      * An open dispute's amount is not held against the customer's
      * credit limit while it is argued.
       LoadOpenDisputes.
           OPEN INPUT DisputeFile.
           IF WS-Dispute-Status = "00"
               READ DisputeFile
                   AT END MOVE "Y" TO WS-Dispute-Eof
               END-READ
               PERFORM UNTIL Dispute-Eof
                   IF DP-Open
                       MOVE DP-CustID TO WS-Lookup-CustID
                       PERFORM LookupCustomer
                       IF Customer-Found
                           SUBTRACT DP-Amount
                               FROM CT-ArBalance(WS-Found-Idx)
                       END-IF
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

       ApplyOneArBalanceEntry.
           MOVE AR-CustID TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           IF Customer-Found
               IF AR-Credit-Entry
                   SUBTRACT AR-Amount
                       FROM CT-ArBalance(WS-Found-Idx)
               ELSE
                       COMPUTE WS-Credit-Line-Value =
                           WS-Unit-Price * UnitsSold
                   END-IF
      * The ledger carries the invoice gross, so the line is grossed
      * up at the rate it will be invoiced at before it is compared.
                   IF CT-EcSupply(WS-Found-Idx) NOT = "Y"
                       COMPUTE WS-Credit-Line-Value ROUNDED =
                           WS-Credit-Line-Value * (1 + WS-Vat-Rate)
                   END-IF
                   COMPUTE WS-Credit-Exposure =
                       CT-ArBalance(WS-Found-Idx)
                       + CT-DayValue(WS-Found-Idx)
           IF WS-DispatchHist-Status = "35"
               OPEN OUTPUT DispatchHistFile
           END-IF.
           OPEN EXTEND VatTransFile.
           IF WS-VatTrans-Status = "35"
               OPEN OUTPUT VatTransFile
           END-IF.
           OPEN EXTEND DelivChargeFile.
           IF WS-DelivCharge-Status = "35"
               OPEN OUTPUT DelivChargeFile
           END-IF.
           OPEN EXTEND CustSaleHistFile.
           IF WS-CustSaleHist-Status = "35"
               OPEN OUTPUT CustSaleHistFile
           END-IF.
           PERFORM ReadLastInvoiceNumber.
           OPEN OUTPUT InvoiceFile.
           OPEN OUTPUT InvoiceRegFile.
           PERFORM WriteInvoiceRegHeader.
           OPEN EXTEND BackorderFile.
           IF WS-Backorder-Status = "35"
               OPEN OUTPUT BackorderFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF Delivery-Open
               PERFORM ChargeDelivery
           END-IF.
           IF Dispatch-Open
               PERFORM WriteDispatchTrailer
           END-IF.
           IF Invoice-Open
               PERFORM WriteInvoiceTotals
           END-IF.
           PERFORM WriteInvoiceRegTotals.
           CLOSE InvoiceFile.
           CLOSE InvoiceRegFile.
           PERFORM WriteLastInvoiceNumber.
           CLOSE DispatchFile.
           CLOSE DispatchHistFile.
           CLOSE VatTransFile.
           CLOSE DelivChargeFile.
           CLOSE CustSaleHistFile.
           CLOSE BackorderFile.
           PERFORM PrintGroupTotals.
           CLOSE AromaSales.
           END-EVALUATE.

       PriceAndPrintLine.
           IF Delivery-Open AND CustID NOT = WS-Dlv-CustID
               PERFORM ChargeDelivery
           END-IF.
           IF NOT Delivery-Open
               MOVE CustID TO WS-Dlv-CustID
               MOVE ZERO TO WS-Dlv-Units
               MOVE ZERO TO WS-Dlv-Goods-Value
               MOVE "Y" TO WS-Dlv-Open
           END-IF.
           IF BundleSet
               PERFORM PriceAndPrintBundle
           ELSE
               PERFORM LookupBranch
               PERFORM AccumulateRepCommission
               PERFORM AddLineToDispatchNote
               ADD UnitsSold TO WS-Dlv-Units
               ADD WS-Line-Value TO WS-Dlv-Goods-Value
               PERFORM WriteBundleDispatchHist
               MOVE CustID TO WS-Vat-CustID
               PERFORM WriteVatTransLine
               PERFORM WriteCustSaleHist
               MOVE BD2-SetPrice(WS-Bundle-Found-Idx)
                   TO WS-Invoice-Unit-Price
               PERFORM AddLineToInvoice
           END-IF.

       RelieveBundleComponents.
                   MOVE WS-Comp-Units TO DH-Qty
                   MOVE "N" TO DH-Delivered
                   MOVE ZERO TO DH-DeliveredDate
                   MOVE BranchCode TO DH-Branch
                   WRITE DispatchHistRec
               END-IF
           END-PERFORM.
           PERFORM AccumulateRepCommission.
           IF Sale
               PERFORM AddLineToDispatchNote
               ADD UnitsSold TO WS-Dlv-Units
               ADD WS-Line-Value TO WS-Dlv-Goods-Value
           END-IF.
           MOVE CustID TO WS-Vat-CustID.
           PERFORM WriteVatTransLine.
           PERFORM WriteCustSaleHist.
           MOVE WS-Unit-Price TO WS-Invoice-Unit-Price.
           PERFORM AddLineToInvoice.

      * Closes the delivery for the customer group just ended. A
      * group with no units sent out (returns only) carries no
      * charge; otherwise the route's charge is raised as its own
      * line on the sales report, dispatch note and invoice and as a
      * VAT transaction, unless the goods value reaches the route's
      * free-delivery threshold. Every delivery on a charging route
      * goes on the history, free or not, for the weekly route
      * revenue report.
       ChargeDelivery.
           MOVE "N" TO WS-Dlv-Open.
           MOVE ZERO TO WS-Dlv-Charge.
           MOVE WS-Dlv-CustID TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           MOVE ZERO TO WS-Dlv-Route.
           IF Customer-Found
               MOVE CT-RouteCode(WS-Found-Idx) TO WS-Dlv-Route
           END-IF.
           IF WS-Dlv-Units > ZERO AND WS-Dlv-Route > ZERO
               IF RT2-OnFile(WS-Dlv-Route) = "Y"
                   IF RT2-FreeThreshold(WS-Dlv-Route) = ZERO
                           OR WS-Dlv-Goods-Value
                               < RT2-FreeThreshold(WS-Dlv-Route)
                       COMPUTE WS-Dlv-Charge =
                           RT2-FlatCharge(WS-Dlv-Route)
                           + RT2-UnitCharge(WS-Dlv-Route)
                             * WS-Dlv-Units
                   END-IF
                   PERFORM WriteDeliveryHistory
                   IF WS-Dlv-Charge > ZERO
                       PERFORM WriteDeliveryCharge
                   END-IF
               END-IF
           END-IF.

       WriteDeliveryHistory.
           MOVE WS-Run-Date TO DC-RunDate.
           MOVE WS-Dlv-CustID TO DC-CustID.
           MOVE WS-Dlv-Route TO DC-RouteCode.
           MOVE WS-Dispatch-Number TO DC-DispatchNo.
           MOVE WS-Last-Invoice-Number TO DC-InvoiceNo.
           MOVE WS-Dlv-Units TO DC-Units.
           MOVE WS-Dlv-Charge TO DC-Charge.
           WRITE DelivChargeRec.

       WriteDeliveryCharge.
           MOVE WS-Dlv-CustID TO DL-CustID.
           MOVE WS-CustName TO DL-CustName.
           MOVE WS-Dlv-Route TO DL-Route.
           MOVE WS-Dlv-Units TO DL-Units.
           MOVE WS-Dlv-Charge TO DL-Charge.
           MOVE WS-Delivery-Report-Line TO PrintLine.
           WRITE PrintLine.
           MOVE WS-Dlv-Charge TO WS-Line-Value.
           MOVE WS-Dlv-CustID TO WS-Vat-CustID.
           PERFORM WriteVatTransLine.
           IF Dispatch-Open
               MOVE WS-Dlv-Route TO DC2-Route
               MOVE WS-Dlv-Charge TO DC2-Charge
               MOVE WS-Dispatch-Charge-Line TO DispatchLine
               WRITE DispatchLine
           END-IF.
           IF Invoice-Open
               MOVE WS-Dlv-Route TO IC-Route
               MOVE WS-Dlv-Units TO IC-Units
               MOVE WS-Dlv-Charge TO IC-Value
               MOVE WS-Invoice-Charge-Line TO InvoiceLine
               WRITE InvoiceLine
               ADD WS-Dlv-Charge TO WS-Invoice-Net
           END-IF.
           MOVE WS-Dlv-Charge TO CT-DeliveryCharge(WS-Found-Idx).
           ADD WS-Dlv-Units TO WS-Dlv-Total-Units.
           ADD WS-Dlv-Charge TO WS-Dlv-Total-Charge.

      * The line is written before AddLineToInvoice, so a customer
      * whose invoice is not yet open takes the next invoice number.
       WriteVatTransLine.
           IF Invoice-Open AND WS-Vat-CustID = WS-Invoice-CustID
               MOVE WS-Last-Invoice-Number TO WS-Vat-InvoiceNo
           ELSE
               COMPUTE WS-Vat-InvoiceNo = WS-Last-Invoice-Number + 1
           END-IF.
           MOVE WS-Vat-CustID TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           IF Customer-Found AND CT-EcSupply(WS-Found-Idx) = "Y"
               MOVE ZERO TO VatRate
               MOVE "Z" TO VatRateCode
           ELSE
               MOVE WS-Vat-Rate TO VatRate
               MOVE WS-Vat-Rate-Code TO VatRateCode
           END-IF.
           MOVE WS-Line-Value TO VT-Sales.
           MOVE "O" TO VatDirection.
           MOVE WS-Run-Date(1:6) TO VatPeriod.
           MOVE WS-Run-Date TO VatTranDate.
           MOVE WS-Vat-CustID TO VatParty.
           MOVE WS-Vat-InvoiceNo TO VatReference.
           WRITE VatTransRec.

       WriteCustSaleHist.
           MOVE WS-Run-Date TO CSH-RunDate.
           MOVE CustID TO CSH-CustID.
           MOVE OilID TO CSH-OilID.
           MOVE UnitSize TO CSH-UnitSize.
           IF Returned
               COMPUTE CSH-Units = ZERO - UnitsSold
           ELSE
               MOVE UnitsSold TO CSH-Units
           END-IF.
           MOVE WS-Line-Value TO CSH-NetValue.
           MOVE RepCode TO CSH-RepCode.
           MOVE BranchCode TO CSH-Branch.
           WRITE CustSaleHistRec.

       AddLineToDispatchNote.
           IF NOT Dispatch-Open
                   OR CustID NOT = WS-Dispatch-CustID
               MOVE UnitsSold TO DH-Qty
               MOVE "N" TO DH-Delivered
               MOVE ZERO TO DH-DeliveredDate
               MOVE BranchCode TO DH-Branch
               WRITE DispatchHistRec
           END-IF.

           WRITE DispatchLine.
           MOVE "N" TO WS-Dispatch-Open.

      * The caller has looked the customer up and set the line value
      * and WS-Invoice-Unit-Price. A change of customer in the sorted
      * stream closes the previous invoice and opens the next number.
       AddLineToInvoice.
           IF NOT Invoice-Open
                   OR CustID NOT = WS-Invoice-CustID
               IF Invoice-Open
                   PERFORM WriteInvoiceTotals
               END-IF
               PERFORM StartInvoice
           END-IF.
           MOVE OilID TO ID-OilID.
           MOVE UnitSize TO ID-UnitSize.
           MOVE UnitsSold TO ID-UnitsSold.
           MOVE WS-Invoice-Unit-Price TO ID-UnitPrice.
           MOVE WS-Line-Value TO ID-LineValue.
           MOVE TransType TO ID-TransType.
           MOVE WS-Price-Flag TO ID-PriceFlag.
           MOVE WS-Invoice-Detail-Line TO InvoiceLine.
           WRITE InvoiceLine.
           ADD WS-Line-Value TO WS-Invoice-Net.

       StartInvoice.
           ADD 1 TO WS-Last-Invoice-Number.
           ADD 1 TO WS-Invoice-Count.
           MOVE CustID TO WS-Invoice-CustID.
           MOVE WS-CustName TO WS-Invoice-CustName.
           MOVE ZERO TO WS-Invoice-Net.
           MOVE "Y" TO WS-Invoice-Open.
           MOVE SPACES TO WS-Invoice-Currency.
           MOVE ZERO TO WS-Invoice-Rate.
           MOVE "N" TO WS-Invoice-EcSupply.
           MOVE ZERO TO WS-Invoice-Cust-Idx.
           IF Customer-Found
               MOVE WS-Found-Idx TO WS-Invoice-Cust-Idx
               MOVE WS-Last-Invoice-Number
                   TO CT-InvoiceNo(WS-Found-Idx)
               MOVE CT-Currency(WS-Found-Idx) TO WS-Invoice-Currency
               MOVE CT-ExchRate(WS-Found-Idx) TO WS-Invoice-Rate
               MOVE CT-EcSupply(WS-Found-Idx) TO WS-Invoice-EcSupply
               MOVE CT-VatRegNo(WS-Found-Idx) TO IV-VatRegNo
           END-IF.
           MOVE WS-Last-Invoice-Number TO IH-InvoiceNo.
           MOVE WS-Run-Date(1:4) TO IH-Year.
           MOVE WS-Run-Date(5:2) TO IH-Month.
           MOVE WS-Run-Date(7:2) TO IH-Day.
           MOVE CustID TO IH-CustID.
           MOVE WS-CustName TO IH-CustName.
           MOVE WS-Invoice-Header-Line TO InvoiceLine.
           WRITE InvoiceLine.
           IF Invoice-EcSupply
               MOVE WS-Invoice-VatNo-Line TO InvoiceLine
               WRITE InvoiceLine
           END-IF.

      * VAT is charged once on the invoice net at the run's rate -
      * nothing on an EC supply, which is zero-rated - and the
      * invoice lands on the day's register. The gross is kept
      * against the customer, so the ledger item is the total the
      * customer is asked to pay.
       WriteInvoiceTotals.
           IF Invoice-EcSupply
               MOVE ZERO TO WS-Invoice-Vat
           ELSE
               COMPUTE WS-Invoice-Vat ROUNDED =
                   WS-Invoice-Net * WS-Vat-Rate
           END-IF.
           COMPUTE WS-Invoice-Gross =
               WS-Invoice-Net + WS-Invoice-Vat.
           IF WS-Invoice-Cust-Idx > ZERO
               ADD WS-Invoice-Gross
                   TO CT-InvoiceGross(WS-Invoice-Cust-Idx)
           END-IF.
           MOVE SPACES TO WS-Invoice-Total-Line.
           MOVE "NET VALUE" TO IT-Label.
           MOVE WS-Invoice-Net TO IT-Value.
           MOVE WS-Invoice-Total-Line TO InvoiceLine.
           WRITE InvoiceLine.
           MOVE SPACES TO WS-Invoice-Total-Line.
           IF Invoice-EcSupply
               MOVE "VAT ZERO-RATED EC" TO IT-Label
           ELSE
               MOVE "VAT" TO IT-Label
           END-IF.
           MOVE WS-Invoice-Vat TO IT-Value.
           MOVE WS-Invoice-Total-Line TO InvoiceLine.
           WRITE InvoiceLine.
           MOVE SPACES TO WS-Invoice-Total-Line.
           MOVE "INVOICE TOTAL" TO IT-Label.
           MOVE WS-Invoice-Gross TO IT-Value.
           MOVE WS-Invoice-Total-Line TO InvoiceLine.
           WRITE InvoiceLine.
           IF WS-Invoice-Currency NOT = SPACES
               COMPUTE WS-Invoice-Curr-Gross ROUNDED =
                   WS-Invoice-Gross * WS-Invoice-Rate
               MOVE WS-Invoice-Currency TO IX-Currency
               MOVE WS-Invoice-Curr-Gross TO IX-Value
               MOVE WS-Invoice-Currency TO IX-Pair
               MOVE WS-Invoice-Rate TO IX-Rate
               MOVE WS-Invoice-Curr-Line TO InvoiceLine
               WRITE InvoiceLine
           END-IF.
           MOVE WS-Last-Invoice-Number TO IR-InvoiceNo.
           MOVE WS-Invoice-CustID TO IR-CustID.
           MOVE WS-Invoice-CustName TO IR-CustName.
           MOVE WS-Invoice-Net TO IR-Net.
           MOVE WS-Invoice-Vat TO IR-Vat.
           MOVE WS-Invoice-Gross TO IR-Gross.
           MOVE WS-InvReg-Line TO InvoiceRegLine.
           WRITE InvoiceRegLine.
           ADD WS-Invoice-Net TO WS-InvReg-Net-Total.
           ADD WS-Invoice-Vat TO WS-InvReg-Vat-Total.
           ADD WS-Invoice-Gross TO WS-InvReg-Gross-Total.
           MOVE "N" TO WS-Invoice-Open.

       WriteInvoiceRegHeader.
           MOVE WS-Run-Date(1:4) TO IRH-Year.
           MOVE WS-Run-Date(5:2) TO IRH-Month.
           MOVE WS-Run-Date(7:2) TO IRH-Day.
           MOVE WS-InvReg-Header-Line TO InvoiceRegLine.
           WRITE InvoiceRegLine.

       WriteInvoiceRegTotals.
           MOVE WS-Invoice-Count TO IRT-Count.
           MOVE WS-InvReg-Net-Total TO IRT-Net.
           MOVE WS-InvReg-Vat-Total TO IRT-Vat.
           MOVE WS-InvReg-Gross-Total TO IRT-Gross.
           MOVE WS-InvReg-Total-Line TO InvoiceRegLine.
           WRITE InvoiceRegLine.

       ReadLastInvoiceNumber.
           OPEN INPUT InvoiceNumFile.
           IF WS-InvoiceNum-Status = "00"
               READ InvoiceNumFile
                   AT END MOVE ZERO TO InvoiceNumLine
               END-READ
               MOVE InvoiceNumLine TO WS-Last-Invoice-Number
               CLOSE InvoiceNumFile
           END-IF.

       WriteLastInvoiceNumber.
           OPEN OUTPUT InvoiceNumFile.
           MOVE WS-Last-Invoice-Number TO InvoiceNumLine.
           WRITE InvoiceNumLine.
           CLOSE InvoiceNumFile.

      * A sale the branch cannot cover from stock-on-hand still prices
      * and reports in full, but the shortfall is carried on the
      * backorder file until BackorderRelease fills it from received
           MOVE WS-Base-Value TO TL-Value.
           MOVE WS-Total-Line TO PrintLine.
           WRITE PrintLine.
           MOVE SPACES TO WS-Total-Line.
           MOVE "DELIVERY CHARGES" TO TL-Label.
           MOVE WS-Dlv-Total-Units TO TL-Units.
           MOVE WS-Dlv-Total-Charge TO TL-Value.
           MOVE WS-Total-Line TO PrintLine.
           WRITE PrintLine.
           PERFORM PrintSetAnalysis
               VARYING WS-Bundle-Idx FROM 1 BY 1
               UNTIL WS-Bundle-Idx > WS-Bundle-Count.
                   MOVE WS-Oil-Return-Units(WS-Oil-Idx)
                       TO SH-ReturnUnits
                   MOVE WS-Oil-Net-Value(WS-Oil-Idx) TO SH-NetValue
                   MOVE "O" TO SH-Channel
                   WRITE SaleHistRec
               END-IF
           END-PERFORM.
           END-IF.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               IF CT-InvoiceGross(WS-Cust-Idx) NOT = ZERO
                   MOVE CT-CustID(WS-Cust-Idx) TO AR-CustID
                   MOVE WS-Run-Date TO AR-TranDate
                   MOVE "I" TO AR-TranType
                   MOVE CT-InvoiceGross(WS-Cust-Idx) TO AR-Amount
                   MOVE ZERO TO AR-RefDate
                   MOVE CT-InvoiceNo(WS-Cust-Idx) TO AR-InvoiceNo
                   IF CT-Currency(WS-Cust-Idx) = SPACES
                       MOVE SPACES TO AR-CurrencyCode
                       MOVE ZERO TO AR-CurrAmount
                       MOVE ZERO TO AR-ExchRate
                   ELSE
                       MOVE CT-Currency(WS-Cust-Idx) TO AR-CurrencyCode
                       MOVE CT-ExchRate(WS-Cust-Idx) TO AR-ExchRate
                       COMPUTE AR-CurrAmount ROUNDED =
                           AR-Amount * AR-ExchRate
                   END-IF
                   WRITE ArLedgerRec
               END-IF
           END-PERFORM.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prints personalised price lists and priced
      *          quotations from the requests on PRICEREQ.DAT. An L
      *          request prints a price list for one customer, or
      *          for every customer on the route when the customer
      *          is zero. A Q request opens a quotation for a
      *          customer and the D requests after it are its
      *          oil/size/quantity lines; each quotation takes the
      *          next number from QUOTENUM.DAT, is valid for
      *          WS-Quote-Valid-Days from the run date, and its
      *          lines are kept on QUOTES.DAT for QuoteConvert.
      *          Prices follow the AromaSales rules exactly - the
      *          OILPRICES.DAT price in force, a contract price or
      *          trade discount from CUSTPRICING.DAT, then any
      *          PROMO.DAT promotion in force - and gift sets price
      *          at their BUNDLE.DAT set price. Discontinued oils are
      *          left off the lists and refused on a quotation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceQuote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO "PRICEREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Request-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustomerMaster-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT CustPriceFile ASSIGN TO "CUSTPRICING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustPrice-Status.
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Promo-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT BundleFile ASSIGN TO "BUNDLE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Bundle-Status.
           SELECT QuoteNumFile ASSIGN TO "QUOTENUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QuoteNum-Status.
           SELECT QuoteFile ASSIGN TO "QUOTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Quote-Status.
           SELECT PriceListFile ASSIGN TO "PRICELIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QuotePrintFile ASSIGN TO "QUOTEPRT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RequestFile.
       01  PriceRequestRec.
           02  RQ-Type                 PIC X.
               88  RQ-PriceList            VALUE "L".
               88  RQ-Quote                VALUE "Q".
               88  RQ-QuoteLine            VALUE "D".
           02  RQ-CustID               PIC 9(5).
           02  RQ-RouteCode            PIC 99.
           02  RQ-OilID                PIC X(3).
           02  RQ-UnitSize             PIC 9.
           02  RQ-Qty                  PIC 9(3).

       FD  CustomerMaster.
           COPY AROMACUST.

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

       FD  QuoteNumFile.
       01  QuoteNumLine                PIC 9(6).

       FD  QuoteFile.
           COPY QUOTEREC.

       FD  PriceListFile.
       01  PriceListLine               PIC X(80).

       FD  QuotePrintFile.
       01  QuotePrintLine              PIC X(80).

       WORKING-STORAGE SECTION.
      * The pricing paragraphs work on the sales-line fields exactly
      * as AromaSales does, so each list entry or quote line is
      * staged here as a sales line before it is priced.
           COPY SALESREC.

       01  WS-Request-Status           PIC XX.
       01  WS-CustomerMaster-Status    PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-CustPrice-Status         PIC XX.
       01  WS-Promo-Status             PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-Bundle-Status            PIC XX.
       01  WS-QuoteNum-Status          PIC XX.
       01  WS-Quote-Status             PIC XX.

       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Quote-Valid-Days         PIC 9(3) VALUE 30.
       01  WS-Valid-To                 PIC 9(8).
       01  WS-Vat-Rate                 PIC 9V99 VALUE 0.23.

       01  WS-Eof-Switches.
           02  WS-Request-Eof          PIC X VALUE "N".
               88  Request-Eof             VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-OilPriceFile-Eof     PIC X VALUE "N".
               88  OilPriceFile-Eof        VALUE "Y".
           02  WS-CustPrice-Eof        PIC X VALUE "N".
               88  CustPrice-Eof           VALUE "Y".
           02  WS-Promo-Eof            PIC X VALUE "N".
               88  Promo-Eof               VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-Bundle-Eof           PIC X VALUE "N".
               88  Bundle-Eof              VALUE "Y".

      * Legacy single price per oil, seeded into all three sizes
      * when no OILPRICES.DAT record is on file - the same fallback
      * AromaSales prices from.
       01  Oils-Table.
           02  Oil-Cost-Values.
               03 FILLER               PIC X(40)
                       VALUE "0041003200450050002910250055003900650075".
               03 FILLER               PIC X(40)
                       VALUE "0080004400500063006500550085004812500065".
               03 FILLER               PIC X(40)
                       VALUE "0060005500670072006501250085006511150105".
           02  FILLER REDEFINES Oil-Cost-Values.
               03 OIL-COST           PIC 99V99 OCCURS 30 TIMES.

       01  Oil-Size-Cost-Table.
           02  Oil-Size-Entry OCCURS 30 TIMES.
               03  OIL-SIZE-COST       PIC 99V99 OCCURS 3 TIMES.
       01  WS-Oil-Price-Date-Table.
           02  WS-Oil-Price-Date       PIC 9(8) OCCURS 30 TIMES.
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Size-Idx                 PIC 9.

       01  WS-CustPrice-Count      PIC 9(3) VALUE ZERO.
       01  WS-CustPrice-Table-Limit PIC 9(3) VALUE 500.
       01  WS-CustPrice-Table-Full PIC X VALUE "N".
           88  CustPrice-Table-Full    VALUE "Y".
       01  CustPriceTable.
           02 CustPrice-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-CustPrice-Count.
               03 CP-TableCustID       PIC 9(5).
               03 CP-TableOilNum       PIC 99.
               03 CP-TableUnitSize     PIC 9.
               03 CP-TableContract     PIC 99V99.
               03 CP-TableDiscount     PIC V99.
       01  WS-CustPrice-Idx        PIC 9(3).
       01  WS-Unit-Price           PIC 99V99.
       01  WS-Price-Flag           PIC X.

       01  WS-Promo-Count          PIC 9(3) VALUE ZERO.
       01  WS-Promo-Table-Limit    PIC 9(3) VALUE 50.
       01  PromoTable.
           02 Promo-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Promo-Count.
               03 PM-TableCode         PIC X(6).
               03 PM-TableScope        PIC X.
               03 PM-TableOilNum       PIC 99.
               03 PM-TableUnitSize     PIC 9.
               03 PM-TableDiscount     PIC V99.
       01  WS-Promo-Idx            PIC 9(3).

      * A missing oil master leaves every oil active, blank-named
      * and listed as an essential oil.
       01  WS-Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 30 TIMES.
               03  ON-OilName          PIC X(20).
               03  ON-Category         PIC X.
               03  ON-Active           PIC X.
       01  WS-Oil-Sale-Active          PIC X VALUE "Y".
           88  Oil-Sale-Active             VALUE "Y".

       01  WS-Bundle-Count             PIC 9(3) VALUE ZERO.
       01  WS-Bundle-Table-Limit       PIC 9(3) VALUE 30.
       01  BundleTable.
           02 Bundle-Entry OCCURS 30 TIMES
                   DEPENDING ON WS-Bundle-Count.
               03 BD2-SetNum               PIC 99.
               03 BD2-SetName              PIC X(20).
               03 BD2-SetPrice             PIC 9(3)V99.
       01  WS-Bundle-Idx               PIC 9(3).
       01  WS-Bundle-Found-Idx         PIC 9(3).
       01  WS-Bundle-Found             PIC X VALUE "N".
           88  Bundle-Found                VALUE "Y".

       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Customer-Count.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-RouteCode        PIC 99.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Customer-Found           PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

       01  WS-List-Count               PIC 9(4) VALUE ZERO.
       01  WS-Route-Match-Count        PIC 9(4).

       01  WS-Last-Quote-Number        PIC 9(6) VALUE ZERO.
       01  WS-Quote-Count              PIC 9(4) VALUE ZERO.
       01  WS-Quote-Open               PIC X VALUE "N".
           88  Quote-Open                  VALUE "Y".
       01  WS-Quote-CustID             PIC 9(5).
       01  WS-Quote-Line-Count         PIC 99.
       01  WS-Quote-Price              PIC 9(3)V99.
       01  WS-Quote-Line-Value         PIC 9(7)V99.
       01  WS-Quote-Net                PIC 9(7)V99.
       01  WS-Quote-Vat                PIC 9(7)V99.
       01  WS-Quote-Gross              PIC 9(7)V99.
       01  WS-Line-Reason              PIC X(24).

       01  WS-List-Header-Line.
           02  FILLER                  PIC X(11)
                   VALUE "PRICE LIST ".
           02  LH-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  LH-CustName             PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  ROUTE ".
           02  LH-RouteCode            PIC 99.
           02  FILLER                  PIC X(9) VALUE "  PRICES ".
           02  LH-Date                 PIC 9(8).
           02  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-List-Oil-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  LO-OilID                PIC X(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  LO-OilName              PIC X(20).
           02  LO-Size-Entry OCCURS 3 TIMES.
               03  FILLER              PIC X(2).
               03  LO-SizeLabel        PIC X(4).
               03  LO-Price            PIC ZZ9.99.
               03  FILLER              PIC X.
               03  LO-Flag             PIC X.
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-List-Set-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(4) VALUE "SET ".
           02  LS-SetNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  LS-SetName              PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  PRICE ".
           02  LS-SetPrice             PIC ZZ9.99.
           02  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-List-Legend-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X(50) VALUE
               "C=CONTRACT  D=TRADE DISCOUNT  P=PROMOTION IN FORCE".
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-List-Error-Line.
           02  FILLER                  PIC X(11)
                   VALUE "PRICE LIST ".
           02  LE-CustID               PIC 9(5).
           02  FILLER                  PIC X(8) VALUE "  ROUTE ".
           02  LE-RouteCode            PIC 99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  LE-Reason               PIC X(24).
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-Quote-Header-Line.
           02  FILLER                  PIC X(10)
                   VALUE "QUOTATION ".
           02  QH-QuoteNo              PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  CUST ".
           02  QH-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  QH-CustName             PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  QH-Date                 PIC 9(8).
           02  FILLER                  PIC X(11)
                   VALUE "  VALID TO ".
           02  QH-ValidTo              PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-Quote-Detail-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  QD-OilID                PIC X(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  QD-UnitSize             PIC 9.
           02  FILLER                  PIC X(7) VALUE "ML QTY ".
           02  QD-Qty                  PIC ZZ9.
           02  FILLER                  PIC X(3) VALUE " @ ".
           02  QD-UnitPrice            PIC ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  QD-PriceFlag            PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  QD-Value                PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  QD-Reason               PIC X(24).
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Quote-Total-Line.
           02  FILLER                  PIC X(24) VALUE SPACES.
           02  QT2-Label               PIC X(14).
           02  QT2-Value               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-Quote-Refused-Line.
           02  FILLER                  PIC X(10)
                   VALUE "QUOTATION ".
           02  FILLER                  PIC X(7) VALUE "  CUST ".
           02  QR-CustID               PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  QR-Reason               PIC X(24).
           02  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Valid-To = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num)
               + WS-Quote-Valid-Days).
           PERFORM LoadCustomerMaster.
           PERFORM LoadOilPriceFile.
           PERFORM LoadCustPriceFile.
           PERFORM LoadPromoFile.
           PERFORM LoadOilMaster.
           PERFORM LoadBundleFile.
           PERFORM ReadLastQuoteNumber.
           OPEN OUTPUT PriceListFile.
           OPEN OUTPUT QuotePrintFile.
           OPEN EXTEND QuoteFile.
           IF WS-Quote-Status = "35"
               OPEN OUTPUT QuoteFile
           END-IF.
           OPEN INPUT RequestFile.
           IF WS-Request-Status = "00"
               READ RequestFile
                   AT END MOVE "Y" TO WS-Request-Eof
               END-READ
               PERFORM UNTIL Request-Eof
                   PERFORM ProcessOneRequest
                   READ RequestFile
                       AT END MOVE "Y" TO WS-Request-Eof
                   END-READ
               END-PERFORM
               CLOSE RequestFile
           END-IF.
           IF Quote-Open
               PERFORM CloseQuote
           END-IF.
           CLOSE QuoteFile.
           CLOSE QuotePrintFile.
           CLOSE PriceListFile.
           PERFORM WriteLastQuoteNumber.
           DISPLAY "PRICEQUOTE: " WS-List-Count " PRICE LISTS, "
               WS-Quote-Count " QUOTATIONS".
           GOBACK.

      * A D line belongs to the quotation opened by the Q line
      * before it; any other request closes that quotation first.
       ProcessOneRequest.
           EVALUATE TRUE
               WHEN RQ-QuoteLine
                   IF Quote-Open
                       PERFORM AddQuoteLine
                   END-IF
               WHEN RQ-Quote
                   IF Quote-Open
                       PERFORM CloseQuote
                   END-IF
                   PERFORM OpenQuote
               WHEN RQ-PriceList
                   IF Quote-Open
                       PERFORM CloseQuote
                   END-IF
                   PERFORM PrintPriceLists
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           IF WS-CustomerMaster-Status = "00"
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
               PERFORM UNTIL CustomerMaster-Eof
                   IF WS-Customer-Count < WS-Customer-Table-Limit
                       ADD 1 TO WS-Customer-Count
                       MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                       MOVE CM-CustName
                           TO CT-CustName(WS-Customer-Count)
                       MOVE CM-RouteCode
                           TO CT-RouteCode(WS-Customer-Count)
                   END-IF
                   READ CustomerMaster
                       AT END MOVE "Y" TO WS-CustomerMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE CustomerMaster
           END-IF.

       LookupCustomer.
           MOVE "N" TO WS-Customer-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Customer-Found
                   MOVE WS-Cust-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadOilPriceFile.
           INITIALIZE WS-Oil-Price-Date-Table.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1 UNTIL WS-Oil-Idx > 30
               MOVE OIL-COST(WS-Oil-Idx)
                   TO OIL-SIZE-COST(WS-Oil-Idx 1)
                      OIL-SIZE-COST(WS-Oil-Idx 2)
                      OIL-SIZE-COST(WS-Oil-Idx 3)
           END-PERFORM.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPriceFile-Eof
               END-READ
               PERFORM UNTIL OilPriceFile-Eof
                   IF OP-OilNum >= 1 AND OP-OilNum <= 30
                       IF OP-EffDate <= WS-Run-Date-Num
                               AND OP-EffDate
                                   >= WS-Oil-Price-Date(OP-OilNum)
                           MOVE OP-Cost2ML
                               TO OIL-SIZE-COST(OP-OilNum 1)
                           MOVE OP-Cost5ML
                               TO OIL-SIZE-COST(OP-OilNum 2)
                           MOVE OP-Cost9ML
                               TO OIL-SIZE-COST(OP-OilNum 3)
                           MOVE OP-EffDate
                               TO WS-Oil-Price-Date(OP-OilNum)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPriceFile-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       LoadCustPriceFile.
           OPEN INPUT CustPriceFile.
           IF WS-CustPrice-Status = "00"
               READ CustPriceFile
                   AT END MOVE "Y" TO WS-CustPrice-Eof
               END-READ
               PERFORM UNTIL CustPrice-Eof
                   IF WS-CustPrice-Count >= WS-CustPrice-Table-Limit
                       IF NOT CustPrice-Table-Full
                           MOVE "Y" TO WS-CustPrice-Table-Full
                           DISPLAY "PRICEQUOTE: CUST PRICING TABLE "
                               "FULL - ENTRIES BEYOND "
                               WS-CustPrice-Table-Limit " NOT LOADED"
                       END-IF
                   ELSE
                       ADD 1 TO WS-CustPrice-Count
                       MOVE CP-CustID
                           TO CP-TableCustID(WS-CustPrice-Count)
                       MOVE CP-OilNum
                           TO CP-TableOilNum(WS-CustPrice-Count)
                       MOVE CP-UnitSize
                           TO CP-TableUnitSize(WS-CustPrice-Count)
                       MOVE CP-ContractPrice
                           TO CP-TableContract(WS-CustPrice-Count)
                       MOVE CP-DiscountPct
                           TO CP-TableDiscount(WS-CustPrice-Count)
                   END-IF
                   READ CustPriceFile
                       AT END MOVE "Y" TO WS-CustPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE CustPriceFile
           END-IF.

       LoadPromoFile.
           OPEN INPUT PromoFile.
           IF WS-Promo-Status = "00"
               READ PromoFile
                   AT END MOVE "Y" TO WS-Promo-Eof
               END-READ
               PERFORM UNTIL Promo-Eof
                   IF PR-StartDate <= WS-Run-Date-Num
                           AND PR-EndDate >= WS-Run-Date-Num
                           AND WS-Promo-Count
                               < WS-Promo-Table-Limit
                       ADD 1 TO WS-Promo-Count
                       MOVE PR-PromoCode
                           TO PM-TableCode(WS-Promo-Count)
                       MOVE PR-Scope
                           TO PM-TableScope(WS-Promo-Count)
                       MOVE PR-OilNum
                           TO PM-TableOilNum(WS-Promo-Count)
                       MOVE PR-UnitSize
                           TO PM-TableUnitSize(WS-Promo-Count)
                       MOVE PR-DiscountPct
                           TO PM-TableDiscount(WS-Promo-Count)
                   END-IF
                   READ PromoFile
                       AT END MOVE "Y" TO WS-Promo-Eof
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       LoadOilMaster.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               MOVE SPACES TO ON-OilName(WS-Oil-Idx)
               MOVE "E" TO ON-Category(WS-Oil-Idx)
               MOVE "Y" TO ON-Active(WS-Oil-Idx)
           END-PERFORM.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO ON-OilName(OM2-OilNum)
                       IF OM2-Essential OR OM2-Base
                           MOVE OM2-Category
                               TO ON-Category(OM2-OilNum)
                       END-IF
                       MOVE OM2-Active TO ON-Active(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadBundleFile.
           OPEN INPUT BundleFile.
           IF WS-Bundle-Status = "00"
               READ BundleFile
                   AT END MOVE "Y" TO WS-Bundle-Eof
               END-READ
               PERFORM UNTIL Bundle-Eof
                   IF WS-Bundle-Count < WS-Bundle-Table-Limit
                       ADD 1 TO WS-Bundle-Count
                       MOVE BU-SetNum
                           TO BD2-SetNum(WS-Bundle-Count)
                       MOVE BU-SetName
                           TO BD2-SetName(WS-Bundle-Count)
                       MOVE BU-SetPrice
                           TO BD2-SetPrice(WS-Bundle-Count)
                   END-IF
                   READ BundleFile
                       AT END MOVE "Y" TO WS-Bundle-Eof
                   END-READ
               END-PERFORM
               CLOSE BundleFile
           END-IF.

       LookupBundle.
           MOVE "N" TO WS-Bundle-Found.
           PERFORM VARYING WS-Bundle-Idx FROM 1 BY 1
                   UNTIL WS-Bundle-Idx > WS-Bundle-Count
                       OR Bundle-Found
               IF BD2-SetNum(WS-Bundle-Idx) = OilNum
                   MOVE "Y" TO WS-Bundle-Found
                   MOVE WS-Bundle-Idx TO WS-Bundle-Found-Idx
               END-IF
           END-PERFORM.

       CheckOilActive.
           MOVE "Y" TO WS-Oil-Sale-Active.
           IF OilNum >= 1 AND OilNum <= 30
               IF ON-Active(OilNum) = "N"
                   MOVE "N" TO WS-Oil-Sale-Active
               END-IF
           END-IF.

       SetUnitSizeIndex.
           EVALUATE TRUE
               WHEN 2ML
                   MOVE 1 TO WS-Size-Idx
               WHEN 5ML
                   MOVE 2 TO WS-Size-Idx
               WHEN OTHER
                   MOVE 3 TO WS-Size-Idx
           END-EVALUATE.

       ApplyPromotions.
           PERFORM VARYING WS-Promo-Idx FROM 1 BY 1
                   UNTIL WS-Promo-Idx > WS-Promo-Count
               IF (PM-TableScope(WS-Promo-Idx) = "O"
                       AND PM-TableOilNum(WS-Promo-Idx) = OilNum)
                   OR (PM-TableScope(WS-Promo-Idx) = "Z"
                       AND PM-TableUnitSize(WS-Promo-Idx)
                           = UnitSize)
                   COMPUTE WS-Unit-Price ROUNDED =
                       WS-Unit-Price
                       * (1 - PM-TableDiscount(WS-Promo-Idx))
                   MOVE "P" TO WS-Price-Flag
               END-IF
           END-PERFORM.

      * The AromaSales price resolution, unchanged: contract price,
      * else trade discount off the standard price, else the
      * standard price, with any promotion in force on top.
       ComputeUnitPrice.
           MOVE OIL-SIZE-COST(OilNum WS-Size-Idx) TO WS-Unit-Price.
           MOVE SPACE TO WS-Price-Flag.
           PERFORM VARYING WS-CustPrice-Idx FROM 1 BY 1
                   UNTIL WS-CustPrice-Idx > WS-CustPrice-Count
               IF CP-TableCustID(WS-CustPrice-Idx) = CustID
                       AND (CP-TableOilNum(WS-CustPrice-Idx) = OilNum
                           OR CP-TableOilNum(WS-CustPrice-Idx)
                               = ZERO)
                       AND (CP-TableUnitSize(WS-CustPrice-Idx)
                               = UnitSize
                           OR CP-TableUnitSize(WS-CustPrice-Idx)
                               = ZERO)
                   IF CP-TableContract(WS-CustPrice-Idx) > ZERO
                       MOVE CP-TableContract(WS-CustPrice-Idx)
                           TO WS-Unit-Price
                       MOVE "C" TO WS-Price-Flag
                   ELSE
                       IF WS-Price-Flag NOT = "C"
                               AND CP-TableDiscount(WS-CustPrice-Idx)
                                   > ZERO
                           COMPUTE WS-Unit-Price ROUNDED =
                               OIL-SIZE-COST(OilNum WS-Size-Idx)
                               * (1 - CP-TableDiscount
                                   (WS-CustPrice-Idx))
                           MOVE "D" TO WS-Price-Flag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ApplyPromotions.

      * One customer's list when a customer is named, otherwise a
      * list for every customer on the route.
       PrintPriceLists.
           IF RQ-CustID > ZERO
               MOVE RQ-CustID TO WS-Lookup-CustID
               PERFORM LookupCustomer
               IF Customer-Found
                   PERFORM PrintOnePriceList
               ELSE
                   MOVE "CUSTOMER NOT ON FILE" TO LE-Reason
                   PERFORM WriteListErrorLine
               END-IF
           ELSE
               MOVE ZERO TO WS-Route-Match-Count
               PERFORM VARYING WS-Found-Idx FROM 1 BY 1
                       UNTIL WS-Found-Idx > WS-Customer-Count
                   IF CT-RouteCode(WS-Found-Idx) = RQ-RouteCode
                       ADD 1 TO WS-Route-Match-Count
                       PERFORM PrintOnePriceList
                   END-IF
               END-PERFORM
               IF WS-Route-Match-Count = ZERO
                   MOVE "NO CUSTOMERS ON ROUTE" TO LE-Reason
                   PERFORM WriteListErrorLine
               END-IF
           END-IF.

       WriteListErrorLine.
           MOVE RQ-CustID TO LE-CustID.
           MOVE RQ-RouteCode TO LE-RouteCode.
           MOVE WS-List-Error-Line TO PriceListLine.
           WRITE PriceListLine.

       PrintOnePriceList.
           ADD 1 TO WS-List-Count.
           MOVE CT-CustID(WS-Found-Idx) TO LH-CustID.
           MOVE CT-CustName(WS-Found-Idx) TO LH-CustName.
           MOVE CT-RouteCode(WS-Found-Idx) TO LH-RouteCode.
           MOVE WS-Run-Date-Num TO LH-Date.
           MOVE WS-List-Header-Line TO PriceListLine.
           WRITE PriceListLine.
           MOVE CT-CustID(WS-Found-Idx) TO CustID.
           PERFORM PrintOneOilPrices
               VARYING WS-Oil-Idx FROM 1 BY 1
               UNTIL WS-Oil-Idx > 30.
           PERFORM VARYING WS-Bundle-Idx FROM 1 BY 1
                   UNTIL WS-Bundle-Idx > WS-Bundle-Count
               MOVE BD2-SetNum(WS-Bundle-Idx) TO LS-SetNum
               MOVE BD2-SetName(WS-Bundle-Idx) TO LS-SetName
               MOVE BD2-SetPrice(WS-Bundle-Idx) TO LS-SetPrice
               MOVE WS-List-Set-Line TO PriceListLine
               WRITE PriceListLine
           END-PERFORM.
           MOVE WS-List-Legend-Line TO PriceListLine.
           WRITE PriceListLine.
           MOVE SPACES TO PriceListLine.
           WRITE PriceListLine.

       PrintOneOilPrices.
           IF ON-Active(WS-Oil-Idx) NOT = "N"
               MOVE ON-Category(WS-Oil-Idx) TO OilID(1:1)
               MOVE WS-Oil-Idx TO OilNum
               MOVE OilID TO LO-OilID
               MOVE ON-OilName(WS-Oil-Idx) TO LO-OilName
               MOVE 2 TO UnitSize
               PERFORM PriceOneListSize
               MOVE 5 TO UnitSize
               PERFORM PriceOneListSize
               MOVE 9 TO UnitSize
               PERFORM PriceOneListSize
               MOVE WS-List-Oil-Line TO PriceListLine
               WRITE PriceListLine
           END-IF.

       PriceOneListSize.
           PERFORM SetUnitSizeIndex.
           PERFORM ComputeUnitPrice.
           MOVE SPACES TO LO-Size-Entry(WS-Size-Idx).
           MOVE UnitSize TO LO-SizeLabel(WS-Size-Idx)(1:1).
           MOVE "ML" TO LO-SizeLabel(WS-Size-Idx)(2:2).
           MOVE WS-Unit-Price TO LO-Price(WS-Size-Idx).
           MOVE WS-Price-Flag TO LO-Flag(WS-Size-Idx).

      * A quotation for a customer not on the master is refused,
      * and its D lines are passed over.
       OpenQuote.
           MOVE RQ-CustID TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           IF NOT Customer-Found
               MOVE RQ-CustID TO QR-CustID
               MOVE "CUSTOMER NOT ON FILE" TO QR-Reason
               MOVE WS-Quote-Refused-Line TO QuotePrintLine
               WRITE QuotePrintLine
           ELSE
               MOVE "Y" TO WS-Quote-Open
               ADD 1 TO WS-Last-Quote-Number
               ADD 1 TO WS-Quote-Count
               MOVE RQ-CustID TO WS-Quote-CustID
               MOVE ZERO TO WS-Quote-Line-Count
               MOVE ZERO TO WS-Quote-Net
               MOVE WS-Last-Quote-Number TO QH-QuoteNo
               MOVE RQ-CustID TO QH-CustID
               MOVE CT-CustName(WS-Found-Idx) TO QH-CustName
               MOVE WS-Run-Date-Num TO QH-Date
               MOVE WS-Valid-To TO QH-ValidTo
               MOVE WS-Quote-Header-Line TO QuotePrintLine
               WRITE QuotePrintLine
           END-IF.

      * A line that could not be sold today is printed with its
      * reason and not filed, so it can never be converted.
       AddQuoteLine.
           MOVE WS-Quote-CustID TO CustID.
           MOVE RQ-OilID TO OilID.
           MOVE RQ-UnitSize TO UnitSize.
           MOVE RQ-Qty TO UnitsSold.
           MOVE SPACES TO WS-Line-Reason.
           MOVE ZERO TO WS-Quote-Price.
           MOVE SPACE TO WS-Price-Flag.
           IF BundleSet
               PERFORM LookupBundle
               IF Bundle-Found
                   MOVE BD2-SetPrice(WS-Bundle-Found-Idx)
                       TO WS-Quote-Price
               ELSE
                   MOVE "UNKNOWN SET CODE" TO WS-Line-Reason
               END-IF
           ELSE
               PERFORM CheckOilActive
               EVALUATE TRUE
                   WHEN NOT (Essential OR Base)
                           OR OilNum < 1 OR OilNum > 30
                       MOVE "INVALID OIL CODE" TO WS-Line-Reason
                   WHEN NOT (2ML OR 5ML OR 9ML)
                       MOVE "INVALID UNIT SIZE" TO WS-Line-Reason
                   WHEN NOT Oil-Sale-Active
                       MOVE "OIL DISCONTINUED" TO WS-Line-Reason
                   WHEN OTHER
                       PERFORM SetUnitSizeIndex
                       PERFORM ComputeUnitPrice
                       MOVE WS-Unit-Price TO WS-Quote-Price
               END-EVALUATE
           END-IF.
           IF RQ-Qty NOT NUMERIC OR RQ-Qty = ZERO
               MOVE "INVALID QUANTITY" TO WS-Line-Reason
           END-IF.
           MOVE RQ-OilID TO QD-OilID.
           MOVE RQ-UnitSize TO QD-UnitSize.
           IF WS-Line-Reason = SPACES
               COMPUTE WS-Quote-Line-Value =
                   WS-Quote-Price * RQ-Qty
               ADD WS-Quote-Line-Value TO WS-Quote-Net
               PERFORM FileQuoteLine
               MOVE RQ-Qty TO QD-Qty
               MOVE WS-Quote-Price TO QD-UnitPrice
               MOVE WS-Price-Flag TO QD-PriceFlag
               MOVE WS-Quote-Line-Value TO QD-Value
           ELSE
               MOVE ZERO TO QD-Qty
               MOVE ZERO TO QD-UnitPrice
               MOVE SPACE TO QD-PriceFlag
               MOVE ZERO TO QD-Value
           END-IF.
           MOVE WS-Line-Reason TO QD-Reason.
           MOVE WS-Quote-Detail-Line TO QuotePrintLine.
           WRITE QuotePrintLine.

       FileQuoteLine.
           ADD 1 TO WS-Quote-Line-Count.
           MOVE WS-Last-Quote-Number TO QT-QuoteNo.
           MOVE WS-Quote-Line-Count TO QT-LineNo.
           MOVE WS-Quote-CustID TO QT-CustID.
           MOVE OilID TO QT-OilID.
           MOVE UnitSize TO QT-UnitSize.
           MOVE RQ-Qty TO QT-Qty.
           MOVE WS-Quote-Price TO QT-UnitPrice.
           MOVE WS-Price-Flag TO QT-PriceFlag.
           MOVE WS-Run-Date-Num TO QT-QuoteDate.
           MOVE WS-Valid-To TO QT-ValidTo.
           MOVE "O" TO QT-Status.
           WRITE QuoteRec.

      * VAT at the AromaSales invoice rate, charged once on the net.
       CloseQuote.
           COMPUTE WS-Quote-Vat ROUNDED =
               WS-Quote-Net * WS-Vat-Rate.
           COMPUTE WS-Quote-Gross = WS-Quote-Net + WS-Quote-Vat.
           MOVE "NET VALUE" TO QT2-Label.
           MOVE WS-Quote-Net TO QT2-Value.
           MOVE WS-Quote-Total-Line TO QuotePrintLine.
           WRITE QuotePrintLine.
           MOVE "VAT" TO QT2-Label.
           MOVE WS-Quote-Vat TO QT2-Value.
           MOVE WS-Quote-Total-Line TO QuotePrintLine.
           WRITE QuotePrintLine.
           MOVE "QUOTE TOTAL" TO QT2-Label.
           MOVE WS-Quote-Gross TO QT2-Value.
           MOVE WS-Quote-Total-Line TO QuotePrintLine.
           WRITE QuotePrintLine.
           MOVE SPACES TO QuotePrintLine.
           WRITE QuotePrintLine.
           MOVE "N" TO WS-Quote-Open.

       ReadLastQuoteNumber.
           OPEN INPUT QuoteNumFile.
           IF WS-QuoteNum-Status = "00"
               READ QuoteNumFile
                   AT END MOVE ZERO TO QuoteNumLine
               END-READ
               MOVE QuoteNumLine TO WS-Last-Quote-Number
               CLOSE QuoteNumFile
           END-IF.

       WriteLastQuoteNumber.
           OPEN OUTPUT QuoteNumFile.
           MOVE WS-Last-Quote-Number TO QuoteNumLine.
           WRITE QuoteNumLine.
           CLOSE QuoteNumFile.

       END PROGRAM PriceQuote.

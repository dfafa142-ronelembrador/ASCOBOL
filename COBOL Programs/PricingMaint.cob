      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/delete transactions from
      *          PRICEMAINT.DAT to the three pricing masters AromaSales
      *          prices from - customer contract prices and discount
      *          tiers (CUSTPRICING.DAT), promotions (PROMO.DAT) and
      *          gift sets (BUNDLE.DAT) - in the CustomerMaint style.
      *          Customers are checked against AROMACUST.DAT, oils
      *          against OILMASTER.DAT, and bottle sizes are 1-3.
      *          A promotion is refused when its dates overlap
      *          another promotion covering the same oil and size,
      *          since pricing would apply whichever it met first; a
      *          gift set is refused when a component oil is
      *          discontinued. After the run every contract price
      *          below the oil's weighted cost on OILWCOST.DAT is
      *          listed on PRICEMAINTRPT.DAT. Every change is
      *          appended to PRICEAUDIT.DAT as the record before and
      *          after, with the date and operator; refused
      *          transactions go to the exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PricingMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustPriceFile ASSIGN TO "CUSTPRICING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustPrice-Status.
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Promo-Status.
           SELECT BundleFile ASSIGN TO "BUNDLE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Bundle-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Customer-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT OilWCostFile ASSIGN TO "OILWCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilWCost-Status.
           SELECT TransactionFile ASSIGN TO "PRICEMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tran-Status.
           SELECT AuditFile ASSIGN TO "PRICEAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT ReportFile ASSIGN TO "PRICEMAINTRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustPriceFile.
           COPY CUSTPRICE.

       FD  PromoFile.
           COPY PROMOREC.

       FD  BundleFile.
           COPY BUNDLE.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  OilWCostFile.
           COPY OILWCOST.

       FD  TransactionFile.
           COPY PRICETRAN.

       FD  AuditFile.
       01  AuditLine                   PIC X(110).

       FD  ReportFile.
       01  ReportLine                  PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-CustPrice-Status         PIC XX.
       01  WS-Promo-Status             PIC XX.
       01  WS-Bundle-Status            PIC XX.
       01  WS-Customer-Status          PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-OilWCost-Status          PIC XX.
       01  WS-Tran-Status              PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-CustPrice-Eof        PIC X VALUE "N".
               88  CustPrice-Eof           VALUE "Y".
           02  WS-Promo-Eof            PIC X VALUE "N".
               88  Promo-Eof               VALUE "Y".
           02  WS-Bundle-Eof           PIC X VALUE "N".
               88  Bundle-Eof              VALUE "Y".
           02  WS-Customer-Eof         PIC X VALUE "N".
               88  Customer-Eof            VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-OilWCost-Eof         PIC X VALUE "N".
               88  OilWCost-Eof            VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

      * Each master is held as its own record image plus a deleted
      * marker, so the before and after images can be audited and
      * the file rewritten without deleted entries.
       01  WS-CP-Count                 PIC 9(4) VALUE ZERO.
       01  WS-CP-Table-Limit           PIC 9(4) VALUE 2000.
       01  CustPriceTable.
           02 CP-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-CP-Count.
               03 CT-Rec.
                   04 CT-CustID            PIC 9(5).
                   04 CT-OilNum            PIC 99.
                   04 CT-UnitSize          PIC 9.
                   04 CT-ContractPrice     PIC 99V99.
                   04 CT-DiscountPct       PIC V99.
               03 CT-Deleted               PIC X.

       01  WS-PM-Count                 PIC 9(3) VALUE ZERO.
       01  WS-PM-Table-Limit           PIC 9(3) VALUE 500.
       01  PromoTable.
           02 PM-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-PM-Count.
               03 PT2-Rec.
                   04 PT2-PromoCode        PIC X(6).
                   04 PT2-Scope            PIC X.
                   04 PT2-OilNum           PIC 99.
                   04 PT2-UnitSize         PIC 9.
                   04 PT2-DiscountPct      PIC V99.
                   04 PT2-StartDate        PIC 9(8).
                   04 PT2-EndDate          PIC 9(8).
               03 PT2-Deleted              PIC X.

       01  WS-BD-Count                 PIC 9(3) VALUE ZERO.
       01  WS-BD-Table-Limit           PIC 9(3) VALUE 99.
       01  BundleTable.
           02 BD-Entry OCCURS 99 TIMES
                   DEPENDING ON WS-BD-Count.
               03 BT3-Rec.
                   04 BT3-SetNum           PIC 99.
                   04 BT3-SetName          PIC X(20).
                   04 BT3-SetPrice         PIC 9(3)V99.
                   04 BT3-Components OCCURS 4 TIMES.
                       05 BT3-CompOilNum   PIC 99.
                       05 BT3-CompUnitSize PIC 9.
                       05 BT3-CompQty      PIC 9.
               03 BT3-Deleted              PIC X.

       01  WS-Cust-Count               PIC 9(4) VALUE ZERO.
       01  WS-Cust-Table-Limit         PIC 9(4) VALUE 2000.
       01  CustomerIdTable.
           02 Cust-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Cust-Count.
               03 CI-CustID                PIC 9(5).

      * A missing oil master leaves every oil on file and active,
      * as AromaSales reads it.
       01  OilTable.
           02 Oil-Entry OCCURS 30 TIMES.
               03 OT-OnFile                PIC X.
               03 OT-Active                PIC X.
               03 OT-WeightedCost          PIC 99V99.

       01  WS-Idx                      PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Comp-Idx                 PIC 9.
       01  WS-Comps-Ended              PIC X.
           88  Comps-Ended                 VALUE "Y".
       01  WS-Overlap                  PIC X.
           88  Promo-Overlaps              VALUE "Y".

       01  WS-CP-Changed               PIC X VALUE "N".
           88  CP-Changed                  VALUE "Y".
       01  WS-PM-Changed               PIC X VALUE "N".
           88  PM-Changed                  VALUE "Y".
       01  WS-BD-Changed               PIC X VALUE "N".
           88  BD-Changed                  VALUE "Y".

       01  WS-Refuse-Reason            PIC X(30).
       01  WS-Old-Image                PIC X(43).

       01  WS-Tran-Count               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Below-Cost-Count         PIC 9(5) VALUE ZERO.

       01  WS-Backup-Name              PIC X(30).

       01  WS-Audit-Line.
           02  AL-File                 PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Action               PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-OldImage             PIC X(43).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-NewImage             PIC X(43).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-ChangeDate           PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Operator             PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.

       01  WS-Rpt-Header-Line.
           02  FILLER                  PIC X(28)
                   VALUE "PRICING MAINTENANCE RUN     ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(11) VALUE "  OPERATOR ".
           02  RH-Operator             PIC X(8).
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-Rpt-Section-Line.
           02  FILLER                  PIC X(80)
                   VALUE "CONTRACT PRICES BELOW WEIGHTED COST".

       01  WS-Rpt-Detail-Line.
           02  FILLER                  PIC X(5) VALUE "CUST ".
           02  RD-CustID               PIC 9(5).
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  RD-OilNum               PIC 99.
           02  FILLER                  PIC X(7) VALUE "  SIZE ".
           02  RD-UnitSize             PIC 9.
           02  FILLER                  PIC X(8) VALUE "  PRICE ".
           02  RD-Price                PIC Z9.99.
           02  FILLER                  PIC X(7) VALUE "  COST ".
           02  RD-Cost                 PIC Z9.99.
           02  FILLER                  PIC X(8) VALUE "  UNDER ".
           02  RD-Under                PIC Z9.99.
           02  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-Rpt-Total-Line.
           02  FILLER                  PIC X(14)
                   VALUE "TRANSACTIONS: ".
           02  RT-Trans                PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE "  APPLIED: ".
           02  RT-Applied              PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           02  RT-Refused              PIC ZZZZ9.
           02  FILLER                  PIC X(14)
                   VALUE "  BELOW COST: ".
           02  RT-Below                PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE SPACES.


      * Run locks on the three masters, taken through FileLock
      * before the table loads and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30).
       01  WS-Lock-Program             PIC X(20)
               VALUE "PricingMaint".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).
       01  WS-Locks-Held               PIC 9 VALUE ZERO.
       01  WS-Lock-Names.
           02  FILLER                  PIC X(30)
                   VALUE "CUSTPRICING.DAT".
           02  FILLER                  PIC X(30)
                   VALUE "PROMO.DAT".
           02  FILLER                  PIC X(30)
                   VALUE "BUNDLE.DAT".
       01  WS-Lock-Table REDEFINES WS-Lock-Names.
           02  WS-Lock-Name            PIC X(30) OCCURS 3 TIMES.
       01  WS-Lock-Idx                 PIC 9.


      * Operator sign-on checked against the authorization
      * master before any transaction is applied.
       01  WS-Auth-Program             PIC X(20)
               VALUE "PricingMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "PRICINGMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TakeMasterLocks.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadCustPriceTable.
           PERFORM LoadPromoTable.
           PERFORM LoadBundleTable.
           PERFORM LoadCustomerIds.
           PERFORM LoadOilTable.
           IF Table-Full
               DISPLAY "PRICINGMAINT: PRICING TABLE FULL - "
                   "MASTERS NOT REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OpenExceptionsFile
               OPEN EXTEND AuditFile
               IF WS-Audit-Status = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               PERFORM ApplyTransactions
               CLOSE AuditFile
               CLOSE ExceptionsFile
               IF CP-Changed
                   PERFORM RewriteCustPriceFile
               END-IF
               IF PM-Changed
                   PERFORM RewritePromoFile
               END-IF
               IF BD-Changed
                   PERFORM RewriteBundleFile
               END-IF
               PERFORM WriteBelowCostReport
           END-IF.
           PERFORM ClearMasterLocks.
           DISPLAY "PRICINGMAINT: " WS-Tran-Count
               " TRANSACTIONS, " WS-Applied-Count " APPLIED, "
               WS-Refused-Count " REFUSED, " WS-Below-Cost-Count
               " CONTRACT PRICES BELOW COST".
           STOP RUN.

      * The masters are locked in turn; failing any lock releases
      * those already taken before refusing the run.
       TakeMasterLocks.
           MOVE "SET" TO WS-Lock-Action.
           PERFORM VARYING WS-Lock-Idx FROM 1 BY 1
                   UNTIL WS-Lock-Idx > 3
               MOVE WS-Lock-Name(WS-Lock-Idx) TO WS-Lock-File
               CALL "FileLock" USING WS-Lock-Action WS-Lock-File
                   WS-Lock-Program WS-Lock-Result WS-Lock-Holder
               IF WS-Lock-Result NOT = "Y"
                   DISPLAY "PRICINGMAINT: " WS-Lock-File
                       " LOCKED BY " WS-Lock-Holder " - RUN REFUSED"
                   PERFORM ClearMasterLocks
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Locks-Held
           END-PERFORM.

       ClearMasterLocks.
           MOVE "CLEAR" TO WS-Lock-Action.
           PERFORM VARYING WS-Lock-Idx FROM 1 BY 1
                   UNTIL WS-Lock-Idx > WS-Locks-Held
               MOVE WS-Lock-Name(WS-Lock-Idx) TO WS-Lock-File
               CALL "FileLock" USING WS-Lock-Action WS-Lock-File
                   WS-Lock-Program WS-Lock-Result WS-Lock-Holder
           END-PERFORM.
           MOVE ZERO TO WS-Locks-Held.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadCustPriceTable.
           OPEN INPUT CustPriceFile.
           IF WS-CustPrice-Status = "00"
               READ CustPriceFile
                   AT END MOVE "Y" TO WS-CustPrice-Eof
               END-READ
               PERFORM UNTIL CustPrice-Eof
                   IF WS-CP-Count >= WS-CP-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-CP-Count
                       MOVE CustPriceRec TO CT-Rec(WS-CP-Count)
                       MOVE "N" TO CT-Deleted(WS-CP-Count)
                   END-IF
                   READ CustPriceFile
                       AT END MOVE "Y" TO WS-CustPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE CustPriceFile
           END-IF.

       LoadPromoTable.
           OPEN INPUT PromoFile.
           IF WS-Promo-Status = "00"
               READ PromoFile
                   AT END MOVE "Y" TO WS-Promo-Eof
               END-READ
               PERFORM UNTIL Promo-Eof
                   IF WS-PM-Count >= WS-PM-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-PM-Count
                       MOVE PromoRec TO PT2-Rec(WS-PM-Count)
                       MOVE "N" TO PT2-Deleted(WS-PM-Count)
                   END-IF
                   READ PromoFile
                       AT END MOVE "Y" TO WS-Promo-Eof
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       LoadBundleTable.
           OPEN INPUT BundleFile.
           IF WS-Bundle-Status = "00"
               READ BundleFile
                   AT END MOVE "Y" TO WS-Bundle-Eof
               END-READ
               PERFORM UNTIL Bundle-Eof
                   IF WS-BD-Count >= WS-BD-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-BD-Count
                       MOVE BundleRec TO BT3-Rec(WS-BD-Count)
                       MOVE "N" TO BT3-Deleted(WS-BD-Count)
                   END-IF
                   READ BundleFile
                       AT END MOVE "Y" TO WS-Bundle-Eof
                   END-READ
               END-PERFORM
               CLOSE BundleFile
           END-IF.

       LoadCustomerIds.
           OPEN INPUT CustomerMaster.
           IF WS-Customer-Status = "00"
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-Customer-Eof
               END-READ
               PERFORM UNTIL Customer-Eof
                   IF WS-Cust-Count >= WS-Cust-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Cust-Count
                       MOVE CM-CustID TO CI-CustID(WS-Cust-Count)
                   END-IF
                   READ CustomerMaster
                       AT END MOVE "Y" TO WS-Customer-Eof
                   END-READ
               END-PERFORM
               CLOSE CustomerMaster
           END-IF.

       LoadOilTable.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 30
               MOVE "Y" TO OT-OnFile(WS-Idx)
               MOVE "Y" TO OT-Active(WS-Idx)
               MOVE ZERO TO OT-WeightedCost(WS-Idx)
           END-PERFORM.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 30
                   MOVE "N" TO OT-OnFile(WS-Idx)
               END-PERFORM
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE "Y" TO OT-OnFile(OM2-OilNum)
                       IF OM2-Discontinued
                           MOVE "N" TO OT-Active(OM2-OilNum)
                       END-IF
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.
           OPEN INPUT OilWCostFile.
           IF WS-OilWCost-Status = "00"
               READ OilWCostFile
                   AT END MOVE "Y" TO WS-OilWCost-Eof
               END-READ
               PERFORM UNTIL OilWCost-Eof
                   IF OW-OilNum >= 1 AND OW-OilNum <= 30
                       MOVE OW-WeightedCost
                           TO OT-WeightedCost(OW-OilNum)
                   END-IF
                   READ OilWCostFile
                       AT END MOVE "Y" TO WS-OilWCost-Eof
                   END-READ
               END-PERFORM
               CLOSE OilWCostFile
           END-IF.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           IF WS-Tran-Status = "00"
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   ADD 1 TO WS-Tran-Count
                   PERFORM ApplyOneTransaction
                   READ TransactionFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE TransactionFile
           END-IF.

       ApplyOneTransaction.
           MOVE SPACES TO WS-Refuse-Reason.
           EVALUATE TRUE
               WHEN NOT PT-Add AND NOT PT-Change AND NOT PT-Delete
                   MOVE "BAD ACTION CODE" TO WS-Refuse-Reason
               WHEN PT-CustPrice
                   PERFORM ApplyCustPrice
               WHEN PT-Promo
                   PERFORM ApplyPromo
               WHEN PT-Bundle
                   PERFORM ApplyBundle
               WHEN OTHER
                   MOVE "BAD FILE CODE" TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Applied-Count
           ELSE
               PERFORM WriteRefusal
           END-IF.

      ******************************************************************
      * Customer contract prices and discount tiers.
      ******************************************************************
       ApplyCustPrice.
           MOVE "N" TO WS-Entry-Found.
           IF PT-CustID NUMERIC AND PT-OilNum NUMERIC
                   AND PT-UnitSize NUMERIC
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-CP-Count OR Entry-Found
                   IF CT-Deleted(WS-Idx) = "N"
                           AND CT-CustID(WS-Idx) = PT-CustID
                           AND CT-OilNum(WS-Idx) = PT-OilNum
                           AND CT-UnitSize(WS-Idx) = PT-UnitSize
                       MOVE "Y" TO WS-Entry-Found
                       MOVE WS-Idx TO WS-Found-Idx
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN PT-Add AND Entry-Found
                   MOVE "PRICE ALREADY ON FILE" TO WS-Refuse-Reason
               WHEN PT-Add AND WS-CP-Count >= WS-CP-Table-Limit
                   MOVE "PRICING TABLE FULL" TO WS-Refuse-Reason
               WHEN NOT PT-Add AND NOT Entry-Found
                   MOVE "PRICE NOT ON FILE" TO WS-Refuse-Reason
               WHEN PT-Delete
                   MOVE CT-Rec(WS-Found-Idx) TO WS-Old-Image
                   MOVE "Y" TO CT-Deleted(WS-Found-Idx)
                   MOVE "Y" TO WS-CP-Changed
                   PERFORM WriteAuditLine
               WHEN OTHER
                   PERFORM ValidateCustPrice
                   IF WS-Refuse-Reason = SPACES
                       IF PT-Add
                           ADD 1 TO WS-CP-Count
                           MOVE WS-CP-Count TO WS-Found-Idx
                           MOVE SPACES TO WS-Old-Image
                           MOVE "N" TO CT-Deleted(WS-Found-Idx)
                       ELSE
                           MOVE CT-Rec(WS-Found-Idx) TO WS-Old-Image
                       END-IF
                       MOVE PT-Body TO CT-Rec(WS-Found-Idx)
                       MOVE "Y" TO WS-CP-Changed
                       PERFORM WriteAuditLine
                   END-IF
           END-EVALUATE.

      * A contract price is for one oil and size; a discount tier
      * may cover every oil (zero) or every size (zero).
       ValidateCustPrice.
           MOVE "N" TO WS-Entry-Found.
           IF PT-CustID NUMERIC
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Cust-Count OR Entry-Found
                   IF CI-CustID(WS-Idx) = PT-CustID
                       MOVE "Y" TO WS-Entry-Found
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN NOT Entry-Found
                   MOVE "CUSTOMER NOT ON FILE" TO WS-Refuse-Reason
               WHEN PT-OilNum NOT NUMERIC OR PT-OilNum > 30
                   MOVE "BAD OIL NUMBER" TO WS-Refuse-Reason
               WHEN PT-OilNum > ZERO
                       AND OT-OnFile(PT-OilNum) NOT = "Y"
                   MOVE "OIL NOT ON MASTER" TO WS-Refuse-Reason
               WHEN PT-UnitSize NOT NUMERIC OR PT-UnitSize > 3
                   MOVE "BAD UNIT SIZE" TO WS-Refuse-Reason
               WHEN PT-ContractPrice NOT NUMERIC
                       OR PT-DiscountPct NOT NUMERIC
                   MOVE "BAD PRICE OR DISCOUNT" TO WS-Refuse-Reason
               WHEN PT-ContractPrice = ZERO
                       AND PT-DiscountPct = ZERO
                   MOVE "NO PRICE OR DISCOUNT" TO WS-Refuse-Reason
               WHEN PT-ContractPrice > ZERO
                       AND (PT-OilNum = ZERO OR PT-UnitSize = ZERO)
                   MOVE "CONTRACT NEEDS OIL AND SIZE"
                       TO WS-Refuse-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Promotions.
      ******************************************************************
       ApplyPromo.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-PM-Count OR Entry-Found
               IF PT2-Deleted(WS-Idx) = "N"
                       AND PT2-PromoCode(WS-Idx) = PT-PromoCode
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PT-PromoCode = SPACES
                   MOVE "PROMOTION CODE MISSING" TO WS-Refuse-Reason
               WHEN PT-Add AND Entry-Found
                   MOVE "PROMOTION ALREADY ON FILE"
                       TO WS-Refuse-Reason
               WHEN PT-Add AND WS-PM-Count >= WS-PM-Table-Limit
                   MOVE "PROMOTION TABLE FULL" TO WS-Refuse-Reason
               WHEN NOT PT-Add AND NOT Entry-Found
                   MOVE "PROMOTION NOT ON FILE" TO WS-Refuse-Reason
               WHEN PT-Delete
                   MOVE PT2-Rec(WS-Found-Idx) TO WS-Old-Image
                   MOVE "Y" TO PT2-Deleted(WS-Found-Idx)
                   MOVE "Y" TO WS-PM-Changed
                   PERFORM WriteAuditLine
               WHEN OTHER
                   PERFORM ValidatePromo
                   IF WS-Refuse-Reason = SPACES
                       IF PT-Add
                           ADD 1 TO WS-PM-Count
                           MOVE WS-PM-Count TO WS-Found-Idx
                           MOVE SPACES TO WS-Old-Image
                           MOVE "N" TO PT2-Deleted(WS-Found-Idx)
                       ELSE
                           MOVE PT2-Rec(WS-Found-Idx) TO WS-Old-Image
                       END-IF
                       MOVE PT-Body TO PT2-Rec(WS-Found-Idx)
                       MOVE "Y" TO WS-PM-Changed
                       PERFORM WriteAuditLine
                   END-IF
           END-EVALUATE.

       ValidatePromo.
           EVALUATE TRUE
               WHEN PT-Scope NOT = "O" AND PT-Scope NOT = "Z"
                   MOVE "BAD PROMOTION SCOPE" TO WS-Refuse-Reason
               WHEN PT-Scope = "O"
                       AND (PT-PrOilNum NOT NUMERIC
                           OR PT-PrOilNum = ZERO
                           OR PT-PrOilNum > 30)
                   MOVE "BAD OIL NUMBER" TO WS-Refuse-Reason
               WHEN PT-Scope = "O"
                       AND OT-OnFile(PT-PrOilNum) NOT = "Y"
                   MOVE "OIL NOT ON MASTER" TO WS-Refuse-Reason
               WHEN PT-Scope = "O"
                       AND OT-Active(PT-PrOilNum) NOT = "Y"
                   MOVE "OIL DISCONTINUED" TO WS-Refuse-Reason
               WHEN PT-Scope = "Z"
                       AND (PT-PrUnitSize NOT NUMERIC
                           OR PT-PrUnitSize = ZERO
                           OR PT-PrUnitSize > 3)
                   MOVE "BAD UNIT SIZE" TO WS-Refuse-Reason
               WHEN PT-PrDiscountPct NOT NUMERIC
                       OR PT-PrDiscountPct = ZERO
                   MOVE "BAD DISCOUNT" TO WS-Refuse-Reason
               WHEN PT-StartDate NOT NUMERIC
                       OR PT-EndDate NOT NUMERIC
                   MOVE "BAD PROMOTION DATES" TO WS-Refuse-Reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PT-StartDate)
                       NOT = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD(PT-EndDate)
                           NOT = ZERO
                   MOVE "BAD PROMOTION DATES" TO WS-Refuse-Reason
               WHEN PT-EndDate < PT-StartDate
                   MOVE "END BEFORE START" TO WS-Refuse-Reason
               WHEN OTHER
                   PERFORM CheckPromoOverlap
                   IF Promo-Overlaps
                       MOVE "OVERLAPS ANOTHER PROMOTION"
                           TO WS-Refuse-Reason
                   END-IF
           END-EVALUATE.

      * Two promotions clash when their windows overlap and they
      * can price the same oil and size: two oil promotions on the
      * same oil, two size promotions on the same size, or an oil
      * promotion against any size promotion, since those always
      * meet on one oil/size. The promotion being changed is not
      * compared with itself.
       CheckPromoOverlap.
           MOVE "N" TO WS-Overlap.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-PM-Count OR Promo-Overlaps
               IF PT2-Deleted(WS-Idx) = "N"
                       AND PT2-PromoCode(WS-Idx) NOT = PT-PromoCode
                       AND PT2-StartDate(WS-Idx) <= PT-EndDate
                       AND PT2-EndDate(WS-Idx) >= PT-StartDate
                   EVALUATE TRUE
                       WHEN PT2-Scope(WS-Idx) NOT = PT-Scope
                           MOVE "Y" TO WS-Overlap
                       WHEN PT-Scope = "O"
                               AND PT2-OilNum(WS-Idx) = PT-PrOilNum
                           MOVE "Y" TO WS-Overlap
                       WHEN PT-Scope = "Z"
                               AND PT2-UnitSize(WS-Idx)
                                   = PT-PrUnitSize
                           MOVE "Y" TO WS-Overlap
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Gift sets.
      ******************************************************************
       ApplyBundle.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-BD-Count OR Entry-Found
               IF BT3-Deleted(WS-Idx) = "N"
                       AND BT3-SetNum(WS-Idx) = PT-SetNum
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PT-SetNum NOT NUMERIC OR PT-SetNum = ZERO
                   MOVE "BAD SET NUMBER" TO WS-Refuse-Reason
               WHEN PT-Add AND Entry-Found
                   MOVE "SET ALREADY ON FILE" TO WS-Refuse-Reason
               WHEN PT-Add AND WS-BD-Count >= WS-BD-Table-Limit
                   MOVE "SET TABLE FULL" TO WS-Refuse-Reason
               WHEN NOT PT-Add AND NOT Entry-Found
                   MOVE "SET NOT ON FILE" TO WS-Refuse-Reason
               WHEN PT-Delete
                   MOVE BT3-Rec(WS-Found-Idx) TO WS-Old-Image
                   MOVE "Y" TO BT3-Deleted(WS-Found-Idx)
                   MOVE "Y" TO WS-BD-Changed
                   PERFORM WriteAuditLine
               WHEN OTHER
                   PERFORM ValidateBundle
                   IF WS-Refuse-Reason = SPACES
                       IF PT-Add
                           ADD 1 TO WS-BD-Count
                           MOVE WS-BD-Count TO WS-Found-Idx
                           MOVE SPACES TO WS-Old-Image
                           MOVE "N" TO BT3-Deleted(WS-Found-Idx)
                       ELSE
                           MOVE BT3-Rec(WS-Found-Idx) TO WS-Old-Image
                       END-IF
                       MOVE PT-Body TO BT3-Rec(WS-Found-Idx)
                       MOVE "Y" TO WS-BD-Changed
                       PERFORM WriteAuditLine
                   END-IF
           END-EVALUATE.

       ValidateBundle.
           EVALUATE TRUE
               WHEN PT-SetName = SPACES
                   MOVE "SET NAME MISSING" TO WS-Refuse-Reason
               WHEN PT-SetPrice NOT NUMERIC OR PT-SetPrice = ZERO
                   MOVE "BAD SET PRICE" TO WS-Refuse-Reason
               WHEN PT-CompOilNum(1) NOT NUMERIC
                       OR PT-CompOilNum(1) = ZERO
                   MOVE "SET HAS NO COMPONENTS" TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "N" TO WS-Comps-Ended
                   PERFORM ValidateOneComponent
                       VARYING WS-Comp-Idx FROM 1 BY 1
                       UNTIL WS-Comp-Idx > 4 OR Comps-Ended
                           OR WS-Refuse-Reason NOT = SPACES
           END-EVALUATE.

      * A zero component oil ends the list, as AromaSales reads it.
       ValidateOneComponent.
           EVALUATE TRUE
               WHEN PT-CompOilNum(WS-Comp-Idx) NOT NUMERIC
                       OR PT-CompOilNum(WS-Comp-Idx) > 30
                   MOVE "BAD COMPONENT OIL" TO WS-Refuse-Reason
               WHEN PT-CompOilNum(WS-Comp-Idx) = ZERO
                   MOVE "Y" TO WS-Comps-Ended
               WHEN OT-OnFile(PT-CompOilNum(WS-Comp-Idx)) NOT = "Y"
                   MOVE "COMPONENT OIL NOT ON MASTER"
                       TO WS-Refuse-Reason
               WHEN OT-Active(PT-CompOilNum(WS-Comp-Idx)) NOT = "Y"
                   MOVE "COMPONENT OIL DISCONTINUED"
                       TO WS-Refuse-Reason
               WHEN PT-CompUnitSize(WS-Comp-Idx) NOT NUMERIC
                       OR PT-CompUnitSize(WS-Comp-Idx) = ZERO
                       OR PT-CompUnitSize(WS-Comp-Idx) > 3
                   MOVE "BAD COMPONENT SIZE" TO WS-Refuse-Reason
               WHEN PT-CompQty(WS-Comp-Idx) NOT NUMERIC
                       OR PT-CompQty(WS-Comp-Idx) = ZERO
                   MOVE "BAD COMPONENT QUANTITY" TO WS-Refuse-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Audit, refusals and rewrite.
      ******************************************************************
       WriteAuditLine.
           MOVE SPACES TO WS-Audit-Line.
           MOVE PT-File TO AL-File.
           MOVE PT-Action TO AL-Action.
           MOVE WS-Old-Image TO AL-OldImage.
           IF PT-Delete
               MOVE SPACES TO AL-NewImage
           ELSE
               MOVE PT-Body TO AL-NewImage
           END-IF.
           MOVE WS-Run-Date TO AL-ChangeDate.
           MOVE WS-Auth-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.

       WriteRefusal.
           ADD 1 TO WS-Refused-Count.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "PRICEMAINT" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING PT-File PT-Action "/" PT-Body(1:17)
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Refuse-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       RewriteCustPriceFile.
           MOVE "CUSTPRICING.DAT" TO WS-Backup-Name.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT CustPriceFile.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-CP-Count
               IF CT-Deleted(WS-Idx) = "N"
                   MOVE CT-Rec(WS-Idx) TO CustPriceRec
                   WRITE CustPriceRec
               END-IF
           END-PERFORM.
           CLOSE CustPriceFile.

       RewritePromoFile.
           MOVE "PROMO.DAT" TO WS-Backup-Name.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT PromoFile.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-PM-Count
               IF PT2-Deleted(WS-Idx) = "N"
                   MOVE PT2-Rec(WS-Idx) TO PromoRec
                   WRITE PromoRec
               END-IF
           END-PERFORM.
           CLOSE PromoFile.

       RewriteBundleFile.
           MOVE "BUNDLE.DAT" TO WS-Backup-Name.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT BundleFile.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-BD-Count
               IF BT3-Deleted(WS-Idx) = "N"
                   MOVE BT3-Rec(WS-Idx) TO BundleRec
                   WRITE BundleRec
               END-IF
           END-PERFORM.
           CLOSE BundleFile.

      * Lists every contract price on file, not only those keyed
      * this run, that sells an oil for less than its weighted cost.
      * An oil with no weighted cost yet is not compared.
       WriteBelowCostReport.
           OPEN OUTPUT ReportFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Auth-Operator TO RH-Operator.
           MOVE WS-Rpt-Header-Line TO ReportLine.
           WRITE ReportLine.
           MOVE WS-Rpt-Section-Line TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-CP-Count
               IF CT-Deleted(WS-Idx) = "N"
                       AND CT-ContractPrice(WS-Idx) > ZERO
                       AND CT-OilNum(WS-Idx) >= 1
                       AND CT-OilNum(WS-Idx) <= 30
                   IF OT-WeightedCost(CT-OilNum(WS-Idx)) > ZERO
                           AND CT-ContractPrice(WS-Idx)
                               < OT-WeightedCost(CT-OilNum(WS-Idx))
                       PERFORM WriteBelowCostLine
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-Tran-Count TO RT-Trans.
           MOVE WS-Applied-Count TO RT-Applied.
           MOVE WS-Refused-Count TO RT-Refused.
           MOVE WS-Below-Cost-Count TO RT-Below.
           MOVE WS-Rpt-Total-Line TO ReportLine.
           WRITE ReportLine.
           CLOSE ReportFile.

       WriteBelowCostLine.
           ADD 1 TO WS-Below-Cost-Count.
           MOVE CT-CustID(WS-Idx) TO RD-CustID.
           MOVE CT-OilNum(WS-Idx) TO RD-OilNum.
           MOVE CT-UnitSize(WS-Idx) TO RD-UnitSize.
           MOVE CT-ContractPrice(WS-Idx) TO RD-Price.
           MOVE OT-WeightedCost(CT-OilNum(WS-Idx)) TO RD-Cost.
           COMPUTE RD-Under = OT-WeightedCost(CT-OilNum(WS-Idx))
               - CT-ContractPrice(WS-Idx).
           MOVE WS-Rpt-Detail-Line TO ReportLine.
           WRITE ReportLine.
       END PROGRAM PricingMaint.

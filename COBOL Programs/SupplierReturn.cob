      ******************************************************************
      * Author:
      * Date:
      * Purpose: Return-to-supplier processing. Return requests on
      *          SUPPRETREQ.DAT (supplier, oil, lot, branch, quantity
      *          and reason) - short-dated lots from ExpiryReport,
      *          damaged stock found at a stock-take - are checked
      *          against the lot's remaining quantity on OILLOTS.DAT,
      *          the branch's stock and the supplier's delivery
      *          history on AROMAPOHIST.DAT, which also gives the
      *          unit cost the stock was bought at. Each accepted
      *          return comes off the lot, the branch stock and the
      *          oil's stock-on-hand, with a SUPPRETURN entry on the
      *          movement ledger for each. Per supplier the run
      *          prints a returns note listing what went back and
      *          raises one debit note onto APLEDGER.DAT, numbered
      *          from DEBITNUM.DAT, for the next ApPaymentRun to net
      *          off. Rejected requests go to the exceptions file.
      *          A supplier billing in a foreign currency was bought
      *          from in that currency, so its debit note is raised
      *          in it and carried to euro at the EURxxx rate in
      *          force on CURRENCYRATES.DAT; with no rate on file the
      *          note goes on at face value and is reported. The
      *          input VAT reclaimed on the returned goods is reversed
      *          on VATTRANS.DAT under the debit note, at the rate
      *          ApLedgerPost claimed it at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierReturn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnReqFile ASSIGN TO "SUPPRETREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReturnReq-Status.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT POHistFile ASSIGN TO "AROMAPOHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POHist-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT BranchStockFile ASSIGN TO "AROMABRSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchStock-Status.
           SELECT OilLotFile ASSIGN TO "OILLOTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilLot-Status.
           SELECT StockMoveFile ASSIGN TO "STOCKMOVES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-StockMove-Status.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ApLedger-Status.
           SELECT DebitNumFile ASSIGN TO "DEBITNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DebitNum-Status.
           SELECT ReturnNoteFile ASSIGN TO "SUPPRETNOTE.DAT"
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

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnReqFile.
       01  ReturnReqRec.
           02  RR-SupplierCode         PIC 9(3).
           02  RR-OilNum               PIC 99.
           02  RR-LotNumber            PIC X(10).
           02  RR-Branch               PIC 99.
           02  RR-Qty                  PIC 9(5).
           02  RR-Reason               PIC X(12).

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  POHistFile.
           COPY POHIST.

       FD  OilPriceFile.
           COPY OILPRICE.

       FD  BranchStockFile.
       01  BranchStockRec.
           02  BS-Branch               PIC 99.
           02  BS-OilNum               PIC 99.
           02  BS-Stock                PIC 9(5).

       FD  OilLotFile.
           COPY OILLOT.

       FD  StockMoveFile.
           COPY STKMOVE.

       FD  ApLedgerFile.
           COPY APLEDG.

       FD  DebitNumFile.
       01  DebitNumLine                PIC 9(6).

       FD  ReturnNoteFile.
       01  ReturnNoteLine              PIC X(100).

       FD  VatTransFile.
           COPY VATTRANS.

       FD  RateMasterFile.
           COPY CURRRATE.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ReturnReq-Status         PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-POHist-Status            PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-OilLot-Status            PIC XX.
       01  WS-StockMove-Status         PIC XX.
       01  WS-ApLedger-Status          PIC XX.
       01  WS-DebitNum-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-VatTrans-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Last-Debit-Number        PIC 9(6) VALUE ZERO.
       01  WS-Backup-Name              PIC X(30)
               VALUE "OILPRICES.DAT".

       01  WS-Eof-Switches.
           02  WS-ReturnReq-Eof        PIC X VALUE "N".
               88  ReturnReq-Eof           VALUE "Y".
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-POHist-Eof           PIC X VALUE "N".
               88  POHist-Eof              VALUE "Y".
           02  WS-OilPrice-Eof         PIC X VALUE "N".
               88  OilPrice-Eof            VALUE "Y".
           02  WS-BranchStock-Eof      PIC X VALUE "N".
               88  BranchStock-Eof         VALUE "Y".
           02  WS-OilLot-Eof           PIC X VALUE "N".
               88  OilLot-Eof              VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  WS-Supplier-Table-Limit     PIC 9(3) VALUE 50.
       01  SupplierTable.
           02 Supplier-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Supplier-Count.
               03 SP-Code                  PIC 9(3).
               03 SP-Name                  PIC X(20).
               03 SP-Debit-Total           PIC 9(7)V99.
               03 SP-Currency              PIC X(3).
               03 SP-Rate                  PIC 9(3)V9(5).
       01  WS-Sup-Idx                  PIC 9(3).
       01  WS-Sup-Found-Idx            PIC 9(3).
       01  WS-Supplier-Found           PIC X VALUE "N".
           88  Supplier-Found              VALUE "Y".

      * Stock is carried on each oil's latest-dated price record;
      * every dated record is held so the master rewrites whole.
       01  WS-OilPrice-Count           PIC 9(3) VALUE ZERO.
       01  WS-OilPrice-Table-Limit     PIC 9(3) VALUE 600.
       01  WS-OilTable-Full            PIC X VALUE "N".
           88  OilTable-Full               VALUE "Y".
       01  OilPriceTable.
           02 OilPrice-Entry OCCURS 600 TIMES
                   DEPENDING ON WS-OilPrice-Count.
               03 SR-TableOilNum           PIC 99.
               03 SR-TableCost2ML          PIC 99V99.
               03 SR-TableCost5ML          PIC 99V99.
               03 SR-TableCost9ML          PIC 99V99.
               03 SR-TableStock            PIC S9(5).
               03 SR-TableEffDate          PIC 9(8).
       01  WS-Table-Idx                PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Best-EffDate             PIC 9(8).

       01  WS-BrStock-Count            PIC 9(3) VALUE ZERO.
       01  WS-BrStock-Table-Limit      PIC 9(3) VALUE 270.
       01  WS-BrStock-Table-Full       PIC X VALUE "N".
           88  BrStock-Table-Full          VALUE "Y".
       01  BranchStockTable.
           02 BrStock-Entry OCCURS 270 TIMES
                   DEPENDING ON WS-BrStock-Count.
               03 BT-Branch                PIC 99.
               03 BT-OilNum                PIC 99.
               03 BT-Stock                 PIC S9(5).
       01  WS-BrStock-Idx              PIC 9(3).
       01  WS-BrStock-Found-Idx        PIC 9(3).
       01  WS-BrStock-Found            PIC X VALUE "N".
           88  BrStock-Found               VALUE "Y".

       01  WS-Lot-Count                PIC 9(3) VALUE ZERO.
       01  WS-Lot-Table-Limit          PIC 9(3) VALUE 300.
       01  WS-Lot-Table-Full           PIC X VALUE "N".
           88  Lot-Table-Full              VALUE "Y".
       01  LotTable.
           02 Lot-Entry OCCURS 300 TIMES
                   DEPENDING ON WS-Lot-Count.
               03 LT-OilNum                PIC 99.
               03 LT-LotNumber             PIC X(10).
               03 LT-ExpiryDate            PIC 9(8).
               03 LT-Qty                   PIC S9(5).
               03 LT-RcptDate              PIC 9(8).
       01  WS-Lot-Idx                  PIC 9(3).
       01  WS-Lot-Found-Idx            PIC 9(3).
       01  WS-Lot-Found                PIC X VALUE "N".
           88  Lot-Found                   VALUE "Y".

      * The delivery a return is costed at: the supplier's receipt
      * of the oil on the lot's receipt date where there is one,
      * otherwise the supplier's latest receipt of the oil.
       01  WS-Match-PONumber           PIC 9(6).
       01  WS-Match-QtyReceived        PIC 9(5).
       01  WS-Match-UnitCost           PIC 99V99.
       01  WS-Match-ReceiptDate        PIC 9(8).
       01  WS-Match-Exact              PIC X VALUE "N".
           88  Match-Exact                 VALUE "Y".
       01  WS-PO-Matched               PIC X VALUE "N".
           88  PO-Matched                  VALUE "Y".

      * Accepted return lines of this run, printed per supplier.
       01  WS-Return-Count             PIC 9(3) VALUE ZERO.
       01  WS-Return-Table-Limit       PIC 9(3) VALUE 200.
       01  ReturnLineTable.
           02 Return-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Return-Count.
               03 RL-SupIdx                PIC 9(3).
               03 RL-OilNum                PIC 99.
               03 RL-LotNumber             PIC X(10).
               03 RL-Branch                PIC 99.
               03 RL-PONumber              PIC 9(6).
               03 RL-Qty                   PIC 9(5).
               03 RL-UnitCost              PIC 99V99.
               03 RL-Value                 PIC 9(7)V99.
               03 RL-Reason                PIC X(12).
       01  WS-Return-Idx               PIC 9(3).

       01  WS-Reject-Reason            PIC X(30).
       01  WS-Requests-Read            PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Debit-Note-Count         PIC 9(5) VALUE ZERO.

       01  WS-Debit-Note-No.
           02  FILLER                  PIC XX VALUE "DN".
           02  WS-Debit-Note-Seq       PIC 9(6).

      * Input VAT reversed by a debit note: the standard rate for a
      * euro supplier, zero for one billing in a foreign currency,
      * as ApLedgerPost claimed it. A VATTRANS.DAT entry holds at
      * most WS-Vat-Line-Max net. A note falling in a closed VAT
      * month goes to the month after.
       01  WS-Vat-Subsystem            PIC X(8) VALUE "VAT".
       01  WS-Vat-Period-Result        PIC X.
       01  WS-Vat-Check-Date           PIC 9(8).
       01  WS-Vat-Standard-Rate        PIC 9V99 VALUE 0.23.
       01  WS-Vat-Line-Max             PIC 9(5)V99 VALUE 99999.99.
       01  WS-Vat-Remaining            PIC S9(7)V99.
       01  WS-Vat-Line-Net             PIC 9(5)V99.
       01  WS-Vat-Line-Rate            PIC 9V99.
       01  WS-Vat-Line-Code            PIC X.
       01  WS-Vat-Period               PIC 9(6).
       01  WS-Vat-Period-Parts REDEFINES WS-Vat-Period.
           02  WS-Vat-Period-Year      PIC 9(4).
           02  WS-Vat-Period-Mth       PIC 99.

       01  WS-Note-Header-Line.
           02  FILLER                  PIC X(24)
                   VALUE "SUPPLIER RETURNS NOTE   ".
           02  FILLER                  PIC X(12) VALUE "DEBIT NOTE: ".
           02  NH-DebitNoteNo          PIC X(8).
           02  FILLER                  PIC X(9) VALUE "  DATED: ".
           02  NH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-Note-Supplier-Line.
           02  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
           02  NS-SupCode              PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  NS-SupName              PIC X(20).
           02  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-Note-Detail-Line.
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  ND-OilNum               PIC 99.
           02  FILLER                  PIC X(6) VALUE "  LOT ".
           02  ND-LotNumber            PIC X(10).
           02  FILLER                  PIC X(5) VALUE "  PO ".
           02  ND-PONumber             PIC 9(6).
           02  FILLER                  PIC X(6) VALUE "  QTY ".
           02  ND-Qty                  PIC ZZ,ZZ9.
           02  FILLER                  PIC X(3) VALUE " @ ".
           02  ND-UnitCost             PIC Z9.99.
           02  FILLER                  PIC X(8) VALUE "  VALUE ".
           02  ND-Value                PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ND-Reason               PIC X(12).
           02  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-Note-Total-Line.
           02  FILLER                  PIC X(20)
                   VALUE "  DEBIT NOTE TOTAL: ".
           02  NT-Total                PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(68) VALUE SPACES.

      * Run locks on the two masters this run rewrites in place,
      * taken through FileLock as GoodsReceived takes them.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30).
       01  WS-Lock-Program             PIC X(20)
               VALUE "SupplierReturn".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM TakeMasterLocks.
           PERFORM OpenExceptionsFile.
           PERFORM LoadOilPriceTable.
           PERFORM LoadLotTable.
           PERFORM LoadBranchStockTable.
           IF OilTable-Full OR Lot-Table-Full OR BrStock-Table-Full
               DISPLAY "SUPPLIERRETURN: STOCK TABLE FULL - "
                   "RUN REFUSED, NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               PERFORM ClearMasterLocks
               STOP RUN
           END-IF.
           PERFORM LoadSupplierTable.
           PERFORM LoadCurrencyRates.
           PERFORM ReadLastDebitNumber.
           OPEN EXTEND StockMoveFile.
           IF WS-StockMove-Status = "35"
               OPEN OUTPUT StockMoveFile
           END-IF.
           PERFORM ProcessReturnRequests.
           CLOSE StockMoveFile.
           PERFORM WriteReturnNotes.
           PERFORM RewriteLotFile.
           PERFORM RewriteOilPriceFile.
           PERFORM RewriteBranchStockFile.
           PERFORM WriteLastDebitNumber.
           CLOSE ExceptionsFile.
           PERFORM ClearMasterLocks.
           DISPLAY "SUPPLIERRETURN: " WS-Requests-Read
               " REQUESTS, " WS-Return-Count " RETURNED, "
               WS-Rejected-Count " REJECTED, "
               WS-Debit-Note-Count " DEBIT NOTES RAISED".
           STOP RUN.

      * Both masters are locked up front; failing the second lock
      * releases the first before refusing the run.
       TakeMasterLocks.
           MOVE "SET" TO WS-Lock-Action.
           MOVE "OILPRICES.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "SUPPLIERRETURN: OILPRICES.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AROMABRSTOCK.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "SUPPLIERRETURN: AROMABRSTOCK.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE "CLEAR" TO WS-Lock-Action
               MOVE "OILPRICES.DAT" TO WS-Lock-File
               CALL "FileLock" USING WS-Lock-Action WS-Lock-File
                   WS-Lock-Program WS-Lock-Result WS-Lock-Holder
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ClearMasterLocks.
           MOVE "CLEAR" TO WS-Lock-Action.
           MOVE "OILPRICES.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           MOVE "AROMABRSTOCK.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadOilPriceTable.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPrice-Eof
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF WS-OilPrice-Count >= WS-OilPrice-Table-Limit
                       MOVE "Y" TO WS-OilTable-Full
                       MOVE "Y" TO WS-OilPrice-Eof
                   ELSE
                       ADD 1 TO WS-OilPrice-Count
                       MOVE OP-OilNum
                           TO SR-TableOilNum(WS-OilPrice-Count)
                       MOVE OP-Cost2ML
                           TO SR-TableCost2ML(WS-OilPrice-Count)
                       MOVE OP-Cost5ML
                           TO SR-TableCost5ML(WS-OilPrice-Count)
                       MOVE OP-Cost9ML
                           TO SR-TableCost9ML(WS-OilPrice-Count)
                       MOVE OP-OilStock
                           TO SR-TableStock(WS-OilPrice-Count)
                       MOVE OP-EffDate
                           TO SR-TableEffDate(WS-OilPrice-Count)
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       LoadLotTable.
           OPEN INPUT OilLotFile.
           IF WS-OilLot-Status = "00"
               READ OilLotFile
                   AT END MOVE "Y" TO WS-OilLot-Eof
               END-READ
               PERFORM UNTIL OilLot-Eof
                   IF WS-Lot-Count >= WS-Lot-Table-Limit
                       MOVE "Y" TO WS-Lot-Table-Full
                       MOVE "Y" TO WS-OilLot-Eof
                   ELSE
                       ADD 1 TO WS-Lot-Count
                       MOVE LOT-OilNum TO LT-OilNum(WS-Lot-Count)
                       MOVE LOT-LotNumber
                           TO LT-LotNumber(WS-Lot-Count)
                       MOVE LOT-ExpiryDate
                           TO LT-ExpiryDate(WS-Lot-Count)
                       MOVE LOT-QtyRemaining
                           TO LT-Qty(WS-Lot-Count)
                       MOVE LOT-RcptDate
                           TO LT-RcptDate(WS-Lot-Count)
                   END-IF
                   READ OilLotFile
                       AT END MOVE "Y" TO WS-OilLot-Eof
                   END-READ
               END-PERFORM
               CLOSE OilLotFile
           END-IF.

       LoadBranchStockTable.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-Status = "00"
               READ BranchStockFile
                   AT END MOVE "Y" TO WS-BranchStock-Eof
               END-READ
               PERFORM UNTIL BranchStock-Eof
                   IF WS-BrStock-Count >= WS-BrStock-Table-Limit
                       MOVE "Y" TO WS-BrStock-Table-Full
                       MOVE "Y" TO WS-BranchStock-Eof
                   ELSE
                       ADD 1 TO WS-BrStock-Count
                       MOVE BS-Branch TO BT-Branch(WS-BrStock-Count)
                       MOVE BS-OilNum TO BT-OilNum(WS-BrStock-Count)
                       MOVE BS-Stock TO BT-Stock(WS-BrStock-Count)
                   END-IF
                   READ BranchStockFile
                       AT END MOVE "Y" TO WS-BranchStock-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       LoadSupplierTable.
           OPEN INPUT SupplierFile.
           IF WS-Supplier-Status = "00"
               READ SupplierFile
                   AT END MOVE "Y" TO WS-Supplier-Eof
               END-READ
               PERFORM UNTIL Supplier-Eof
                   IF WS-Supplier-Count < WS-Supplier-Table-Limit
                       ADD 1 TO WS-Supplier-Count
                       MOVE SUP-Code TO SP-Code(WS-Supplier-Count)
                       MOVE SUP-Name TO SP-Name(WS-Supplier-Count)
                       MOVE ZERO
                           TO SP-Debit-Total(WS-Supplier-Count)
                       MOVE ZERO TO SP-Rate(WS-Supplier-Count)
                       IF SUP-Euro-Supplier
                           MOVE SPACES
                               TO SP-Currency(WS-Supplier-Count)
                       ELSE
                           MOVE SUP-CurrencyCode
                               TO SP-Currency(WS-Supplier-Count)
                       END-IF
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       LoadCurrencyRates.
           OPEN INPUT RateMasterFile.
           IF WS-RateMaster-Status = "00"
               READ RateMasterFile
                   AT END MOVE "Y" TO WS-RateMaster-Eof
               END-READ
               PERFORM UNTIL RateMaster-Eof
                   IF CR-CurrencyPair(1:3) = "EUR" AND CR-Rate > ZERO
                       PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                               UNTIL WS-Sup-Idx > WS-Supplier-Count
                           IF SP-Currency(WS-Sup-Idx) NOT = SPACES
                                   AND SP-Currency(WS-Sup-Idx)
                                       = CR-CurrencyPair(4:3)
                               MOVE CR-Rate TO SP-Rate(WS-Sup-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RateMasterFile
           END-IF.

       ReadLastDebitNumber.
           OPEN INPUT DebitNumFile.
           IF WS-DebitNum-Status = "00"
               READ DebitNumFile
                   AT END MOVE ZERO TO DebitNumLine
               END-READ
               MOVE DebitNumLine TO WS-Last-Debit-Number
               CLOSE DebitNumFile
           END-IF.

       WriteLastDebitNumber.
           OPEN OUTPUT DebitNumFile.
           MOVE WS-Last-Debit-Number TO DebitNumLine.
           WRITE DebitNumLine.
           CLOSE DebitNumFile.

       ProcessReturnRequests.
           OPEN INPUT ReturnReqFile.
           IF WS-ReturnReq-Status = "00"
               READ ReturnReqFile
                   AT END MOVE "Y" TO WS-ReturnReq-Eof
               END-READ
               PERFORM UNTIL ReturnReq-Eof
                   ADD 1 TO WS-Requests-Read
                   PERFORM ValidateOneReturn
                   IF WS-Reject-Reason = SPACES
                       PERFORM PostOneReturn
                   ELSE
                       ADD 1 TO WS-Rejected-Count
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "SUPPRETURN" TO EXC-Source
                       MOVE SPACES TO EXC-Key
                       STRING RR-SupplierCode "/" RR-OilNum "/"
                           RR-LotNumber DELIMITED BY SIZE
                           INTO EXC-Key
                       MOVE WS-Reject-Reason TO EXC-Reason
                       WRITE ExceptionRecord
                   END-IF
                   READ ReturnReqFile
                       AT END MOVE "Y" TO WS-ReturnReq-Eof
                   END-READ
               END-PERFORM
               CLOSE ReturnReqFile
           END-IF.

      * Checks run cheapest first and stop at the first failure;
      * the PO history file is only scanned for a request that has
      * passed the table checks.
       ValidateOneReturn.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM FindSupplier.
           IF NOT Supplier-Found
               MOVE "UNKNOWN SUPPLIER" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES AND RR-Qty = ZERO
               MOVE "ZERO RETURN QUANTITY" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES
                   AND WS-Return-Count >= WS-Return-Table-Limit
               MOVE "RETURN TABLE FULL" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES
               PERFORM FindLot
               IF NOT Lot-Found
                   MOVE "LOT NOT ON FILE" TO WS-Reject-Reason
               ELSE
                   IF LT-Qty(WS-Lot-Found-Idx) < RR-Qty
                       MOVE "RETURN EXCEEDS LOT QUANTITY"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
               MOVE RR-OilNum TO OP-OilNum
               PERFORM FindOilEntry
               IF NOT Entry-Found
                   MOVE "OIL NOT ON PRICE MASTER" TO WS-Reject-Reason
               END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
               PERFORM FindBranchStock
               IF NOT BrStock-Found
                   MOVE "NO BRANCH STOCK OF OIL" TO WS-Reject-Reason
               ELSE
                   IF BT-Stock(WS-BrStock-Found-Idx) < RR-Qty
                       MOVE "INSUFFICIENT BRANCH STOCK"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
               PERFORM FindSupplierDelivery
               IF NOT PO-Matched
                   MOVE "NOT SUPPLIED BY THIS SUPPLIER"
                       TO WS-Reject-Reason
               ELSE
                   IF WS-Match-QtyReceived < RR-Qty
                       MOVE "RETURN EXCEEDS QTY DELIVERED"
                           TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.

       FindSupplier.
           MOVE "N" TO WS-Supplier-Found.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
                       OR Supplier-Found
               IF SP-Code(WS-Sup-Idx) = RR-SupplierCode
                   MOVE "Y" TO WS-Supplier-Found
                   MOVE WS-Sup-Idx TO WS-Sup-Found-Idx
               END-IF
           END-PERFORM.

       FindLot.
           MOVE "N" TO WS-Lot-Found.
           PERFORM VARYING WS-Lot-Idx FROM 1 BY 1
                   UNTIL WS-Lot-Idx > WS-Lot-Count
                       OR Lot-Found
               IF LT-OilNum(WS-Lot-Idx) = RR-OilNum
                       AND LT-LotNumber(WS-Lot-Idx) = RR-LotNumber
                   MOVE "Y" TO WS-Lot-Found
                   MOVE WS-Lot-Idx TO WS-Lot-Found-Idx
               END-IF
           END-PERFORM.

       FindBranchStock.
           MOVE "N" TO WS-BrStock-Found.
           PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                   UNTIL WS-BrStock-Idx > WS-BrStock-Count
                       OR BrStock-Found
               IF BT-Branch(WS-BrStock-Idx) = RR-Branch
                       AND BT-OilNum(WS-BrStock-Idx) = RR-OilNum
                   MOVE "Y" TO WS-BrStock-Found
                   MOVE WS-BrStock-Idx TO WS-BrStock-Found-Idx
               END-IF
           END-PERFORM.

      * Stock is carried on each oil's latest-dated price record.
       FindOilEntry.
           MOVE "N" TO WS-Entry-Found.
           MOVE ZERO TO WS-Best-EffDate.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-OilPrice-Count
               IF SR-TableOilNum(WS-Table-Idx) = OP-OilNum
                       AND SR-TableEffDate(WS-Table-Idx)
                           >= WS-Best-EffDate
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
                   MOVE SR-TableEffDate(WS-Table-Idx)
                       TO WS-Best-EffDate
               END-IF
           END-PERFORM.

      * A receipt on the lot's own receipt date is the delivery the
      * lot came in on; failing that the latest receipt of the oil
      * from the supplier stands in for it.
       FindSupplierDelivery.
           MOVE "N" TO WS-PO-Matched.
           MOVE "N" TO WS-Match-Exact.
           MOVE ZERO TO WS-Match-ReceiptDate.
           MOVE "N" TO WS-POHist-Eof.
           OPEN INPUT POHistFile.
           IF WS-POHist-Status = "00"
               READ POHistFile
                   AT END MOVE "Y" TO WS-POHist-Eof
               END-READ
               PERFORM UNTIL POHist-Eof
                   IF PH2-SupplierCode = RR-SupplierCode
                           AND PH2-OilNum = RR-OilNum
                           AND PH2-QtyReceived > ZERO
                       PERFORM NoteSupplierDelivery
                   END-IF
                   READ POHistFile
                       AT END MOVE "Y" TO WS-POHist-Eof
                   END-READ
               END-PERFORM
               CLOSE POHistFile
           END-IF.

       NoteSupplierDelivery.
           IF NOT Match-Exact
               IF PH2-ReceiptDate = LT-RcptDate(WS-Lot-Found-Idx)
                   MOVE "Y" TO WS-Match-Exact
                   PERFORM TakeSupplierDelivery
               ELSE
                   IF PH2-ReceiptDate >= WS-Match-ReceiptDate
                       PERFORM TakeSupplierDelivery
                   END-IF
               END-IF
           END-IF.

       TakeSupplierDelivery.
           MOVE "Y" TO WS-PO-Matched.
           MOVE PH2-PONumber TO WS-Match-PONumber.
           MOVE PH2-QtyReceived TO WS-Match-QtyReceived.
           MOVE PH2-UnitCost TO WS-Match-UnitCost.
           MOVE PH2-ReceiptDate TO WS-Match-ReceiptDate.

      * The stock leaves the lot, the branch and the oil's stock-on-
      * hand together, with a movement-ledger entry at each level.
       PostOneReturn.
           SUBTRACT RR-Qty FROM LT-Qty(WS-Lot-Found-Idx).
           SUBTRACT RR-Qty FROM BT-Stock(WS-BrStock-Found-Idx).
           MOVE WS-Run-Date TO SM-MoveDate.
           MOVE RR-OilNum TO SM-OilNum.
           MOVE RR-Branch TO SM-Branch.
           MOVE "SUPPRETURN" TO SM-Source.
           COMPUTE SM-Qty = ZERO - RR-Qty.
           MOVE BT-Stock(WS-BrStock-Found-Idx) TO SM-Balance.
           WRITE StockMoveRec.
           SUBTRACT RR-Qty FROM SR-TableStock(WS-Found-Idx).
           IF SR-TableStock(WS-Found-Idx) < ZERO
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "SUPPRETURN" TO EXC-Source
               MOVE RR-OilNum TO EXC-Key
               MOVE "STOCK DRIVEN NEGATIVE" TO EXC-Reason
               WRITE ExceptionRecord
               MOVE ZERO TO SR-TableStock(WS-Found-Idx)
           END-IF.
           MOVE ZERO TO SM-Branch.
           MOVE SR-TableStock(WS-Found-Idx) TO SM-Balance.
           WRITE StockMoveRec.
           ADD 1 TO WS-Return-Count.
           MOVE WS-Sup-Found-Idx TO RL-SupIdx(WS-Return-Count).
           MOVE RR-OilNum TO RL-OilNum(WS-Return-Count).
           MOVE RR-LotNumber TO RL-LotNumber(WS-Return-Count).
           MOVE RR-Branch TO RL-Branch(WS-Return-Count).
           MOVE WS-Match-PONumber TO RL-PONumber(WS-Return-Count).
           MOVE RR-Qty TO RL-Qty(WS-Return-Count).
           MOVE WS-Match-UnitCost TO RL-UnitCost(WS-Return-Count).
           COMPUTE RL-Value(WS-Return-Count) ROUNDED =
               RR-Qty * WS-Match-UnitCost.
           MOVE RR-Reason TO RL-Reason(WS-Return-Count).
           ADD RL-Value(WS-Return-Count)
               TO SP-Debit-Total(WS-Sup-Found-Idx).

      * One returns note and one debit note per supplier that had
      * stock accepted back this run.
       WriteReturnNotes.
           OPEN OUTPUT ReturnNoteFile.
           OPEN EXTEND ApLedgerFile.
           IF WS-ApLedger-Status = "35"
               OPEN OUTPUT ApLedgerFile
           END-IF.
           OPEN EXTEND VatTransFile.
           IF WS-VatTrans-Status = "35"
               OPEN OUTPUT VatTransFile
           END-IF.
           PERFORM SetVatPeriod.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
               IF SP-Debit-Total(WS-Sup-Idx) > ZERO
                   PERFORM WriteOneReturnNote
               END-IF
           END-PERFORM.
           CLOSE VatTransFile.
           CLOSE ApLedgerFile.
           CLOSE ReturnNoteFile.

       WriteOneReturnNote.
           ADD 1 TO WS-Last-Debit-Number.
           MOVE WS-Last-Debit-Number TO WS-Debit-Note-Seq.
           MOVE WS-Debit-Note-No TO NH-DebitNoteNo.
           MOVE WS-Run-Date TO NH-RunDate.
           MOVE WS-Note-Header-Line TO ReturnNoteLine.
           WRITE ReturnNoteLine.
           MOVE SP-Code(WS-Sup-Idx) TO NS-SupCode.
           MOVE SP-Name(WS-Sup-Idx) TO NS-SupName.
           MOVE WS-Note-Supplier-Line TO ReturnNoteLine.
           WRITE ReturnNoteLine.
           PERFORM VARYING WS-Return-Idx FROM 1 BY 1
                   UNTIL WS-Return-Idx > WS-Return-Count
               IF RL-SupIdx(WS-Return-Idx) = WS-Sup-Idx
                   MOVE RL-OilNum(WS-Return-Idx) TO ND-OilNum
                   MOVE RL-LotNumber(WS-Return-Idx) TO ND-LotNumber
                   MOVE RL-PONumber(WS-Return-Idx) TO ND-PONumber
                   MOVE RL-Qty(WS-Return-Idx) TO ND-Qty
                   MOVE RL-UnitCost(WS-Return-Idx) TO ND-UnitCost
                   MOVE RL-Value(WS-Return-Idx) TO ND-Value
                   MOVE RL-Reason(WS-Return-Idx) TO ND-Reason
                   MOVE WS-Note-Detail-Line TO ReturnNoteLine
                   WRITE ReturnNoteLine
               END-IF
           END-PERFORM.
           MOVE SP-Debit-Total(WS-Sup-Idx) TO NT-Total.
           MOVE WS-Note-Total-Line TO ReturnNoteLine.
           WRITE ReturnNoteLine.
           MOVE SP-Code(WS-Sup-Idx) TO AP-SupplierCode.
           MOVE WS-Debit-Note-No TO AP-InvoiceNo.
           MOVE WS-Run-Date TO AP-TranDate.
           MOVE "D" TO AP-TranType.
           MOVE SP-Debit-Total(WS-Sup-Idx) TO AP-Amount.
           MOVE SPACES TO AP-CurrencyCode.
           MOVE ZERO TO AP-CurrAmount.
           MOVE ZERO TO AP-ExchRate.
           IF SP-Currency(WS-Sup-Idx) NOT = SPACES
               IF SP-Rate(WS-Sup-Idx) > ZERO
                   MOVE SP-Currency(WS-Sup-Idx) TO AP-CurrencyCode
                   MOVE SP-Debit-Total(WS-Sup-Idx) TO AP-CurrAmount
                   MOVE SP-Rate(WS-Sup-Idx) TO AP-ExchRate
                   COMPUTE AP-Amount ROUNDED =
                       SP-Debit-Total(WS-Sup-Idx) / SP-Rate(WS-Sup-Idx)
               ELSE
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "SUPPRETURN" TO EXC-Source
                   MOVE WS-Debit-Note-No TO EXC-Key
                   MOVE SPACES TO EXC-Reason
                   STRING "NO RATE FOR " SP-Currency(WS-Sup-Idx)
                       DELIMITED BY SIZE INTO EXC-Reason
                   WRITE ExceptionRecord
               END-IF
           END-IF.
           WRITE ApLedgerRec.
           PERFORM ReverseInputVat.
           ADD 1 TO WS-Debit-Note-Count.

       ReverseInputVat.
           IF SP-Currency(WS-Sup-Idx) = SPACES
               MOVE WS-Vat-Standard-Rate TO WS-Vat-Line-Rate
               MOVE "S" TO WS-Vat-Line-Code
           ELSE
               MOVE ZERO TO WS-Vat-Line-Rate
               MOVE "Z" TO WS-Vat-Line-Code
           END-IF.
           MOVE AP-Amount TO WS-Vat-Remaining.
           PERFORM UNTIL WS-Vat-Remaining = ZERO
               IF WS-Vat-Remaining > WS-Vat-Line-Max
                   MOVE WS-Vat-Line-Max TO WS-Vat-Line-Net
               ELSE
                   MOVE WS-Vat-Remaining TO WS-Vat-Line-Net
               END-IF
               SUBTRACT WS-Vat-Line-Net FROM WS-Vat-Remaining
               MOVE WS-Vat-Line-Rate TO VatRate
               COMPUTE Sales = ZERO - WS-Vat-Line-Net
               MOVE "I" TO VatDirection
               MOVE WS-Vat-Period TO VatPeriod
               MOVE WS-Vat-Line-Code TO VatRateCode
               MOVE WS-Run-Date TO VatTranDate
               MOVE SP-Code(WS-Sup-Idx) TO VatParty
               MOVE WS-Debit-Note-No TO VatReference
               WRITE VatTransRec
           END-PERFORM.

       SetVatPeriod.
           MOVE WS-Run-Date TO WS-Vat-Check-Date.
           MOVE WS-Run-Date(1:6) TO WS-Vat-Period.
           CALL "PeriodCheck" USING WS-Vat-Subsystem
               WS-Vat-Check-Date WS-Vat-Period-Result.
           IF WS-Vat-Period-Result = "C"
               IF WS-Vat-Period-Mth = 12
                   ADD 1 TO WS-Vat-Period-Year
                   MOVE 1 TO WS-Vat-Period-Mth
               ELSE
                   ADD 1 TO WS-Vat-Period-Mth
               END-IF
           END-IF.

      * Exhausted lots drop off the file, as in GoodsReceived.
       RewriteLotFile.
           OPEN OUTPUT OilLotFile.
           PERFORM VARYING WS-Lot-Idx FROM 1 BY 1
                   UNTIL WS-Lot-Idx > WS-Lot-Count
               IF LT-Qty(WS-Lot-Idx) > ZERO
                   MOVE LT-OilNum(WS-Lot-Idx) TO LOT-OilNum
                   MOVE LT-LotNumber(WS-Lot-Idx) TO LOT-LotNumber
                   MOVE LT-ExpiryDate(WS-Lot-Idx)
                       TO LOT-ExpiryDate
                   MOVE LT-Qty(WS-Lot-Idx) TO LOT-QtyRemaining
                   MOVE LT-RcptDate(WS-Lot-Idx) TO LOT-RcptDate
                   WRITE OilLotRec
               END-IF
           END-PERFORM.
           CLOSE OilLotFile.

       RewriteOilPriceFile.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT OilPriceFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-OilPrice-Count
               MOVE SR-TableOilNum(WS-Table-Idx) TO OP-OilNum
               MOVE SR-TableCost2ML(WS-Table-Idx) TO OP-Cost2ML
               MOVE SR-TableCost5ML(WS-Table-Idx) TO OP-Cost5ML
               MOVE SR-TableCost9ML(WS-Table-Idx) TO OP-Cost9ML
               MOVE SR-TableStock(WS-Table-Idx) TO OP-OilStock
               MOVE SR-TableEffDate(WS-Table-Idx) TO OP-EffDate
               WRITE OilPriceRec
           END-PERFORM.
           CLOSE OilPriceFile.

       RewriteBranchStockFile.
           OPEN OUTPUT BranchStockFile.
           PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                   UNTIL WS-BrStock-Idx > WS-BrStock-Count
               MOVE BT-Branch(WS-BrStock-Idx) TO BS-Branch
               MOVE BT-OilNum(WS-BrStock-Idx) TO BS-OilNum
               IF BT-Stock(WS-BrStock-Idx) < ZERO
                   MOVE ZERO TO BS-Stock
               ELSE
                   MOVE BT-Stock(WS-BrStock-Idx) TO BS-Stock
               END-IF
               WRITE BranchStockRec
           END-PERFORM.
           CLOSE BranchStockFile.

       END PROGRAM SupplierReturn.

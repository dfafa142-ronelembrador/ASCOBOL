      * Purpose: Turns the reorder lines AromaSales writes to
      *          AROMAREORDER.DAT into numbered purchase orders per
      *          supplier, using the supplier master (SUPPLIER.DAT) to
      *          decide who supplies each oil (a deactivated supplier
      *          is never chosen) and the outstanding-PO file
      *          (AROMAPO.DAT) to avoid re-ordering an oil that is
      *          already on order and not yet delivered. Order
      *          quantities restock each oil to a cover multiple of the
      *          reorder threshold. Orders are raised awaiting
      *          approval onto AROMAPOPEND.DAT - an oil on an order
      *          still awaiting approval counts as on order too - and
      *          are printed and released to AROMAPO.DAT only once
      *          PoApprove has signed them off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PONumberFile ASSIGN TO "PONUMBER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PONumber-Status.
           SELECT PendingPOFile ASSIGN TO "AROMAPOPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PendingPO-Status.
           SELECT SuppCostFile ASSIGN TO "SUPPCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppCost-Status.
           02  FILLER                  PIC X(28).

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  OutstandingPOFile.
       01  OutstandingPORec.
       FD  PONumberFile.
       01  PONumberLine                PIC 9(6).

       FD  PendingPOFile.
           COPY POPEND.

       FD  SuppCostFile.
           COPY SUPPCOST.
               88  Supplier-Eof            VALUE "Y".
           02  WS-OutstandingPO-Eof    PIC X VALUE "N".
               88  OutstandingPO-Eof       VALUE "Y".
           02  WS-PendingPO-Eof        PIC X VALUE "N".
               88  PendingPO-Eof           VALUE "Y".

       01  WS-Reorder-Status           PIC XX.
       01  WS-Supplier-Status          PIC XX.
               03  ON-Active           PIC X.
       01  WS-OutstandingPO-Status     PIC XX.
       01  WS-PONumber-Status          PIC XX.
       01  WS-PendingPO-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.

       01  WS-Run-Date                 PIC X(8).
       01  WS-Supplier-Matched         PIC X.
           88  Supplier-Matched            VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadSupplierTable.
           PERFORM LoadSupplierCosts.
           PERFORM LoadOilMaster.
           PERFORM LoadOutstandingPOs.
           PERFORM LoadPendingPOs.
           PERFORM LoadReorderLines.
           PERFORM ReadLastPONumber.
           OPEN EXTEND PendingPOFile.
           IF WS-PendingPO-Status = "35"
               OPEN OUTPUT PendingPOFile
           END-IF.
           PERFORM LoadSupplierRanks.
           PERFORM RankSuppliers.
               VARYING WS-Rank-Idx FROM 1 BY 1
               UNTIL WS-Rank-Idx > WS-Supplier-Count.
           PERFORM ReportUnsuppliedOils.
           CLOSE PendingPOFile.
           PERFORM WriteLastPONumber.
           CLOSE ExceptionsFile.
           DISPLAY "PURCHASEORDERGEN: " WS-PO-Written-Count
               " ORDERS RAISED AWAITING APPROVAL".
           STOP RUN.

       OpenExceptionsFile.
                       TO SUP-TableLeadDays(WS-Supplier-Count)
                   PERFORM VARYING WS-Oil-Num FROM 1 BY 1
                           UNTIL WS-Oil-Num > 30
                       IF SUP-Inactive
                           MOVE "N" TO
                               SUP-TableOilFlag(WS-Supplier-Count
                                   WS-Oil-Num)
                       ELSE
                           MOVE SUP-OilFlag(WS-Oil-Num) TO
                               SUP-TableOilFlag(WS-Supplier-Count
                                   WS-Oil-Num)
                       END-IF
                   END-PERFORM
                   MOVE ZERO TO SUP-TableScore(WS-Supplier-Count)
                   READ SupplierFile
               END-IF
           END-PERFORM.

      * A missing master leaves every oil active, so oils are
      * ordered as they were before the master existed.
       LoadOilMaster.
           PERFORM VARYING WS-Oil-Num FROM 1 BY 1
                   UNTIL WS-Oil-Num > 30
               CLOSE OutstandingPOFile
           END-IF.

       LoadPendingPOs.
           OPEN INPUT PendingPOFile.
           IF WS-PendingPO-Status = "00"
               READ PendingPOFile
                   AT END MOVE "Y" TO WS-PendingPO-Eof
               END-READ
               PERFORM UNTIL PendingPO-Eof
                   IF PP-Awaiting
                           AND PP-OilNum >= 1 AND PP-OilNum <= 30
                       MOVE "Y" TO WS-Oil-OnOrder(PP-OilNum)
                   END-IF
                   READ PendingPOFile
                       AT END MOVE "Y" TO WS-PendingPO-Eof
                   END-READ
               END-PERFORM
               CLOSE PendingPOFile
           END-IF.

       LoadReorderLines.
           OPEN INPUT ReorderFile.
           IF WS-Reorder-Status = "00"
                   PERFORM WritePODetailLine
               END-IF
           END-PERFORM.

       StartNewPO.
           ADD 1 TO WS-Last-PO-Number.
           MOVE WS-Last-PO-Number TO WS-PO-Number.
           ADD 1 TO WS-PO-Written-Count.

       WritePODetailLine.
           COMPUTE WS-Order-Qty =
               (WS-Reorder-Threshold * WS-Cover-Multiple)
                   - RO-TableRemaining(WS-Reorder-Idx).
           MOVE WS-PO-Number TO PP-Number.
           MOVE SUP-TableCode(WS-Sup-Idx) TO PP-SupplierCode.
           MOVE WS-Oil-Num TO PP-OilNum.
           MOVE WS-Order-Qty TO PP-OrderQty.
           MOVE WS-Run-Date TO PP-OrderDate.
           PERFORM FindSupplierCost.
           MOVE WS-Order-Cost TO PP-UnitCost.
           MOVE RO-TableRemaining(WS-Reorder-Idx) TO PP-Remaining.
           MOVE "W" TO PP-Status.
           MOVE ZERO TO PP-ActionDate.
           MOVE SPACES TO PP-ActionBy.
           WRITE PendingPORec.
           MOVE "Y" TO WS-Oil-OnOrder(WS-Oil-Num).
           ADD 1 TO WS-PO-Line-Count.

       ReportUnsuppliedOils.
           PERFORM VARYING WS-Reorder-Idx FROM 1 BY 1
                   UNTIL WS-Reorder-Idx > WS-Reorder-Count

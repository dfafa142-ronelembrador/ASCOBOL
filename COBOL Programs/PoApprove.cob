      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purchase order sign-off. PurchaseOrderGen raises its
      *          orders awaiting approval on AROMAPOPEND.DAT; here an
      *          operator, signed on at the console and checked
      *          through OperAuth, approves or rejects them by order
      *          number from POAPPROVE.DAT. An order can be decided
      *          only by an operator whose approval limit on
      *          OPERATOR.DAT covers the order's value (quantity at
      *          the agreed unit cost over all its lines). An
      *          approved order is printed to AROMAPOPRINT.DAT and
      *          its lines are released to the outstanding-PO file
      *          AROMAPO.DAT; a rejected one goes no further. Each
      *          decision is stamped on the pending file with the
      *          operator and date, refused transactions go to the
      *          exceptions file, and POAPPRRPT.DAT lists the run's
      *          decisions followed by every order still awaiting
      *          approval longer than the days on POAPPRPARM.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PoApprove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingPOFile ASSIGN TO "AROMAPOPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PendingPO-Status.
           SELECT ApprovalTranFile ASSIGN TO "POAPPROVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ApprovalTran-Status.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Operator-Status.
           SELECT ParmFile ASSIGN TO "POAPPRPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Parm-Status.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT OutstandingPOFile ASSIGN TO "AROMAPO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OutstandingPO-Status.
           SELECT POPrintFile ASSIGN TO "AROMAPOPRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ApprovalRptFile ASSIGN TO "POAPPRRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingPOFile.
           COPY POPEND.

      * A approves the order, R rejects it.
       FD  ApprovalTranFile.
       01  ApprovalTranRec.
           02  PA-PONumber             PIC 9(6).
           02  PA-Action               PIC X.
               88  PA-Approve              VALUE "A".
               88  PA-Reject               VALUE "R".

       FD  OperatorFile.
           COPY OPERMAST.

       FD  ParmFile.
       01  POApprParmRec.
           02  PX-OverdueDays          PIC 9(3).

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  OutstandingPOFile.
       01  OutstandingPORec.
           02  PO-Number               PIC 9(6).
           02  PO-SupplierCode         PIC 9(3).
           02  PO-OilNum               PIC 99.
           02  PO-OrderQty             PIC 9(4).
           02  PO-OrderDate            PIC 9(8).
           02  PO-UnitCost             PIC 99V99.

       FD  POPrintFile.
       01  POPrintLine                 PIC X(85).

       FD  ApprovalRptFile.
       01  ApprovalRptLine             PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-PendingPO-Status         PIC XX.
       01  WS-ApprovalTran-Status      PIC XX.
       01  WS-Operator-Status          PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-OutstandingPO-Status     PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Age-Days                 PIC S9(5).
       01  WS-Overdue-Days             PIC 9(3) VALUE 5.

       01  WS-Eof-Switches.
           02  WS-PendingPO-Eof        PIC X VALUE "N".
               88  PendingPO-Eof           VALUE "Y".
           02  WS-ApprovalTran-Eof     PIC X VALUE "N".
               88  ApprovalTran-Eof        VALUE "Y".
           02  WS-Operator-Eof         PIC X VALUE "N".
               88  Operator-Eof            VALUE "Y".
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".

      * Operator sign-on checked against the authorization master,
      * then the operator's own approval limit.
       01  WS-Auth-Program             PIC X(20)
               VALUE "PoApprove".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.
       01  WS-Approval-Limit           PIC 9(7)V99 VALUE ZERO.

       01  WS-Pend-Count               PIC 9(4) VALUE ZERO.
       01  WS-Pend-Table-Limit         PIC 9(4) VALUE 1000.
       01  WS-Pend-Table-Full          PIC X VALUE "N".
           88  Pend-Table-Full             VALUE "Y".
       01  PendingTable.
           02 Pend-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Pend-Count.
               03 PT-Number                PIC 9(6).
               03 PT-SupplierCode          PIC 9(3).
               03 PT-OilNum                PIC 99.
               03 PT-OrderQty              PIC 9(4).
               03 PT-OrderDate             PIC 9(8).
               03 PT-UnitCost              PIC 99V99.
               03 PT-Remaining             PIC S9(5).
               03 PT-Status                PIC X.
               03 PT-ActionDate            PIC 9(8).
               03 PT-ActionBy              PIC X(8).
       01  WS-Pend-Idx                 PIC 9(4).
       01  WS-First-Idx                PIC 9(4).

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  SupplierTable.
           02 Supplier-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Supplier-Count.
               03 SUP-TableCode            PIC 9(3).
               03 SUP-TableName            PIC X(20).
               03 SUP-TableLeadDays        PIC 9(3).
       01  WS-Sup-Idx                  PIC 9(3).
       01  WS-Lookup-Supplier          PIC 9(3).
       01  WS-Sup-Name                 PIC X(20).
       01  WS-Sup-LeadDays             PIC 9(3).

       01  OilNameTable.
           02 ON-OilName               PIC X(20) OCCURS 30 TIMES.

       01  WS-PO-Value                 PIC 9(7)V99.
       01  WS-PO-Lines                 PIC 9(3).
       01  WS-Line-Value               PIC 9(7)V99.
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Outcome                  PIC X(8).
       01  WS-Check-Number             PIC 9(6).
       01  WS-Trans-Read               PIC 9(4) VALUE ZERO.
       01  WS-Approved-Count           PIC 9(4) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(4) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(4) VALUE ZERO.
       01  WS-Awaiting-Count           PIC 9(4) VALUE ZERO.
       01  WS-Overdue-Count            PIC 9(4) VALUE ZERO.

       01  WS-PO-Header-Line.
           02  FILLER                  PIC X(15)
                   VALUE "PURCHASE ORDER ".
           02  PH-PONumber             PIC 9(6).
           02  FILLER                  PIC X(3) VALUE " - ".
           02  PH-SupplierName         PIC X(20).
           02  FILLER                  PIC X(7) VALUE "  LEAD:".
           02  PH-LeadDays             PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE " DAYS".
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-PO-Detail-Line.
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  PD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  PD-OilName              PIC X(20).
           02  FILLER                  PIC X(12)
                   VALUE "  ORDER QTY ".
           02  PD-OrderQty             PIC Z,ZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  REMAINING ".
           02  PD-Remaining            PIC -Z,ZZ9.
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PO-Trailer-Line.
           02  FILLER                  PIC X(14)
                   VALUE "  LINE COUNT: ".
           02  PT2-LineCount           PIC ZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  ORDERED ON ".
           02  PT2-OrderDate           PIC 9(8).
           02  FILLER                  PIC X(14)
                   VALUE "  APPROVED BY ".
           02  PT2-ApprovedBy          PIC X(8).
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-Appr-Header-Line.
           02  FILLER                  PIC X(25)
                   VALUE "PURCHASE ORDER APPROVALS ".
           02  AH-RunDate              PIC X(8).
           02  FILLER                  PIC X(12)
                   VALUE "  OPERATOR: ".
           02  AH-Operator             PIC X(8).
           02  FILLER                  PIC X(9) VALUE "  LIMIT: ".
           02  AH-Limit                PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-Appr-Detail-Line.
           02  FILLER                  PIC X(3) VALUE "PO ".
           02  AD-PONumber             PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  SUPP ".
           02  AD-SupplierCode         PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  AD-SupplierName         PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  VALUE ".
           02  AD-Value                PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-Outcome              PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-Reason               PIC X(30).

       01  WS-Overdue-Header-Line.
           02  FILLER                  PIC X(23)
                   VALUE "AWAITING APPROVAL OVER ".
           02  OH-Days                 PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE " DAYS".
           02  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-Overdue-Detail-Line.
           02  FILLER                  PIC X(3) VALUE "PO ".
           02  OD-PONumber             PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  SUPP ".
           02  OD-SupplierCode         PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  OD-SupplierName         PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  VALUE ".
           02  OD-Value                PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(10)
                   VALUE "  RAISED  ".
           02  OD-OrderDate            PIC 9(8).
           02  FILLER                  PIC X(6) VALUE "  AGE ".
           02  OD-AgeDays              PIC ZZZ9.
           02  FILLER                  PIC X(5) VALUE " DAYS".
           02  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-Appr-Total-Line.
           02  FILLER                  PIC X(10) VALUE "APPROVED: ".
           02  AT-Approved             PIC ZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  REJECTED: ".
           02  AT-Rejected             PIC ZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  REFUSED: ".
           02  AT-Refused              PIC ZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  AWAITING: ".
           02  AT-Awaiting             PIC ZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  OVERDUE: ".
           02  AT-Overdue              PIC ZZZ9.
           02  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "POAPPROVE: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FindApprovalLimit.
           IF WS-Approval-Limit = ZERO
               DISPLAY "POAPPROVE: OPERATOR HAS NO APPROVAL LIMIT "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadParameters.
           PERFORM LoadPendingPOs.
           IF Pend-Table-Full
               DISPLAY "POAPPROVE: PENDING PO TABLE FULL - "
                   "NOTHING APPROVED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadSupplierTable.
           PERFORM LoadOilNames.
           PERFORM OpenExceptionsFile.
           OPEN OUTPUT POPrintFile.
           OPEN EXTEND OutstandingPOFile.
           IF WS-OutstandingPO-Status = "35"
               OPEN OUTPUT OutstandingPOFile
           END-IF.
           OPEN OUTPUT ApprovalRptFile.
           MOVE WS-Run-Date TO AH-RunDate.
           MOVE WS-Auth-Operator TO AH-Operator.
           MOVE WS-Approval-Limit TO AH-Limit.
           MOVE WS-Appr-Header-Line TO ApprovalRptLine.
           WRITE ApprovalRptLine.
           PERFORM ApplyApprovals.
           CLOSE OutstandingPOFile.
           CLOSE POPrintFile.
           CLOSE ExceptionsFile.
           PERFORM RewritePendingPOs.
           PERFORM ReportOverduePOs.
           CLOSE ApprovalRptFile.
           DISPLAY "POAPPROVE: " WS-Approved-Count " APPROVED, "
               WS-Rejected-Count " REJECTED, " WS-Refused-Count
               " REFUSED, " WS-Overdue-Count
               " AWAITING APPROVAL OVERDUE".
           STOP RUN.

       FindApprovalLimit.
           OPEN INPUT OperatorFile.
           IF WS-Operator-Status = "00"
               READ OperatorFile
                   AT END MOVE "Y" TO WS-Operator-Eof
               END-READ
               PERFORM UNTIL Operator-Eof
                   IF OP2-OperId = WS-Auth-Operator
                           AND OP2-ApprovalLimit IS NUMERIC
                       MOVE OP2-ApprovalLimit TO WS-Approval-Limit
                   END-IF
                   READ OperatorFile
                       AT END MOVE "Y" TO WS-Operator-Eof
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       LoadParameters.
           OPEN INPUT ParmFile.
           IF WS-Parm-Status = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF PX-OverdueDays > ZERO
                           MOVE PX-OverdueDays TO WS-Overdue-Days
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       LoadPendingPOs.
           OPEN INPUT PendingPOFile.
           IF WS-PendingPO-Status = "00"
               READ PendingPOFile
                   AT END MOVE "Y" TO WS-PendingPO-Eof
               END-READ
               PERFORM UNTIL PendingPO-Eof
                   IF WS-Pend-Count >= WS-Pend-Table-Limit
                       MOVE "Y" TO WS-Pend-Table-Full
                       MOVE "Y" TO WS-PendingPO-Eof
                   ELSE
                       ADD 1 TO WS-Pend-Count
                       MOVE PP-Number TO PT-Number(WS-Pend-Count)
                       MOVE PP-SupplierCode
                           TO PT-SupplierCode(WS-Pend-Count)
                       MOVE PP-OilNum TO PT-OilNum(WS-Pend-Count)
                       MOVE PP-OrderQty
                           TO PT-OrderQty(WS-Pend-Count)
                       MOVE PP-OrderDate
                           TO PT-OrderDate(WS-Pend-Count)
                       MOVE PP-UnitCost
                           TO PT-UnitCost(WS-Pend-Count)
                       MOVE PP-Remaining
                           TO PT-Remaining(WS-Pend-Count)
                       MOVE PP-Status TO PT-Status(WS-Pend-Count)
                       MOVE PP-ActionDate
                           TO PT-ActionDate(WS-Pend-Count)
                       MOVE PP-ActionBy
                           TO PT-ActionBy(WS-Pend-Count)
                   END-IF
                   READ PendingPOFile
                       AT END MOVE "Y" TO WS-PendingPO-Eof
                   END-READ
               END-PERFORM
               CLOSE PendingPOFile
           END-IF.

       LoadSupplierTable.
           OPEN INPUT SupplierFile.
           IF WS-Supplier-Status = "00"
               READ SupplierFile
                   AT END MOVE "Y" TO WS-Supplier-Eof
               END-READ
               PERFORM UNTIL Supplier-Eof
                   IF WS-Supplier-Count < 20
                       ADD 1 TO WS-Supplier-Count
                       MOVE SUP-Code
                           TO SUP-TableCode(WS-Supplier-Count)
                       MOVE SUP-Name
                           TO SUP-TableName(WS-Supplier-Count)
                       MOVE SUP-LeadDays
                           TO SUP-TableLeadDays(WS-Supplier-Count)
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       LoadOilNames.
           INITIALIZE OilNameTable.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO ON-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       ApplyApprovals.
           OPEN INPUT ApprovalTranFile.
           IF WS-ApprovalTran-Status = "00"
               READ ApprovalTranFile
                   AT END MOVE "Y" TO WS-ApprovalTran-Eof
               END-READ
               PERFORM UNTIL ApprovalTran-Eof
                   ADD 1 TO WS-Trans-Read
                   PERFORM ApplyOneApproval
                   READ ApprovalTranFile
                       AT END MOVE "Y" TO WS-ApprovalTran-Eof
                   END-READ
               END-PERFORM
               CLOSE ApprovalTranFile
           END-IF.

      * The order is decided as a whole: every line still awaiting
      * approval under the number is valued, and the total must lie
      * within the operator's limit to approve or to reject.
       ApplyOneApproval.
           MOVE SPACES TO WS-Reject-Reason.
           MOVE PA-PONumber TO WS-Check-Number.
           PERFORM ValueOrder.
           EVALUATE TRUE
               WHEN NOT PA-Approve AND NOT PA-Reject
                   MOVE "INVALID ACTION CODE" TO WS-Reject-Reason
               WHEN WS-PO-Lines = ZERO
                   MOVE "PO NOT AWAITING APPROVAL"
                       TO WS-Reject-Reason
               WHEN WS-PO-Value > WS-Approval-Limit
                   MOVE "PO VALUE OVER APPROVAL LIMIT"
                       TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
               ADD 1 TO WS-Refused-Count
               MOVE "REFUSED" TO WS-Outcome
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "POAPPROVE" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING PA-PONumber "/" WS-Auth-Operator
                   DELIMITED BY SIZE INTO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           ELSE
               IF PA-Approve
                   ADD 1 TO WS-Approved-Count
                   MOVE "APPROVED" TO WS-Outcome
                   PERFORM ReleaseOrder
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   MOVE "REJECTED" TO WS-Outcome
                   PERFORM StampOrderLines
               END-IF
           END-IF.
           PERFORM WriteApprovalLine.

       ValueOrder.
           MOVE ZERO TO WS-PO-Value.
           MOVE ZERO TO WS-PO-Lines.
           MOVE ZERO TO WS-First-Idx.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF PT-Number(WS-Pend-Idx) = WS-Check-Number
                       AND PT-Status(WS-Pend-Idx) = "W"
                   ADD 1 TO WS-PO-Lines
                   IF WS-First-Idx = ZERO
                       MOVE WS-Pend-Idx TO WS-First-Idx
                   END-IF
                   COMPUTE WS-Line-Value =
                       PT-OrderQty(WS-Pend-Idx)
                       * PT-UnitCost(WS-Pend-Idx)
                   ADD WS-Line-Value TO WS-PO-Value
               END-IF
           END-PERFORM.

       StampOrderLines.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF PT-Number(WS-Pend-Idx) = PA-PONumber
                       AND PT-Status(WS-Pend-Idx) = "W"
                   MOVE PA-Action TO PT-Status(WS-Pend-Idx)
                   MOVE WS-Run-Date TO PT-ActionDate(WS-Pend-Idx)
                   MOVE WS-Auth-Operator TO PT-ActionBy(WS-Pend-Idx)
               END-IF
           END-PERFORM.

      * An approved order prints in the layout PurchaseOrderGen
      * always used, with the approver on the trailer, and each line
      * goes on the outstanding-PO file for GoodsReceived to clear.
       ReleaseOrder.
           MOVE PT-SupplierCode(WS-First-Idx) TO WS-Lookup-Supplier.
           PERFORM LookupSupplier.
           MOVE PA-PONumber TO PH-PONumber.
           MOVE WS-Sup-Name TO PH-SupplierName.
           MOVE WS-Sup-LeadDays TO PH-LeadDays.
           MOVE WS-PO-Header-Line TO POPrintLine.
           WRITE POPrintLine.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF PT-Number(WS-Pend-Idx) = PA-PONumber
                       AND PT-Status(WS-Pend-Idx) = "W"
                   PERFORM ReleaseOrderLine
               END-IF
           END-PERFORM.
           MOVE WS-PO-Lines TO PT2-LineCount.
           MOVE PT-OrderDate(WS-First-Idx) TO PT2-OrderDate.
           MOVE WS-Auth-Operator TO PT2-ApprovedBy.
           MOVE WS-PO-Trailer-Line TO POPrintLine.
           WRITE POPrintLine.
           PERFORM StampOrderLines.

       ReleaseOrderLine.
           MOVE PT-OilNum(WS-Pend-Idx) TO PD-OilNum.
           IF PT-OilNum(WS-Pend-Idx) >= 1
                   AND PT-OilNum(WS-Pend-Idx) <= 30
               MOVE ON-OilName(PT-OilNum(WS-Pend-Idx)) TO PD-OilName
           ELSE
               MOVE SPACES TO PD-OilName
           END-IF.
           MOVE PT-OrderQty(WS-Pend-Idx) TO PD-OrderQty.
           MOVE PT-Remaining(WS-Pend-Idx) TO PD-Remaining.
           MOVE WS-PO-Detail-Line TO POPrintLine.
           WRITE POPrintLine.
           MOVE PT-Number(WS-Pend-Idx) TO PO-Number.
           MOVE PT-SupplierCode(WS-Pend-Idx) TO PO-SupplierCode.
           MOVE PT-OilNum(WS-Pend-Idx) TO PO-OilNum.
           MOVE PT-OrderQty(WS-Pend-Idx) TO PO-OrderQty.
           MOVE PT-OrderDate(WS-Pend-Idx) TO PO-OrderDate.
           MOVE PT-UnitCost(WS-Pend-Idx) TO PO-UnitCost.
           WRITE OutstandingPORec.

       LookupSupplier.
           MOVE SPACES TO WS-Sup-Name.
           MOVE ZERO TO WS-Sup-LeadDays.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
               IF SUP-TableCode(WS-Sup-Idx) = WS-Lookup-Supplier
                   MOVE SUP-TableName(WS-Sup-Idx) TO WS-Sup-Name
                   MOVE SUP-TableLeadDays(WS-Sup-Idx)
                       TO WS-Sup-LeadDays
               END-IF
           END-PERFORM.

       WriteApprovalLine.
           MOVE PA-PONumber TO AD-PONumber.
           IF WS-First-Idx > ZERO
               MOVE PT-SupplierCode(WS-First-Idx) TO AD-SupplierCode
               MOVE PT-SupplierCode(WS-First-Idx) TO WS-Lookup-Supplier
               PERFORM LookupSupplier
               MOVE WS-Sup-Name TO AD-SupplierName
           ELSE
               MOVE ZERO TO AD-SupplierCode
               MOVE SPACES TO AD-SupplierName
           END-IF.
           MOVE WS-PO-Value TO AD-Value.
           MOVE WS-Outcome TO AD-Outcome.
           MOVE WS-Reject-Reason TO AD-Reason.
           MOVE WS-Appr-Detail-Line TO ApprovalRptLine.
           WRITE ApprovalRptLine.

       RewritePendingPOs.
           OPEN OUTPUT PendingPOFile.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               MOVE PT-Number(WS-Pend-Idx) TO PP-Number
               MOVE PT-SupplierCode(WS-Pend-Idx) TO PP-SupplierCode
               MOVE PT-OilNum(WS-Pend-Idx) TO PP-OilNum
               MOVE PT-OrderQty(WS-Pend-Idx) TO PP-OrderQty
               MOVE PT-OrderDate(WS-Pend-Idx) TO PP-OrderDate
               MOVE PT-UnitCost(WS-Pend-Idx) TO PP-UnitCost
               MOVE PT-Remaining(WS-Pend-Idx) TO PP-Remaining
               MOVE PT-Status(WS-Pend-Idx) TO PP-Status
               MOVE PT-ActionDate(WS-Pend-Idx) TO PP-ActionDate
               MOVE PT-ActionBy(WS-Pend-Idx) TO PP-ActionBy
               WRITE PendingPORec
           END-PERFORM.
           CLOSE PendingPOFile.

      * One line per order still awaiting approval, listed once at
      * its first line, flagged when older than the overdue days.
       ReportOverduePOs.
           MOVE SPACES TO ApprovalRptLine.
           WRITE ApprovalRptLine.
           MOVE WS-Overdue-Days TO OH-Days.
           MOVE WS-Overdue-Header-Line TO ApprovalRptLine.
           WRITE ApprovalRptLine.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF PT-Status(WS-Pend-Idx) = "W"
                   MOVE PT-Number(WS-Pend-Idx) TO WS-Check-Number
                   PERFORM ValueOrder
                   IF WS-First-Idx = WS-Pend-Idx
                       ADD 1 TO WS-Awaiting-Count
                       PERFORM CheckOneOverdue
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-Approved-Count TO AT-Approved.
           MOVE WS-Rejected-Count TO AT-Rejected.
           MOVE WS-Refused-Count TO AT-Refused.
           MOVE WS-Awaiting-Count TO AT-Awaiting.
           MOVE WS-Overdue-Count TO AT-Overdue.
           MOVE SPACES TO ApprovalRptLine.
           WRITE ApprovalRptLine.
           MOVE WS-Appr-Total-Line TO ApprovalRptLine.
           WRITE ApprovalRptLine.

       CheckOneOverdue.
           COMPUTE WS-Age-Days = WS-Run-Day-Int
               - FUNCTION INTEGER-OF-DATE(PT-OrderDate(WS-Pend-Idx)).
           IF WS-Age-Days > WS-Overdue-Days
               ADD 1 TO WS-Overdue-Count
               MOVE PT-Number(WS-Pend-Idx) TO OD-PONumber
               MOVE PT-SupplierCode(WS-Pend-Idx) TO OD-SupplierCode
               MOVE PT-SupplierCode(WS-Pend-Idx) TO WS-Lookup-Supplier
               PERFORM LookupSupplier
               MOVE WS-Sup-Name TO OD-SupplierName
               MOVE WS-PO-Value TO OD-Value
               MOVE PT-OrderDate(WS-Pend-Idx) TO OD-OrderDate
               MOVE WS-Age-Days TO OD-AgeDays
               MOVE WS-Overdue-Detail-Line TO ApprovalRptLine
               WRITE ApprovalRptLine
           END-IF.

       END PROGRAM PoApprove.

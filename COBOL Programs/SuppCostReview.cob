      ******************************************************************
      * Author:
      * Date:
      * Purpose: Buyer review of supplier price moves. SupplierPrice-
      *          Load holds on SUPPCOSTPEND.DAT every change off the
      *          price-list feed that moves a cost by more than the
      *          review percentage; here a buyer, signed on at the
      *          console and checked through OperAuth, approves or
      *          declines each one from SUPPCOSTREV.DAT by supplier,
      *          oil and effective date. An approved change is
      *          applied to SUPPCOST.DAT by the next SupplierPriceLoad
      *          run on or after its effective date; a declined one
      *          goes no further and the current cost stands. Each
      *          decision is stamped on the held file with the buyer
      *          and date, refused transactions go to the exceptions
      *          file, and SUPPCOSTREVRPT.DAT lists the run's
      *          decisions followed by every change still awaiting
      *          review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppCostReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuppCostPendFile ASSIGN TO "SUPPCOSTPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppCostPend-Status.
           SELECT ReviewTranFile ASSIGN TO "SUPPCOSTREV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReviewTran-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT ReviewRptFile ASSIGN TO "SUPPCOSTREVRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppCostPendFile.
           COPY SUPPCPEND.

       FD  ReviewTranFile.
       01  ReviewTranRec.
           02  RV-SupplierCode         PIC 9(3).
           02  RV-OilNum               PIC 99.
           02  RV-EffectiveDate        PIC 9(8).
           02  RV-Action               PIC X.
               88  RV-Approve              VALUE "A".
               88  RV-Decline              VALUE "D".

       FD  OilMasterFile.
           COPY OILMAST.

       FD  ReviewRptFile.
       01  ReviewRptLine               PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-SuppCostPend-Status      PIC XX.
       01  WS-ReviewTran-Status        PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.

       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-SuppCostPend-Eof     PIC X VALUE "N".
               88  SuppCostPend-Eof        VALUE "Y".
           02  WS-ReviewTran-Eof       PIC X VALUE "N".
               88  ReviewTran-Eof          VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".

      * Buyer sign-on checked against the authorization master.
       01  WS-Auth-Program             PIC X(20)
               VALUE "SuppCostReview".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       01  OilNameTable.
           02 ON-OilName               PIC X(20) OCCURS 30 TIMES.

       01  WS-Pend-Count               PIC 9(4) VALUE ZERO.
       01  WS-Pend-Table-Limit         PIC 9(4) VALUE 2000.
       01  WS-Pend-Table-Full          PIC X VALUE "N".
           88  Pend-Table-Full             VALUE "Y".
       01  PendTable.
           02 Pend-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Pend-Count.
               03 PT-SupplierCode          PIC 9(3).
               03 PT-OilNum                PIC 99.
               03 PT-EffectiveDate         PIC 9(8).
               03 PT-OldCost               PIC 99V99.
               03 PT-NewCost               PIC 99V99.
               03 PT-MovePct               PIC S9(3)V99.
               03 PT-LoadDate              PIC 9(8).
               03 PT-Status                PIC X.
               03 PT-ReviewDate            PIC 9(8).
               03 PT-ReviewBy              PIC X(8).
       01  WS-Pend-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Pend-Found               PIC X VALUE "N".
           88  Pend-Found                  VALUE "Y".

       01  WS-Reject-Reason            PIC X(30).
       01  WS-Outcome                  PIC X(10).
       01  WS-Trans-Read               PIC 9(5) VALUE ZERO.
       01  WS-Approved-Count           PIC 9(5) VALUE ZERO.
       01  WS-Declined-Count           PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Awaiting-Count           PIC 9(5) VALUE ZERO.

       01  WS-Rpt-Header-Line.
           02  FILLER                  PIC X(31)
                   VALUE "SUPPLIER PRICE REVIEW    RUN: ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(9) VALUE "  BUYER: ".
           02  RH-Operator             PIC X(8).
           02  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-Rpt-Section-Line.
           02  RS-Title                PIC X(40).
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-Rpt-Column-Line.
           02  FILLER                  PIC X(5) VALUE "SUP  ".
           02  FILLER                  PIC X(4) VALUE "OIL ".
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           02  FILLER                  PIC X(7) VALUE "  OLD  ".
           02  FILLER                  PIC X(7) VALUE "  NEW  ".
           02  FILLER                  PIC X(9) VALUE "  MOVE % ".
           02  FILLER                  PIC X(10) VALUE "LOADED".
           02  FILLER                  PIC X(26) VALUE "OUTCOME".

       01  WS-Rpt-Detail-Line.
           02  RD-SupplierCode         PIC 9(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OilNum               PIC 99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-EffectiveDate        PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OldCost              PIC Z9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-NewCost              PIC Z9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-MovePct              PIC +ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-LoadDate             PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-Outcome              PIC X(10).
           02  FILLER                  PIC X(1) VALUE SPACES.
           02  RD-Reason               PIC X(15).

       01  WS-Rpt-Total-Line.
           02  FILLER                  PIC X(14)
                   VALUE "TRANSACTIONS: ".
           02  RT-Trans                PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  APPROVED: ".
           02  RT-Approved             PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  DECLINED: ".
           02  RT-Declined             PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  REFUSED: ".
           02  RT-Refused              PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  AWAITING: ".
           02  RT-Awaiting             PIC ZZZZ9.
           02  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "SUPPCOSTREVIEW: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPendingChanges.
           IF Pend-Table-Full
               DISPLAY "SUPPCOSTREVIEW: HELD PRICE TABLE FULL - "
                   "NOTHING REVIEWED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE OilNameTable.
           PERFORM LoadOilNames.
           PERFORM OpenExceptionsFile.
           OPEN OUTPUT ReviewRptFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Auth-Operator TO RH-Operator.
           MOVE WS-Rpt-Header-Line TO ReviewRptLine.
           WRITE ReviewRptLine.
           MOVE "DECISIONS THIS RUN" TO RS-Title.
           PERFORM WriteSectionHeading.
           PERFORM ApplyReviews.
           MOVE "STILL AWAITING REVIEW" TO RS-Title.
           PERFORM WriteSectionHeading.
           PERFORM ListAwaitingReview.
           MOVE SPACES TO ReviewRptLine.
           WRITE ReviewRptLine.
           MOVE WS-Trans-Read TO RT-Trans.
           MOVE WS-Approved-Count TO RT-Approved.
           MOVE WS-Declined-Count TO RT-Declined.
           MOVE WS-Refused-Count TO RT-Refused.
           MOVE WS-Awaiting-Count TO RT-Awaiting.
           MOVE WS-Rpt-Total-Line TO ReviewRptLine.
           WRITE ReviewRptLine.
           CLOSE ReviewRptFile.
           CLOSE ExceptionsFile.
           IF WS-Approved-Count > ZERO OR WS-Declined-Count > ZERO
               PERFORM RewritePendingChanges
           END-IF.
           DISPLAY "SUPPCOSTREVIEW: " WS-Approved-Count
               " APPROVED, " WS-Declined-Count " DECLINED, "
               WS-Refused-Count " REFUSED, " WS-Awaiting-Count
               " AWAITING REVIEW".
           STOP RUN.

       LoadPendingChanges.
           OPEN INPUT SuppCostPendFile.
           IF WS-SuppCostPend-Status = "00"
               READ SuppCostPendFile
                   AT END MOVE "Y" TO WS-SuppCostPend-Eof
               END-READ
               PERFORM UNTIL SuppCostPend-Eof
                   IF WS-Pend-Count >= WS-Pend-Table-Limit
                       MOVE "Y" TO WS-Pend-Table-Full
                       MOVE "Y" TO WS-SuppCostPend-Eof
                   ELSE
                       ADD 1 TO WS-Pend-Count
                       MOVE SP-SupplierCode
                           TO PT-SupplierCode(WS-Pend-Count)
                       MOVE SP-OilNum TO PT-OilNum(WS-Pend-Count)
                       MOVE SP-EffectiveDate
                           TO PT-EffectiveDate(WS-Pend-Count)
                       MOVE SP-OldCost TO PT-OldCost(WS-Pend-Count)
                       MOVE SP-NewCost TO PT-NewCost(WS-Pend-Count)
                       MOVE SP-MovePct TO PT-MovePct(WS-Pend-Count)
                       MOVE SP-LoadDate TO PT-LoadDate(WS-Pend-Count)
                       MOVE SP-Status TO PT-Status(WS-Pend-Count)
                       MOVE SP-ReviewDate
                           TO PT-ReviewDate(WS-Pend-Count)
                       MOVE SP-ReviewBy TO PT-ReviewBy(WS-Pend-Count)
                       READ SuppCostPendFile
                           AT END MOVE "Y" TO WS-SuppCostPend-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SuppCostPendFile
           END-IF.

       LoadOilNames.
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

       WriteSectionHeading.
           MOVE SPACES TO ReviewRptLine.
           WRITE ReviewRptLine.
           MOVE WS-Rpt-Section-Line TO ReviewRptLine.
           WRITE ReviewRptLine.
           MOVE WS-Rpt-Column-Line TO ReviewRptLine.
           WRITE ReviewRptLine.

       ApplyReviews.
           OPEN INPUT ReviewTranFile.
           IF WS-ReviewTran-Status = "00"
               READ ReviewTranFile
                   AT END MOVE "Y" TO WS-ReviewTran-Eof
               END-READ
               PERFORM UNTIL ReviewTran-Eof
                   ADD 1 TO WS-Trans-Read
                   PERFORM ApplyOneReview
                   READ ReviewTranFile
                       AT END MOVE "Y" TO WS-ReviewTran-Eof
                   END-READ
               END-PERFORM
               CLOSE ReviewTranFile
           END-IF.

      * Only a change still awaiting review can be decided; one the
      * feed has since superseded, or already decided, is refused.
       ApplyOneReview.
           MOVE SPACES TO WS-Reject-Reason.
           MOVE "N" TO WS-Pend-Found.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count OR Pend-Found
               IF PT-SupplierCode(WS-Pend-Idx) = RV-SupplierCode
                       AND PT-OilNum(WS-Pend-Idx) = RV-OilNum
                       AND PT-EffectiveDate(WS-Pend-Idx)
                           = RV-EffectiveDate
                       AND PT-Status(WS-Pend-Idx) = "R"
                   MOVE "Y" TO WS-Pend-Found
                   MOVE WS-Pend-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT RV-Approve AND NOT RV-Decline
                   MOVE "BAD ACTION CODE" TO WS-Reject-Reason
               WHEN NOT Pend-Found
                   MOVE "NOT IN REVIEW" TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason NOT = SPACES
               ADD 1 TO WS-Refused-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "SUPPCOSTREV" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING RV-SupplierCode "/" RV-OilNum "/"
                   RV-EffectiveDate
                   DELIMITED BY SIZE INTO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
               MOVE SPACES TO RD-OilName
               MOVE RV-SupplierCode TO RD-SupplierCode
               MOVE RV-OilNum TO RD-OilNum
               MOVE RV-EffectiveDate TO RD-EffectiveDate
               MOVE ZERO TO RD-OldCost RD-NewCost RD-MovePct
                   RD-LoadDate
               MOVE "REFUSED" TO RD-Outcome
               MOVE WS-Reject-Reason TO RD-Reason
               MOVE WS-Rpt-Detail-Line TO ReviewRptLine
               WRITE ReviewRptLine
           ELSE
               IF RV-Approve
                   ADD 1 TO WS-Approved-Count
                   MOVE "A" TO PT-Status(WS-Found-Idx)
                   MOVE "APPROVED" TO WS-Outcome
               ELSE
                   ADD 1 TO WS-Declined-Count
                   MOVE "D" TO PT-Status(WS-Found-Idx)
                   MOVE "DECLINED" TO WS-Outcome
               END-IF
               MOVE WS-Run-Date-Num TO PT-ReviewDate(WS-Found-Idx)
               MOVE WS-Auth-Operator TO PT-ReviewBy(WS-Found-Idx)
               MOVE WS-Found-Idx TO WS-Pend-Idx
               MOVE SPACES TO RD-Reason
               PERFORM WriteHeldLine
           END-IF.

       ListAwaitingReview.
           MOVE SPACES TO WS-Outcome.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF PT-Status(WS-Pend-Idx) = "R"
                   ADD 1 TO WS-Awaiting-Count
                   MOVE SPACES TO RD-Reason
                   PERFORM WriteHeldLine
               END-IF
           END-PERFORM.

       WriteHeldLine.
           MOVE PT-SupplierCode(WS-Pend-Idx) TO RD-SupplierCode.
           MOVE PT-OilNum(WS-Pend-Idx) TO RD-OilNum.
           MOVE SPACES TO RD-OilName.
           IF PT-OilNum(WS-Pend-Idx) >= 1
                   AND PT-OilNum(WS-Pend-Idx) <= 30
               MOVE ON-OilName(PT-OilNum(WS-Pend-Idx)) TO RD-OilName
           END-IF.
           MOVE PT-EffectiveDate(WS-Pend-Idx) TO RD-EffectiveDate.
           MOVE PT-OldCost(WS-Pend-Idx) TO RD-OldCost.
           MOVE PT-NewCost(WS-Pend-Idx) TO RD-NewCost.
           MOVE PT-MovePct(WS-Pend-Idx) TO RD-MovePct.
           MOVE PT-LoadDate(WS-Pend-Idx) TO RD-LoadDate.
           MOVE WS-Outcome TO RD-Outcome.
           MOVE WS-Rpt-Detail-Line TO ReviewRptLine.
           WRITE ReviewRptLine.

       RewritePendingChanges.
           OPEN OUTPUT SuppCostPendFile.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               MOVE PT-SupplierCode(WS-Pend-Idx) TO SP-SupplierCode
               MOVE PT-OilNum(WS-Pend-Idx) TO SP-OilNum
               MOVE PT-EffectiveDate(WS-Pend-Idx) TO SP-EffectiveDate
               MOVE PT-OldCost(WS-Pend-Idx) TO SP-OldCost
               MOVE PT-NewCost(WS-Pend-Idx) TO SP-NewCost
               MOVE PT-MovePct(WS-Pend-Idx) TO SP-MovePct
               MOVE PT-LoadDate(WS-Pend-Idx) TO SP-LoadDate
               MOVE PT-Status(WS-Pend-Idx) TO SP-Status
               MOVE PT-ReviewDate(WS-Pend-Idx) TO SP-ReviewDate
               MOVE PT-ReviewBy(WS-Pend-Idx) TO SP-ReviewBy
               WRITE SuppCostPendRec
           END-PERFORM.
           CLOSE SuppCostPendFile.

       END PROGRAM SuppCostReview.

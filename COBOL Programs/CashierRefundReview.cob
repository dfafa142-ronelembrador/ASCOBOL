      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly review of the refund and void activity
      *          ShopReconciliation appends to TILLACTHIST.DAT each
      *          day. Over the rolling review period each cashier's
      *          refunds and voids are taken as a rate of the
      *          transactions they rang, and set against the shop's
      *          average rate for the same period; a cashier running
      *          at more than twice the shop average, with enough
      *          refunds or voids for the rate to mean something, is
      *          flagged, as is any cashier with refunds or voids that
      *          were not properly authorised - the pattern a smaller
      *          total rung instead of a refund used to hide.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashierRefundReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ActHistFile ASSIGN TO "TILLACTHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ActHist-Status.
           SELECT ReviewFile ASSIGN TO "TILLREFREVIEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ActHistFile.
           COPY TILLACTH.

       FD  ReviewFile.
       01  ReviewLine                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-Review-Days              PIC 9(3) VALUE 7.
      * Flagged above this multiple of the shop average rate, once
      * the cashier has at least the minimum refunds or voids.
       01  WS-Rate-Multiple            PIC 9V9 VALUE 2.0.
       01  WS-Min-Events               PIC 99 VALUE 3.

       01  WS-ActHist-Status           PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Entry-Day-Int            PIC 9(7).
       01  WS-Entry-Age-Days           PIC S9(5).

       01  WS-Eof-Switches.
           02  WS-ActHist-Eof          PIC X VALUE "N".
               88  ActHist-Eof             VALUE "Y".

       01  WS-Cashier-Count            PIC 9(3) VALUE ZERO.
       01  CashierActTable.
           02 CashierAct-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Cashier-Count.
               03 CR-CashierID             PIC 9(3).
               03 CR-Trans-Count           PIC 9(7).
               03 CR-Refund-Count          PIC 9(5).
               03 CR-Refund-Value          PIC 9(7)V99.
               03 CR-Void-Count            PIC 9(5).
               03 CR-Void-Value            PIC 9(7)V99.
               03 CR-Unauth-Count          PIC 9(5).
       01  WS-Cashier-Idx              PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Cashier-Found            PIC X.
           88  Cashier-Found               VALUE "Y".

       01  WS-Shop-Trans               PIC 9(9) VALUE ZERO.
       01  WS-Shop-Refunds             PIC 9(7) VALUE ZERO.
       01  WS-Shop-Voids               PIC 9(7) VALUE ZERO.
       01  WS-Shop-Refund-Rate         PIC 9(3)V99 VALUE ZERO.
       01  WS-Shop-Void-Rate           PIC 9(3)V99 VALUE ZERO.
       01  WS-Refund-Rate              PIC 9(3)V99.
       01  WS-Void-Rate                PIC 9(3)V99.
       01  WS-Flagged-Count            PIC 9(3) VALUE ZERO.

       01  WS-Header-Line.
           02  FILLER                  PIC X(29)
                   VALUE "REFUND/VOID REVIEW 7 DAYS TO ".
           02  HD-RunDate              PIC 9(8).
           02  FILLER                  PIC X(20)
                   VALUE "  SHOP REFUND RATE: ".
           02  HD-RefundRate           PIC ZZ9.99.
           02  FILLER                  PIC X(14)
                   VALUE "%  VOID RATE: ".
           02  HD-VoidRate             PIC ZZ9.99.
           02  FILLER                  PIC X VALUE "%".

       01  WS-Review-Line.
           02  RV-CashierID            PIC 9(3).
           02  FILLER                  PIC X(8) VALUE "  TRANS ".
           02  RV-Trans                PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE "  REFUNDS ".
           02  RV-Refunds              PIC ZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RV-RefundRate           PIC ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "%  VOIDS ".
           02  RV-Voids                PIC ZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RV-VoidRate             PIC ZZ9.99.
           02  FILLER                  PIC X(10) VALUE "%  UNAUTH ".
           02  RV-Unauth               PIC ZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RV-Flag                 PIC X(19).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM AccumulateActivityHistory.
           PERFORM ComputeShopRates.
           PERFORM PrintReviewReport.
           DISPLAY "CASHIERREFUNDREVIEW: " WS-Cashier-Count
               " CASHIERS REVIEWED, " WS-Flagged-Count " FLAGGED".
           STOP RUN.

       AccumulateActivityHistory.
           OPEN INPUT ActHistFile.
           IF WS-ActHist-Status = "00"
               READ ActHistFile
                   AT END MOVE "Y" TO WS-ActHist-Eof
               END-READ
               PERFORM UNTIL ActHist-Eof
                   PERFORM AccumulateOneHistEntry
                   READ ActHistFile
                       AT END MOVE "Y" TO WS-ActHist-Eof
                   END-READ
               END-PERFORM
               CLOSE ActHistFile
           END-IF.

       AccumulateOneHistEntry.
           COMPUTE WS-Entry-Day-Int =
               FUNCTION INTEGER-OF-DATE(AH-RunDate).
           COMPUTE WS-Entry-Age-Days =
               WS-Run-Day-Int - WS-Entry-Day-Int.
           IF WS-Entry-Age-Days >= ZERO
                   AND WS-Entry-Age-Days < WS-Review-Days
               PERFORM FindCashierEntry
               IF Cashier-Found
                   ADD AH-SaleCount AH-RefundCount AH-VoidCount
                       TO CR-Trans-Count(WS-Found-Idx)
                   ADD AH-RefundCount
                       TO CR-Refund-Count(WS-Found-Idx)
                   ADD AH-RefundValue
                       TO CR-Refund-Value(WS-Found-Idx)
                   ADD AH-VoidCount TO CR-Void-Count(WS-Found-Idx)
                   ADD AH-VoidValue TO CR-Void-Value(WS-Found-Idx)
                   ADD AH-UnauthCount
                       TO CR-Unauth-Count(WS-Found-Idx)
               END-IF
               ADD AH-SaleCount AH-RefundCount AH-VoidCount
                   TO WS-Shop-Trans
               ADD AH-RefundCount TO WS-Shop-Refunds
               ADD AH-VoidCount TO WS-Shop-Voids
           END-IF.

       FindCashierEntry.
           MOVE "N" TO WS-Cashier-Found.
           PERFORM VARYING WS-Cashier-Idx FROM 1 BY 1
                   UNTIL WS-Cashier-Idx > WS-Cashier-Count
                       OR Cashier-Found
               IF CR-CashierID(WS-Cashier-Idx) = AH-CashierID
                   MOVE "Y" TO WS-Cashier-Found
                   MOVE WS-Cashier-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Cashier-Found AND WS-Cashier-Count < 200
               ADD 1 TO WS-Cashier-Count
               MOVE WS-Cashier-Count TO WS-Found-Idx
               MOVE "Y" TO WS-Cashier-Found
               MOVE AH-CashierID TO CR-CashierID(WS-Found-Idx)
               MOVE ZERO TO CR-Trans-Count(WS-Found-Idx)
               MOVE ZERO TO CR-Refund-Count(WS-Found-Idx)
               MOVE ZERO TO CR-Refund-Value(WS-Found-Idx)
               MOVE ZERO TO CR-Void-Count(WS-Found-Idx)
               MOVE ZERO TO CR-Void-Value(WS-Found-Idx)
               MOVE ZERO TO CR-Unauth-Count(WS-Found-Idx)
           END-IF.

       ComputeShopRates.
           IF WS-Shop-Trans > ZERO
               COMPUTE WS-Shop-Refund-Rate ROUNDED =
                   WS-Shop-Refunds * 100 / WS-Shop-Trans
               COMPUTE WS-Shop-Void-Rate ROUNDED =
                   WS-Shop-Voids * 100 / WS-Shop-Trans
           END-IF.

       PrintReviewReport.
           OPEN OUTPUT ReviewFile.
           MOVE WS-Run-Date TO HD-RunDate.
           MOVE WS-Shop-Refund-Rate TO HD-RefundRate.
           MOVE WS-Shop-Void-Rate TO HD-VoidRate.
           MOVE WS-Header-Line TO ReviewLine.
           WRITE ReviewLine.
           PERFORM PrintOneCashierReview
               VARYING WS-Cashier-Idx FROM 1 BY 1
               UNTIL WS-Cashier-Idx > WS-Cashier-Count.
           CLOSE ReviewFile.

       PrintOneCashierReview.
           MOVE ZERO TO WS-Refund-Rate.
           MOVE ZERO TO WS-Void-Rate.
           IF CR-Trans-Count(WS-Cashier-Idx) > ZERO
               COMPUTE WS-Refund-Rate ROUNDED =
                   CR-Refund-Count(WS-Cashier-Idx) * 100
                   / CR-Trans-Count(WS-Cashier-Idx)
               COMPUTE WS-Void-Rate ROUNDED =
                   CR-Void-Count(WS-Cashier-Idx) * 100
                   / CR-Trans-Count(WS-Cashier-Idx)
           END-IF.
           MOVE CR-CashierID(WS-Cashier-Idx) TO RV-CashierID.
           MOVE CR-Trans-Count(WS-Cashier-Idx) TO RV-Trans.
           MOVE CR-Refund-Count(WS-Cashier-Idx) TO RV-Refunds.
           MOVE WS-Refund-Rate TO RV-RefundRate.
           MOVE CR-Void-Count(WS-Cashier-Idx) TO RV-Voids.
           MOVE WS-Void-Rate TO RV-VoidRate.
           MOVE CR-Unauth-Count(WS-Cashier-Idx) TO RV-Unauth.
           EVALUATE TRUE
               WHEN CR-Unauth-Count(WS-Cashier-Idx) > ZERO
                   MOVE "** UNAUTHORISED **" TO RV-Flag
               WHEN CR-Refund-Count(WS-Cashier-Idx) >= WS-Min-Events
                       AND WS-Refund-Rate >
                           WS-Shop-Refund-Rate * WS-Rate-Multiple
                   MOVE "** HIGH REFUNDS **" TO RV-Flag
               WHEN CR-Void-Count(WS-Cashier-Idx) >= WS-Min-Events
                       AND WS-Void-Rate >
                           WS-Shop-Void-Rate * WS-Rate-Multiple
                   MOVE "** HIGH VOIDS **" TO RV-Flag
               WHEN OTHER
                   MOVE "OK" TO RV-Flag
           END-EVALUATE.
           IF RV-Flag NOT = "OK"
               ADD 1 TO WS-Flagged-Count
           END-IF.
           MOVE WS-Review-Line TO ReviewLine.
           WRITE ReviewLine.

       END PROGRAM CashierRefundReview.

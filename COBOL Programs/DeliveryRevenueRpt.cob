      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly delivery revenue by route. Totals the
      *          delivery charges AromaSales raised over the last
      *          seven days from the delivery charge history
      *          DELIVCHG.DAT - charged and free deliveries and
      *          revenue per route - and sets them against the
      *          drops the vans actually made on the same routes,
      *          counted as the distinct dispatch notes on the
      *          dispatch history AROMADISPHIST.DAT routed by the
      *          customer master the way RouteManifest routes them.
      *          Revenue per drop shows which routes the charge
      *          table under-recovers. Drops for customers with no
      *          route assigned are shown under route zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeliveryRevenueRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DelivChargeFile ASSIGN TO "DELIVCHG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DelivCharge-Status.
           SELECT DispatchHistFile ASSIGN TO "AROMADISPHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DispatchHist-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RevenueFile ASSIGN TO "DELIVREVENUE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DelivChargeFile.
           COPY DELIVCHG.

       FD  DispatchHistFile.
           COPY DISPHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  RevenueFile.
       01  RevenueLine                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Review-Days              PIC 9(3) VALUE 7.

       01  WS-DelivCharge-Status       PIC XX.
       01  WS-DispatchHist-Status      PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Week-Start-Num           PIC 9(8).
       01  WS-Entry-Day-Int            PIC 9(7).
       01  WS-Entry-Age-Days           PIC S9(5).

       01  WS-Eof-Switches.
           02  WS-DelivCharge-Eof      PIC X VALUE "N".
               88  DelivCharge-Eof         VALUE "Y".
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-RouteCode        PIC 99.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).
       01  WS-Lookup-Route             PIC 99.

      * One entry per route code, route zero in the first entry.
       01  WS-Route-Table.
           02  Route-Entry OCCURS 100 TIMES.
               03  RV-Drops            PIC 9(5).
               03  RV-Charged          PIC 9(5).
               03  RV-Free             PIC 9(5).
               03  RV-Revenue          PIC 9(7)V99.
       01  WS-Route-Idx                PIC 9(3).
       01  WS-Route-Code               PIC 99.

      * A dispatch note spans consecutive history lines; note
      * numbers restart each run, so a drop is a change of dispatch
      * date or number.
       01  WS-Prev-DispDate            PIC 9(8) VALUE ZERO.
       01  WS-Prev-DispatchNo          PIC 9(6) VALUE ZERO.

       01  WS-Per-Drop                 PIC 9(5)V99.
       01  WS-Total-Drops              PIC 9(6) VALUE ZERO.
       01  WS-Total-Charged            PIC 9(6) VALUE ZERO.
       01  WS-Total-Free               PIC 9(6) VALUE ZERO.
       01  WS-Total-Revenue            PIC 9(8)V99 VALUE ZERO.

       01  WS-Header-Line.
           02  FILLER                  PIC X(26)
                   VALUE "DELIVERY REVENUE BY ROUTE ".
           02  HL-FromDate             PIC 9(8).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  HL-ToDate               PIC 9(8).
           02  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-Route-Line.
           02  FILLER                  PIC X(6) VALUE "ROUTE ".
           02  RL-Route                PIC 99.
           02  FILLER                  PIC X(9) VALUE "  DROPS: ".
           02  RL-Drops                PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  CHARGED: ".
           02  RL-Charged              PIC ZZZZ9.
           02  FILLER                  PIC X(8) VALUE "  FREE: ".
           02  RL-Free                 PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  REVENUE: ".
           02  RL-Revenue              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(12)
                   VALUE "  PER DROP: ".
           02  RL-PerDrop              PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(8) VALUE "TOTAL   ".
           02  FILLER                  PIC X(9) VALUE "  DROPS: ".
           02  DR-Total-Drops          PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  CHARGED: ".
           02  DR-Total-Charged        PIC ZZZZ9.
           02  FILLER                  PIC X(8) VALUE "  FREE: ".
           02  DR-Total-Free           PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  REVENUE: ".
           02  DR-Total-Revenue        PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(12)
                   VALUE "  PER DROP: ".
           02  DR-Total-PerDrop        PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           COMPUTE WS-Week-Start-Num =
               FUNCTION DATE-OF-INTEGER
                   (WS-Run-Day-Int - WS-Review-Days + 1).
           INITIALIZE WS-Route-Table.
           PERFORM LoadCustomerMaster.
           PERFORM AccumulateCharges.
           PERFORM AccumulateDrops.
           PERFORM PrintRevenueReport.
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
                   MOVE CM-RouteCode
                       TO CT-RouteCode(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           MOVE ZERO TO WS-Lookup-Route.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE CT-RouteCode(WS-Cust-Idx)
                       TO WS-Lookup-Route
               END-IF
           END-PERFORM.

       AccumulateCharges.
           OPEN INPUT DelivChargeFile.
           IF WS-DelivCharge-Status = "00"
               READ DelivChargeFile
                   AT END MOVE "Y" TO WS-DelivCharge-Eof
               END-READ
               PERFORM UNTIL DelivCharge-Eof
                   PERFORM AccumulateOneCharge
                   READ DelivChargeFile
                       AT END MOVE "Y" TO WS-DelivCharge-Eof
                   END-READ
               END-PERFORM
               CLOSE DelivChargeFile
           END-IF.

      * The charge is reported on the route it was raised on, even
      * if the customer has since moved route.
       AccumulateOneCharge.
           COMPUTE WS-Entry-Day-Int =
               FUNCTION INTEGER-OF-DATE(DC-RunDate).
           COMPUTE WS-Entry-Age-Days =
               WS-Run-Day-Int - WS-Entry-Day-Int.
           IF WS-Entry-Age-Days >= ZERO
                   AND WS-Entry-Age-Days < WS-Review-Days
               COMPUTE WS-Route-Idx = DC-RouteCode + 1
               IF DC-Charge > ZERO
                   ADD 1 TO RV-Charged(WS-Route-Idx)
               ELSE
                   ADD 1 TO RV-Free(WS-Route-Idx)
               END-IF
               ADD DC-Charge TO RV-Revenue(WS-Route-Idx)
           END-IF.

       AccumulateDrops.
           OPEN INPUT DispatchHistFile.
           IF WS-DispatchHist-Status = "00"
               READ DispatchHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   PERFORM AccumulateOneDrop
                   READ DispatchHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE DispatchHistFile
           END-IF.

       AccumulateOneDrop.
           IF DH-DispDate NOT = WS-Prev-DispDate
                   OR DH-DispatchNo NOT = WS-Prev-DispatchNo
               MOVE DH-DispDate TO WS-Prev-DispDate
               MOVE DH-DispatchNo TO WS-Prev-DispatchNo
               COMPUTE WS-Entry-Day-Int =
                   FUNCTION INTEGER-OF-DATE(DH-DispDate)
               COMPUTE WS-Entry-Age-Days =
                   WS-Run-Day-Int - WS-Entry-Day-Int
               IF WS-Entry-Age-Days >= ZERO
                       AND WS-Entry-Age-Days < WS-Review-Days
                   MOVE DH-CustID TO WS-Lookup-CustID
                   PERFORM LookupCustomer
                   COMPUTE WS-Route-Idx = WS-Lookup-Route + 1
                   ADD 1 TO RV-Drops(WS-Route-Idx)
               END-IF
           END-IF.

       PrintRevenueReport.
           OPEN OUTPUT RevenueFile.
           MOVE WS-Week-Start-Num TO HL-FromDate.
           MOVE WS-Run-Date-Num TO HL-ToDate.
           MOVE WS-Header-Line TO RevenueLine.
           WRITE RevenueLine.
           PERFORM PrintOneRoute
               VARYING WS-Route-Idx FROM 1 BY 1
               UNTIL WS-Route-Idx > 100.
           MOVE WS-Total-Drops TO DR-Total-Drops.
           MOVE WS-Total-Charged TO DR-Total-Charged.
           MOVE WS-Total-Free TO DR-Total-Free.
           MOVE WS-Total-Revenue TO DR-Total-Revenue.
           MOVE ZERO TO WS-Per-Drop.
           IF WS-Total-Drops > ZERO
               COMPUTE WS-Per-Drop ROUNDED =
                   WS-Total-Revenue / WS-Total-Drops
           END-IF.
           MOVE WS-Per-Drop TO DR-Total-PerDrop.
           MOVE WS-Total-Line TO RevenueLine.
           WRITE RevenueLine.
           CLOSE RevenueFile.

       PrintOneRoute.
           IF RV-Drops(WS-Route-Idx) > ZERO
                   OR RV-Charged(WS-Route-Idx) > ZERO
                   OR RV-Free(WS-Route-Idx) > ZERO
               COMPUTE WS-Route-Code = WS-Route-Idx - 1
               MOVE WS-Route-Code TO RL-Route
               MOVE RV-Drops(WS-Route-Idx) TO RL-Drops
               MOVE RV-Charged(WS-Route-Idx) TO RL-Charged
               MOVE RV-Free(WS-Route-Idx) TO RL-Free
               MOVE RV-Revenue(WS-Route-Idx) TO RL-Revenue
               MOVE ZERO TO WS-Per-Drop
               IF RV-Drops(WS-Route-Idx) > ZERO
                   COMPUTE WS-Per-Drop ROUNDED =
                       RV-Revenue(WS-Route-Idx)
                       / RV-Drops(WS-Route-Idx)
               END-IF
               MOVE WS-Per-Drop TO RL-PerDrop
               MOVE WS-Route-Line TO RevenueLine
               WRITE RevenueLine
               ADD RV-Drops(WS-Route-Idx) TO WS-Total-Drops
               ADD RV-Charged(WS-Route-Idx) TO WS-Total-Charged
               ADD RV-Free(WS-Route-Idx) TO WS-Total-Free
               ADD RV-Revenue(WS-Route-Idx) TO WS-Total-Revenue
           END-IF.

       END PROGRAM DeliveryRevenueRpt.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lapsed-customer report over the dated customer sales
      *          history AromaSales appends to CUSTSALEHIST.DAT. Each
      *          run date a customer bought on counts as an order;
      *          from the first and last order and the number of
      *          orders comes the customer's normal ordering interval.
      *          A customer with enough orders to judge, whose normal
      *          interval (with a margin) has passed since the last
      *          order with nothing further, is listed on
      *          LAPSEDCUST.DAT by sales rep, with the last order date,
      *          the days since, the normal interval and the three
      *          oils the customer buys most, so the rep can follow up.
      *          Written-off customers are not listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LapsedCustomers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RepMaster ASSIGN TO "AROMAREP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RepMaster-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT LapsedFile ASSIGN TO "LAPSEDCUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  RepMaster.
           COPY AROMAREP.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  LapsedFile.
       01  LapsedLine                  PIC X(110).

       SD  WorkFile.
       01  WorkRec.
           02  WRepCode                PIC 9(3).
           02  WDaysSince              PIC 9(5).
           02  WCustIdx                PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-RepMaster-Status         PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).

      * A normal interval needs at least three orders to judge, and
      * a customer is lapsed once half as long again as the normal
      * interval has gone by since the last order.
       01  WS-Min-Orders               PIC 99 VALUE 3.
       01  WS-Lapse-Factor             PIC 9V9 VALUE 1.5.

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-RepMaster-Eof        PIC X VALUE "N".
               88  RepMaster-Eof           VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-WriteOffFlag     PIC X.
               03  CT-Order-Count      PIC 9(5).
               03  CT-First-Order      PIC 9(8).
               03  CT-Last-Order       PIC 9(8).
               03  CT-Last-Rep         PIC 9(3).
               03  CT-Interval         PIC 9(5).
               03  CT-Oil-Units        PIC S9(7) OCCURS 30 TIMES.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

       01  WS-Rep-Table.
           02  Rep-Entry OCCURS 200 TIMES.
               03  RT-RepCode          PIC 9(3).
               03  RT-RepName          PIC X(20).
       01  WS-Rep-Count                PIC 9(3) VALUE ZERO.
       01  WS-Rep-Idx                  PIC 9(3).

       01  WS-Oil-Name-Table.
           02  ON-OilName              PIC X(20) OCCURS 30 TIMES.
       01  WS-Hist-OilNum              PIC 99.
       01  WS-Oil-Idx                  PIC 99.

      * The three oils bought most, in order.
       01  WS-Top-Oils.
           02  WS-Top-Oil              PIC 99 OCCURS 3 TIMES.
       01  WS-Top-Idx                  PIC 9.
       01  WS-Best-Oil                 PIC 99.
       01  WS-Best-Units               PIC S9(7).

       01  WS-Span-Days                PIC 9(7).
       01  WS-Days-Since               PIC 9(7).
       01  WS-Lapse-Days               PIC 9(7).
       01  WS-Prev-RepCode             PIC 9(3).
       01  WS-First-Record             PIC X VALUE "Y".
           88  First-Record                VALUE "Y".
       01  WS-Lapsed-Count             PIC 9(5) VALUE ZERO.

       01  WS-Lapsed-Header-Line.
           02  FILLER                  PIC X(20)
                   VALUE "LAPSED CUSTOMERS AT ".
           02  LH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-Lapsed-Rep-Line.
           02  FILLER                  PIC X(4) VALUE "REP ".
           02  LR-RepCode              PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  LR-RepName              PIC X(20).
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-Lapsed-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  LL-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  LL-CustName             PIC X(20).
           02  FILLER                  PIC X(12) VALUE "  LAST ORDER".
           02  FILLER                  PIC X VALUE SPACES.
           02  LL-LastOrder            PIC 9(8).
           02  FILLER                  PIC X(7) VALUE "  DAYS ".
           02  LL-DaysSince            PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE "  USUALLY  ".
           02  LL-Interval             PIC ZZZZ9.
           02  FILLER                  PIC X(9) VALUE "  ORDERS ".
           02  LL-Orders               PIC ZZZZ9.
           02  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-Lapsed-Oil-Line.
           02  FILLER                  PIC X(20)
                   VALUE "        USUAL OILS: ".
           02  LO-Oil OCCURS 3 TIMES.
               03  LO-OilName          PIC X(20).
               03  FILLER              PIC X(2).
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-Lapsed-Total-Line.
           02  FILLER                  PIC X(24)
                   VALUE "LAPSED CUSTOMERS LISTED ".
           02  LT-Count                PIC ZZZZ9.
           02  FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM LoadCustomerMaster.
           PERFORM LoadRepMaster.
           PERFORM LoadOilNames.
           PERFORM AccumulateHistory.
           SORT WorkFile ON ASCENDING KEY WRepCode
                           DESCENDING KEY WDaysSince
                INPUT PROCEDURE IS SelectLapsedCustomers
                OUTPUT PROCEDURE IS PrintLapsedReport.
           DISPLAY "LAPSEDCUSTOMERS: " WS-Lapsed-Count
               " LAPSED CUSTOMERS LISTED".
           STOP RUN.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           READ CustomerMaster
               AT END MOVE "Y" TO WS-CustomerMaster-Eof
           END-READ.
           PERFORM UNTIL CustomerMaster-Eof
               IF WS-Customer-Count < WS-Customer-Table-Limit
                   ADD 1 TO WS-Customer-Count
                   INITIALIZE Customer-Entry(WS-Customer-Count)
                   MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE CM-CustName TO CT-CustName(WS-Customer-Count)
                   MOVE CM-WriteOffFlag
                       TO CT-WriteOffFlag(WS-Customer-Count)
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

       LoadRepMaster.
           OPEN INPUT RepMaster.
           IF WS-RepMaster-Status = "00"
               READ RepMaster
                   AT END MOVE "Y" TO WS-RepMaster-Eof
               END-READ
               PERFORM UNTIL RepMaster-Eof
                   IF WS-Rep-Count < 200
                       ADD 1 TO WS-Rep-Count
                       MOVE RM-RepCode TO RT-RepCode(WS-Rep-Count)
                       MOVE RM-RepName TO RT-RepName(WS-Rep-Count)
                   END-IF
                   READ RepMaster
                       AT END MOVE "Y" TO WS-RepMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RepMaster
           END-IF.

       LoadOilNames.
           INITIALIZE WS-Oil-Name-Table.
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

       AccumulateHistory.
           OPEN INPUT CustSaleHistFile.
           IF WS-CustSaleHist-Status = "00"
               READ CustSaleHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   MOVE CSH-CustID TO WS-Lookup-CustID
                   PERFORM LookupCustomer
                   IF Customer-Found
                       PERFORM NoteOneHistoryRecord
                   END-IF
                   READ CustSaleHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE CustSaleHistFile
           END-IF.

      * The history is appended a run at a time, so dates arrive in
      * order: a sale on a later run date than the last one seen is
      * a new order. Gift sets count toward the order but not toward
      * any one oil.
       NoteOneHistoryRecord.
           IF CSH-Units > ZERO
               IF CSH-RunDate > CT-Last-Order(WS-Found-Idx)
                   ADD 1 TO CT-Order-Count(WS-Found-Idx)
                   IF CT-First-Order(WS-Found-Idx) = ZERO
                       MOVE CSH-RunDate TO CT-First-Order(WS-Found-Idx)
                   END-IF
                   MOVE CSH-RunDate TO CT-Last-Order(WS-Found-Idx)
               END-IF
               MOVE CSH-RepCode TO CT-Last-Rep(WS-Found-Idx)
           END-IF.
           IF CSH-OilID(1:1) NOT = "S"
                   AND CSH-OilID(2:2) IS NUMERIC
               MOVE CSH-OilID(2:2) TO WS-Hist-OilNum
               IF WS-Hist-OilNum >= 1 AND WS-Hist-OilNum <= 30
                   ADD CSH-Units
                       TO CT-Oil-Units(WS-Found-Idx WS-Hist-OilNum)
               END-IF
           END-IF.

       SelectLapsedCustomers.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               IF CT-Order-Count(WS-Cust-Idx) >= WS-Min-Orders
                       AND CT-WriteOffFlag(WS-Cust-Idx) NOT = "W"
                   PERFORM TestOneCustomer
               END-IF
           END-PERFORM.

       TestOneCustomer.
           COMPUTE WS-Span-Days =
               FUNCTION INTEGER-OF-DATE(CT-Last-Order(WS-Cust-Idx))
               - FUNCTION INTEGER-OF-DATE(CT-First-Order(WS-Cust-Idx)).
           COMPUTE CT-Interval(WS-Cust-Idx) ROUNDED =
               WS-Span-Days / (CT-Order-Count(WS-Cust-Idx) - 1).
           COMPUTE WS-Days-Since = WS-Run-Day-Int
               - FUNCTION INTEGER-OF-DATE(CT-Last-Order(WS-Cust-Idx)).
           COMPUTE WS-Lapse-Days ROUNDED =
               CT-Interval(WS-Cust-Idx) * WS-Lapse-Factor.
           IF WS-Days-Since > WS-Lapse-Days
               MOVE CT-Last-Rep(WS-Cust-Idx) TO WRepCode
               MOVE WS-Days-Since TO WDaysSince
               MOVE WS-Cust-Idx TO WCustIdx
               RELEASE WorkRec
           END-IF.

       PrintLapsedReport.
           OPEN OUTPUT LapsedFile.
           MOVE WS-Run-Date-Num TO LH-RunDate.
           MOVE WS-Lapsed-Header-Line TO LapsedLine.
           WRITE LapsedLine.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               IF First-Record OR WRepCode NOT = WS-Prev-RepCode
                   PERFORM WriteRepHeader
                   MOVE "N" TO WS-First-Record
               END-IF
               PERFORM WriteLapsedCustomer
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           MOVE WS-Lapsed-Count TO LT-Count.
           MOVE WS-Lapsed-Total-Line TO LapsedLine.
           WRITE LapsedLine.
           CLOSE LapsedFile.

       WriteRepHeader.
           MOVE WRepCode TO WS-Prev-RepCode.
           MOVE WRepCode TO LR-RepCode.
           MOVE SPACES TO LR-RepName.
           PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                   UNTIL WS-Rep-Idx > WS-Rep-Count
               IF RT-RepCode(WS-Rep-Idx) = WRepCode
                   MOVE RT-RepName(WS-Rep-Idx) TO LR-RepName
               END-IF
           END-PERFORM.
           MOVE WS-Lapsed-Rep-Line TO LapsedLine.
           WRITE LapsedLine.

       WriteLapsedCustomer.
           ADD 1 TO WS-Lapsed-Count.
           MOVE WCustIdx TO WS-Cust-Idx.
           MOVE CT-CustID(WS-Cust-Idx) TO LL-CustID.
           MOVE CT-CustName(WS-Cust-Idx) TO LL-CustName.
           MOVE CT-Last-Order(WS-Cust-Idx) TO LL-LastOrder.
           MOVE WDaysSince TO LL-DaysSince.
           MOVE CT-Interval(WS-Cust-Idx) TO LL-Interval.
           MOVE CT-Order-Count(WS-Cust-Idx) TO LL-Orders.
           MOVE WS-Lapsed-Line TO LapsedLine.
           WRITE LapsedLine.
           PERFORM FindTopOils.
           MOVE SPACES TO WS-Lapsed-Oil-Line(21:66).
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > 3
               IF WS-Top-Oil(WS-Top-Idx) > ZERO
                   MOVE ON-OilName(WS-Top-Oil(WS-Top-Idx))
                       TO LO-OilName(WS-Top-Idx)
               END-IF
           END-PERFORM.
           MOVE WS-Lapsed-Oil-Line TO LapsedLine.
           WRITE LapsedLine.

      * Picks the three oils with the most units, best first; an oil
      * the customer has not bought on balance is not picked.
       FindTopOils.
           MOVE ZERO TO WS-Top-Oils.
           PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                   UNTIL WS-Top-Idx > 3
               MOVE ZERO TO WS-Best-Oil
               MOVE ZERO TO WS-Best-Units
               PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                       UNTIL WS-Oil-Idx > 30
                   IF CT-Oil-Units(WS-Cust-Idx WS-Oil-Idx)
                           > WS-Best-Units
                       AND WS-Oil-Idx NOT = WS-Top-Oil(1)
                       AND WS-Oil-Idx NOT = WS-Top-Oil(2)
                       MOVE WS-Oil-Idx TO WS-Best-Oil
                       MOVE CT-Oil-Units(WS-Cust-Idx WS-Oil-Idx)
                           TO WS-Best-Units
                   END-IF
               END-PERFORM
               MOVE WS-Best-Oil TO WS-Top-Oil(WS-Top-Idx)
           END-PERFORM.

       END PROGRAM LapsedCustomers.

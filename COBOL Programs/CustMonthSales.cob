      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end sales analysis by customer over the dated
      *          customer sales history AromaSales appends to
      *          CUSTSALEHIST.DAT, the customer counterpart of the
      *          per-oil MonthEndSales. For every customer who bought
      *          this year or last it prints the month's units and
      *          net value beside the same month last year, and the
      *          year to date beside last year to the same month, with
      *          the value change, on CUSTMONTH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMonthSales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CustMonthFile ASSIGN TO "CUSTMONTH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  CustMonthFile.
       01  CustMonthLine               PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Current-Month            PIC 9(6).
       01  WS-Last-Year-Month          PIC 9(6).
       01  WS-Current-Year             PIC 9(4).
       01  WS-Last-Year                PIC 9(4).
       01  WS-Current-Mon              PIC 99.
       01  WS-Hist-Year                PIC 9(4).
       01  WS-Hist-Mon                 PIC 99.

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".

      * One entry per customer: this month and the same month last
      * year, this year to date and last year to the same month.
       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-Month-Units      PIC S9(7).
               03  CT-Month-Value      PIC S9(9)V99.
               03  CT-LyMonth-Units    PIC S9(7).
               03  CT-LyMonth-Value    PIC S9(9)V99.
               03  CT-Ytd-Units        PIC S9(7).
               03  CT-Ytd-Value        PIC S9(9)V99.
               03  CT-LyYtd-Units      PIC S9(7).
               03  CT-LyYtd-Value      PIC S9(9)V99.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

       01  WS-Value-Change             PIC S9(9)V99.
       01  WS-Listed-Count             PIC 9(5) VALUE ZERO.
       01  WS-Totals.
           02  WS-Tot-Month-Value      PIC S9(11)V99 VALUE ZERO.
           02  WS-Tot-LyMonth-Value    PIC S9(11)V99 VALUE ZERO.
           02  WS-Tot-Ytd-Value        PIC S9(11)V99 VALUE ZERO.
           02  WS-Tot-LyYtd-Value      PIC S9(11)V99 VALUE ZERO.

       01  WS-CustMonth-Header-Line.
           02  FILLER                  PIC X(27)
                   VALUE "MONTHLY SALES BY CUSTOMER ".
           02  CH-Month                PIC 9(6).
           02  FILLER                  PIC X(14)
                   VALUE "  VS LAST YEAR".
           02  FILLER                  PIC X VALUE SPACES.
           02  CH-LyMonth              PIC 9(6).
           02  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-CustMonth-Line.
           02  CL-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  CL-CustName             PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  MTH ".
           02  CL-Month-Units          PIC -ZZZZZ9.
           02  CL-Month-Value          PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE "  LY ".
           02  CL-LyMonth-Units        PIC -ZZZZZ9.
           02  CL-LyMonth-Value        PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  CHG ".
           02  CL-Month-Change         PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  YTD ".
           02  CL-Ytd-Units            PIC -ZZZZZ9.
           02  CL-Ytd-Value            PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  LYTD ".
           02  CL-LyYtd-Value          PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-CustMonth-Total-Line.
           02  FILLER                  PIC X(10) VALUE "CUSTOMERS ".
           02  CT2-Count               PIC ZZZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  MONTH VALUE".
           02  CT2-Month-Value         PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE "  LY ".
           02  CT2-LyMonth-Value       PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  YTD ".
           02  CT2-Ytd-Value           PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  LYTD ".
           02  CT2-LyYtd-Value         PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Current-Month.
           MOVE WS-Run-Date(1:4) TO WS-Current-Year.
           MOVE WS-Run-Date(5:2) TO WS-Current-Mon.
           COMPUTE WS-Last-Year = WS-Current-Year - 1.
           COMPUTE WS-Last-Year-Month =
               WS-Last-Year * 100 + WS-Current-Mon.
           PERFORM LoadCustomerMaster.
           PERFORM AccumulateHistory.
           PERFORM WriteCustomerAnalysis.
           DISPLAY "CUSTMONTHSALES: " WS-Listed-Count
               " CUSTOMERS ANALYSED".
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
                   MOVE CM-CustName TO CT-CustName(WS-Customer-Count)
                   PERFORM ClearCustomerFigures
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       ClearCustomerFigures.
           MOVE ZERO TO CT-Month-Units(WS-Customer-Count).
           MOVE ZERO TO CT-Month-Value(WS-Customer-Count).
           MOVE ZERO TO CT-LyMonth-Units(WS-Customer-Count).
           MOVE ZERO TO CT-LyMonth-Value(WS-Customer-Count).
           MOVE ZERO TO CT-Ytd-Units(WS-Customer-Count).
           MOVE ZERO TO CT-Ytd-Value(WS-Customer-Count).
           MOVE ZERO TO CT-LyYtd-Units(WS-Customer-Count).
           MOVE ZERO TO CT-LyYtd-Value(WS-Customer-Count).

      * A customer since removed from the master still has history;
      * it is analysed under its number with no name.
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
           IF NOT Customer-Found
               IF WS-Customer-Count < WS-Customer-Table-Limit
                   ADD 1 TO WS-Customer-Count
                   MOVE WS-Lookup-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE SPACES TO CT-CustName(WS-Customer-Count)
                   PERFORM ClearCustomerFigures
                   MOVE "Y" TO WS-Cust-Found
                   MOVE WS-Customer-Count TO WS-Found-Idx
               ELSE
                   IF NOT Table-Full
                       MOVE "Y" TO WS-Table-Full
                       DISPLAY "CUSTMONTHSALES: CUSTOMER TABLE FULL - "
                           "CUSTOMERS BEYOND "
                           WS-Customer-Table-Limit " NOT ANALYSED"
                   END-IF
               END-IF
           END-IF.

       AccumulateHistory.
           OPEN INPUT CustSaleHistFile.
           IF WS-CustSaleHist-Status = "00"
               READ CustSaleHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   PERFORM ClassifyOneHistoryRecord
                   READ CustSaleHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE CustSaleHistFile
           END-IF.

       ClassifyOneHistoryRecord.
           MOVE CSH-RunDate(1:4) TO WS-Hist-Year.
           MOVE CSH-RunDate(5:2) TO WS-Hist-Mon.
           IF (WS-Hist-Year = WS-Current-Year
                   OR WS-Hist-Year = WS-Last-Year)
                   AND WS-Hist-Mon <= WS-Current-Mon
               MOVE CSH-CustID TO WS-Lookup-CustID
               PERFORM LookupCustomer
               IF Customer-Found
                   PERFORM AddHistoryToCustomer
               END-IF
           END-IF.

       AddHistoryToCustomer.
           IF WS-Hist-Year = WS-Current-Year
               ADD CSH-Units TO CT-Ytd-Units(WS-Found-Idx)
               ADD CSH-NetValue TO CT-Ytd-Value(WS-Found-Idx)
               IF WS-Hist-Mon = WS-Current-Mon
                   ADD CSH-Units TO CT-Month-Units(WS-Found-Idx)
                   ADD CSH-NetValue TO CT-Month-Value(WS-Found-Idx)
               END-IF
           ELSE
               ADD CSH-Units TO CT-LyYtd-Units(WS-Found-Idx)
               ADD CSH-NetValue TO CT-LyYtd-Value(WS-Found-Idx)
               IF WS-Hist-Mon = WS-Current-Mon
                   ADD CSH-Units TO CT-LyMonth-Units(WS-Found-Idx)
                   ADD CSH-NetValue TO CT-LyMonth-Value(WS-Found-Idx)
               END-IF
           END-IF.

       WriteCustomerAnalysis.
           OPEN OUTPUT CustMonthFile.
           MOVE WS-Current-Month TO CH-Month.
           MOVE WS-Last-Year-Month TO CH-LyMonth.
           MOVE WS-CustMonth-Header-Line TO CustMonthLine.
           WRITE CustMonthLine.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               IF CT-Ytd-Value(WS-Cust-Idx) NOT = ZERO
                       OR CT-Ytd-Units(WS-Cust-Idx) NOT = ZERO
                       OR CT-LyYtd-Value(WS-Cust-Idx) NOT = ZERO
                       OR CT-LyYtd-Units(WS-Cust-Idx) NOT = ZERO
                   PERFORM WriteOneCustomer
               END-IF
           END-PERFORM.
           MOVE WS-Listed-Count TO CT2-Count.
           MOVE WS-Tot-Month-Value TO CT2-Month-Value.
           MOVE WS-Tot-LyMonth-Value TO CT2-LyMonth-Value.
           MOVE WS-Tot-Ytd-Value TO CT2-Ytd-Value.
           MOVE WS-Tot-LyYtd-Value TO CT2-LyYtd-Value.
           MOVE WS-CustMonth-Total-Line TO CustMonthLine.
           WRITE CustMonthLine.
           CLOSE CustMonthFile.

       WriteOneCustomer.
           ADD 1 TO WS-Listed-Count.
           COMPUTE WS-Value-Change =
               CT-Month-Value(WS-Cust-Idx)
               - CT-LyMonth-Value(WS-Cust-Idx).
           MOVE CT-CustID(WS-Cust-Idx) TO CL-CustID.
           MOVE CT-CustName(WS-Cust-Idx) TO CL-CustName.
           MOVE CT-Month-Units(WS-Cust-Idx) TO CL-Month-Units.
           MOVE CT-Month-Value(WS-Cust-Idx) TO CL-Month-Value.
           MOVE CT-LyMonth-Units(WS-Cust-Idx) TO CL-LyMonth-Units.
           MOVE CT-LyMonth-Value(WS-Cust-Idx) TO CL-LyMonth-Value.
           MOVE WS-Value-Change TO CL-Month-Change.
           MOVE CT-Ytd-Units(WS-Cust-Idx) TO CL-Ytd-Units.
           MOVE CT-Ytd-Value(WS-Cust-Idx) TO CL-Ytd-Value.
           MOVE CT-LyYtd-Value(WS-Cust-Idx) TO CL-LyYtd-Value.
           MOVE WS-CustMonth-Line TO CustMonthLine.
           WRITE CustMonthLine.
           ADD CT-Month-Value(WS-Cust-Idx) TO WS-Tot-Month-Value.
           ADD CT-LyMonth-Value(WS-Cust-Idx) TO WS-Tot-LyMonth-Value.
           ADD CT-Ytd-Value(WS-Cust-Idx) TO WS-Tot-Ytd-Value.
           ADD CT-LyYtd-Value(WS-Cust-Idx) TO WS-Tot-LyYtd-Value.

       END PROGRAM CustMonthSales.

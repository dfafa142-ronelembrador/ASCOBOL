      ******************************************************************
      * Author:
      * Date:
      * Purpose: Turns accepted quotations into orders. Each request
      *          on QUOTECONV.DAT names a quote number with the rep
      *          and branch the order is taken under; every open line
      *          of that quote on QUOTES.DAT is written to SALES.DAT
      *          as an ordinary sales line and marked converted, so a
      *          quote can only be ordered once. A quote past its
      *          validity date, already converted or not on file is
      *          reported and nothing is written. The SALESCTL.DAT
      *          control totals are updated to cover the new lines in
      *          the StandingOrderGen manner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConvRequestFile ASSIGN TO "QUOTECONV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ConvRequest-Status.
           SELECT QuoteFile ASSIGN TO "QUOTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Quote-Status.
           SELECT Sales ASSIGN TO "SALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Sales-Status.
           SELECT SalesControlFile ASSIGN TO "SALESCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SalesCtl-Status.
           SELECT ConvReportFile ASSIGN TO "QUOTECONVRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ConvRequestFile.
       01  ConvRequestRec.
           02  QC-QuoteNo              PIC 9(6).
           02  QC-RepCode              PIC 9(3).
           02  QC-Branch               PIC 99.

       FD  QuoteFile.
           COPY QUOTEREC.

       FD  Sales.
           COPY SALESREC.

       FD  SalesControlFile.
       01  SalesControlLine.
           02  SC-Record-Count         PIC 9(7).
           02  SC-Hash-Total           PIC 9(9).

       FD  ConvReportFile.
       01  ConvReportLine              PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-ConvRequest-Status       PIC XX.
       01  WS-Quote-Status             PIC XX.
       01  WS-Sales-Status             PIC XX.
       01  WS-SalesCtl-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Backup-Name              PIC X(30)
               VALUE "QUOTES.DAT".

       01  WS-Eof-Switches.
           02  WS-ConvRequest-Eof      PIC X VALUE "N".
               88  ConvRequest-Eof         VALUE "Y".
           02  WS-Quote-Eof            PIC X VALUE "N".
               88  Quote-Eof               VALUE "Y".

       01  WS-Quote-Count              PIC 9(5) VALUE ZERO.
       01  WS-Quote-Table-Limit        PIC 9(5) VALUE 5000.
       01  WS-Quote-Table-Full         PIC X VALUE "N".
           88  Quote-Table-Full            VALUE "Y".
       01  QuoteTable.
           02 Quote-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Quote-Count.
               03 QL-QuoteNo               PIC 9(6).
               03 QL-LineNo                PIC 99.
               03 QL-CustID                PIC 9(5).
               03 QL-OilID                 PIC X(3).
               03 QL-UnitSize              PIC 9.
               03 QL-Qty                   PIC 9(3).
               03 QL-UnitPrice             PIC 9(3)V99.
               03 QL-PriceFlag             PIC X.
               03 QL-QuoteDate             PIC 9(8).
               03 QL-ValidTo               PIC 9(8).
               03 QL-Status                PIC X.
       01  WS-Quote-Idx                PIC 9(5).

       01  WS-Lines-Found              PIC 9(3).
       01  WS-Lines-Open               PIC 9(3).
       01  WS-Lines-Expired            PIC 9(3).
       01  WS-Generated-Count          PIC 9(5) VALUE ZERO.
       01  WS-Generated-Hash           PIC 9(9) VALUE ZERO.
       01  WS-Converted-Quotes         PIC 9(5) VALUE ZERO.

       01  WS-Conv-Line.
           02  FILLER                  PIC X(6) VALUE "QUOTE ".
           02  CV-QuoteNo              PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  CUST ".
           02  CV-CustID               PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CV-Lines                PIC ZZ9.
           02  FILLER                  PIC X(8) VALUE " LINES  ".
           02  CV-Result               PIC X(24).
           02  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-Conv-Total-Line.
           02  FILLER                  PIC X(18)
                   VALUE "QUOTES CONVERTED: ".
           02  TL-Quotes               PIC ZZZZ9.
           02  FILLER                  PIC X(15)
                   VALUE "  SALES LINES: ".
           02  TL-Lines                PIC ZZZZ9.
           02  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadQuotes.
           IF Quote-Table-Full
               DISPLAY "QUOTECONVERT: QUOTE TABLE FULL - "
                   "FILE NOT REWRITTEN, NOTHING CONVERTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND Sales.
           IF WS-Sales-Status = "35"
               OPEN OUTPUT Sales
           END-IF.
           OPEN OUTPUT ConvReportFile.
           OPEN INPUT ConvRequestFile.
           IF WS-ConvRequest-Status = "00"
               READ ConvRequestFile
                   AT END MOVE "Y" TO WS-ConvRequest-Eof
               END-READ
               PERFORM UNTIL ConvRequest-Eof
                   PERFORM ConvertOneQuote
                   READ ConvRequestFile
                       AT END MOVE "Y" TO WS-ConvRequest-Eof
                   END-READ
               END-PERFORM
               CLOSE ConvRequestFile
           END-IF.
           MOVE WS-Converted-Quotes TO TL-Quotes.
           MOVE WS-Generated-Count TO TL-Lines.
           MOVE WS-Conv-Total-Line TO ConvReportLine.
           WRITE ConvReportLine.
           CLOSE ConvReportFile.
           CLOSE Sales.
           IF WS-Generated-Count > ZERO
               PERFORM UpdateSalesControl
               PERFORM RewriteQuotes
           END-IF.
           STOP RUN.

       LoadQuotes.
           OPEN INPUT QuoteFile.
           IF WS-Quote-Status = "00"
               READ QuoteFile
                   AT END MOVE "Y" TO WS-Quote-Eof
               END-READ
               PERFORM UNTIL Quote-Eof
                   IF WS-Quote-Count >= WS-Quote-Table-Limit
                       MOVE "Y" TO WS-Quote-Table-Full
                       MOVE "Y" TO WS-Quote-Eof
                   ELSE
                       ADD 1 TO WS-Quote-Count
                       MOVE QT-QuoteNo TO QL-QuoteNo(WS-Quote-Count)
                       MOVE QT-LineNo TO QL-LineNo(WS-Quote-Count)
                       MOVE QT-CustID TO QL-CustID(WS-Quote-Count)
                       MOVE QT-OilID TO QL-OilID(WS-Quote-Count)
                       MOVE QT-UnitSize
                           TO QL-UnitSize(WS-Quote-Count)
                       MOVE QT-Qty TO QL-Qty(WS-Quote-Count)
                       MOVE QT-UnitPrice
                           TO QL-UnitPrice(WS-Quote-Count)
                       MOVE QT-PriceFlag
                           TO QL-PriceFlag(WS-Quote-Count)
                       MOVE QT-QuoteDate
                           TO QL-QuoteDate(WS-Quote-Count)
                       MOVE QT-ValidTo TO QL-ValidTo(WS-Quote-Count)
                       MOVE QT-Status TO QL-Status(WS-Quote-Count)
                   END-IF
                   READ QuoteFile
                       AT END MOVE "Y" TO WS-Quote-Eof
                   END-READ
               END-PERFORM
               CLOSE QuoteFile
           END-IF.

      * The quote is checked whole before anything is written, so
      * an order is never taken for only part of a quotation.
       ConvertOneQuote.
           MOVE ZERO TO WS-Lines-Found.
           MOVE ZERO TO WS-Lines-Open.
           MOVE ZERO TO WS-Lines-Expired.
           MOVE ZERO TO CV-CustID.
           PERFORM VARYING WS-Quote-Idx FROM 1 BY 1
                   UNTIL WS-Quote-Idx > WS-Quote-Count
               IF QL-QuoteNo(WS-Quote-Idx) = QC-QuoteNo
                   ADD 1 TO WS-Lines-Found
                   MOVE QL-CustID(WS-Quote-Idx) TO CV-CustID
                   IF QL-Status(WS-Quote-Idx) = "O"
                       ADD 1 TO WS-Lines-Open
                       IF QL-ValidTo(WS-Quote-Idx) < WS-Run-Date-Num
                           ADD 1 TO WS-Lines-Expired
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE QC-QuoteNo TO CV-QuoteNo.
           EVALUATE TRUE
               WHEN WS-Lines-Found = ZERO
                   MOVE ZERO TO CV-Lines
                   MOVE "QUOTE NOT ON FILE" TO CV-Result
               WHEN WS-Lines-Open = ZERO
                   MOVE ZERO TO CV-Lines
                   MOVE "ALREADY CONVERTED" TO CV-Result
               WHEN WS-Lines-Expired > ZERO
                   MOVE ZERO TO CV-Lines
                   MOVE "QUOTE EXPIRED" TO CV-Result
               WHEN OTHER
                   PERFORM WriteQuoteSalesLines
                   ADD 1 TO WS-Converted-Quotes
                   MOVE WS-Lines-Open TO CV-Lines
                   MOVE "CONVERTED TO SALES" TO CV-Result
           END-EVALUATE.
           MOVE WS-Conv-Line TO ConvReportLine.
           WRITE ConvReportLine.

       WriteQuoteSalesLines.
           PERFORM VARYING WS-Quote-Idx FROM 1 BY 1
                   UNTIL WS-Quote-Idx > WS-Quote-Count
               IF QL-QuoteNo(WS-Quote-Idx) = QC-QuoteNo
                       AND QL-Status(WS-Quote-Idx) = "O"
                   MOVE QL-CustID(WS-Quote-Idx) TO CustID
                   MOVE QL-OilID(WS-Quote-Idx) TO OilID
                   MOVE QL-UnitSize(WS-Quote-Idx) TO UnitSize
                   MOVE QL-Qty(WS-Quote-Idx) TO UnitsSold
                   MOVE QC-RepCode TO RepCode
                   MOVE "S" TO TransType
                   MOVE QC-Branch TO BranchCode
                   WRITE SalesRecord
                   ADD 1 TO WS-Generated-Count
                   ADD QL-CustID(WS-Quote-Idx) TO WS-Generated-Hash
                   MOVE "C" TO QL-Status(WS-Quote-Idx)
               END-IF
           END-PERFORM.

      * The converted lines must be covered by the control totals
      * AromaSales' ReconcileSalesCounts checks.
       UpdateSalesControl.
           OPEN INPUT SalesControlFile.
           IF WS-SalesCtl-Status = "00"
               READ SalesControlFile
                   AT END MOVE ZERO TO SC-Record-Count SC-Hash-Total
               END-READ
               CLOSE SalesControlFile
           ELSE
               MOVE ZERO TO SC-Record-Count
               MOVE ZERO TO SC-Hash-Total
           END-IF.
           ADD WS-Generated-Count TO SC-Record-Count.
           ADD WS-Generated-Hash TO SC-Hash-Total.
           OPEN OUTPUT SalesControlFile.
           WRITE SalesControlLine.
           CLOSE SalesControlFile.

       RewriteQuotes.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT QuoteFile.
           PERFORM VARYING WS-Quote-Idx FROM 1 BY 1
                   UNTIL WS-Quote-Idx > WS-Quote-Count
               MOVE QL-QuoteNo(WS-Quote-Idx) TO QT-QuoteNo
               MOVE QL-LineNo(WS-Quote-Idx) TO QT-LineNo
               MOVE QL-CustID(WS-Quote-Idx) TO QT-CustID
               MOVE QL-OilID(WS-Quote-Idx) TO QT-OilID
               MOVE QL-UnitSize(WS-Quote-Idx) TO QT-UnitSize
               MOVE QL-Qty(WS-Quote-Idx) TO QT-Qty
               MOVE QL-UnitPrice(WS-Quote-Idx) TO QT-UnitPrice
               MOVE QL-PriceFlag(WS-Quote-Idx) TO QT-PriceFlag
               MOVE QL-QuoteDate(WS-Quote-Idx) TO QT-QuoteDate
               MOVE QL-ValidTo(WS-Quote-Idx) TO QT-ValidTo
               MOVE QL-Status(WS-Quote-Idx) TO QT-Status
               WRITE QuoteRec
           END-PERFORM.
           CLOSE QuoteFile.

       END PROGRAM QuoteConvert.

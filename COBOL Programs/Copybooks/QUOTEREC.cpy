      ******************************************************************
      * QUOTEREC.cpy - QUOTES.DAT quotation-line layout shared between
      *                PriceQuote.cob (prices and files each quote)
      *                and QuoteConvert.cob (turns an accepted quote
      *                into SALES.DAT lines). One record per quoted
      *                line; every line of a quote carries the quote
      *                number, customer and validity date. The unit
      *                price is the one quoted on the day, flagged
      *                C/D/P as on the sales report.
      ******************************************************************
       01  QuoteRec.
           02  QT-QuoteNo              PIC 9(6).
           02  QT-LineNo               PIC 99.
           02  QT-CustID               PIC 9(5).
           02  QT-OilID                PIC X(3).
           02  QT-UnitSize             PIC 9.
           02  QT-Qty                  PIC 9(3).
           02  QT-UnitPrice            PIC 9(3)V99.
           02  QT-PriceFlag            PIC X.
           02  QT-QuoteDate            PIC 9(8).
           02  QT-ValidTo              PIC 9(8).
           02  QT-Status               PIC X.
               88  QT-Open                 VALUE "O".
               88  QT-Converted            VALUE "C".

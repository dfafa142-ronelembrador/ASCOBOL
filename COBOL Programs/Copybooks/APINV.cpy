      *             payment) and the accounts-payable programs that
      *             post and pay it. AI-Status starts MATCHED and is
      *             stamped POSTED once the AP ledger has taken it.
      *             Costs and values are in the supplier's invoicing
      *             currency (SUP-CurrencyCode), as quoted on
      *             SUPPCOST.DAT; ApLedgerPost converts to euro.
      ******************************************************************
       01  ApInvoiceRec.
           02  AI-InvoiceNo            PIC X(10).

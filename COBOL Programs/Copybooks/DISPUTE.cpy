      ******************************************************************
      * DISPUTE.cpy - DISPUTES.DAT invoice dispute register, one
      *               record per dispute keyed on customer and the
      *               invoice number AromaSales printed. Maintained by
      *               DisputeMaint; read by ArAgedDebt, ArStatement,
      *               ArLateInterest, AromaSalesRpt01.cob and
      *               WholesaleOrderLoad, which hold an open dispute's
      *               amount out of aging, interest and the credit-
      *               limit check. DP-Amount is the part of the
      *               invoice in dispute. A dispute resolved by
      *               release puts the item back into aging as it
      *               stands; one resolved by credit carries the
      *               number and amount of the C credit note posted.
      ******************************************************************
       01  DisputeRec.
           02  DP-CustID               PIC 9(5).
           02  DP-InvoiceNo            PIC 9(6).
           02  DP-InvDate              PIC 9(8).
           02  DP-Amount               PIC 9(7)V99.
           02  DP-Reason               PIC X(30).
           02  DP-RaisedDate           PIC 9(8).
           02  DP-Owner                PIC X(8).
           02  DP-Status               PIC X.
               88  DP-Open                 VALUE "O".
               88  DP-Released             VALUE "R".
               88  DP-Credited             VALUE "C".
           02  DP-ResolvedDate         PIC 9(8).
           02  DP-Resolution           PIC X(30).
           02  DP-CreditNo             PIC 9(6).
           02  DP-CreditAmount         PIC 9(7)V99.

      ******************************************************************
      * NLACCT.cpy - NLACCOUNT.DAT nominal-ledger account master
      *              layout, maintained by NlAcctMaint.cob and read by
      *              NlTrialBalance.cob and NlStatements.cob. The
      *              statement class places the account on the profit
      *              and loss account or the balance sheet, and the
      *              line group names the statement line it is
      *              reported under (blank reports it under the
      *              account name). Both are blank on records written
      *              before the fields existed; such an account is
      *              listed as unclassified when the statements are
      *              reconciled.
      ******************************************************************
       01  NlAccountRec.
           02  NA-Acct                 PIC 9(4).
           02  NA-Name                 PIC X(20).
           02  NA-StmtClass            PIC X.
               88  NA-Revenue              VALUE "R".
               88  NA-CostOfSales          VALUE "C".
               88  NA-Overheads            VALUE "O".
               88  NA-Assets               VALUE "A".
               88  NA-Liabilities          VALUE "L".
               88  NA-Equity               VALUE "E".
               88  NA-Unclassified         VALUE SPACE.
               88  NA-Valid-Class          VALUE "R" "C" "O"
                                                 "A" "L" "E".
           02  NA-LineGroup            PIC X(20).

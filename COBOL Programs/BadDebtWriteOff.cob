      *          age/amount threshold are listed on WRITEOFFPROP.DAT
      *          for credit control. An authorization record on
      *          WRITEOFFAUTH.DAT - customer, amount, operator,
      *          approved flag and proposing operator, in the
      *          spirit of BatchDriver's payroll sign-off - posts a
      *          W entry clearing the balance into the written-off
      *          category, flags the customer on the master so
      *          CheckCreditLimit holds any new order, and logs both
      *          operators and the date on WRITEOFFAUD.DAT. The
      *          cumulative write-off position per customer is
      *          reported every run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  WA-Operator             PIC X(8).
           02  WA-Approved             PIC X.
               88  WA-Is-Approved          VALUE "Y".
      * The credit controller who put the write-off forward; blank
      * on authorizations keyed before the field existed.
           02  WA-ProposedBy           PIC X(8).

       FD  ProposalFile.
       01  ProposalLine                PIC X(90).

       FD  WriteOffAudFile.
       01  WriteOffAudLine             PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-Status          PIC XX.
               03  CT-CreditLimit      PIC 9(7)V99.
               03  CT-RouteCode        PIC 99.
               03  CT-WriteOffFlag     PIC X.
               03  CT-InterestExempt   PIC X.
               03  CT-Currency         PIC X(3).
               03  CT-Country          PIC X(2).
               03  CT-VatRegNo         PIC X(14).
               03  CT-Balance          PIC S9(9)V99.
               03  CT-Bucket-90        PIC S9(9)V99.
               03  CT-WrittenOff       PIC S9(9)V99.
           02  AU-Amount               PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  OP: ".
           02  AU-Operator             PIC X(8).
           02  FILLER                  PIC X(6) VALUE "  PR: ".
           02  AU-ProposedBy           PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.


               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
                       TO CT-RouteCode(WS-Customer-Count)
                   MOVE CM-WriteOffFlag
                       TO CT-WriteOffFlag(WS-Customer-Count)
                   MOVE CM-InterestExempt
                       TO CT-InterestExempt(WS-Customer-Count)
                   MOVE CM-CurrencyCode
                       TO CT-Currency(WS-Customer-Count)
                   MOVE CM-CountryCode
                       TO CT-Country(WS-Customer-Count)
                   MOVE CM-VatRegNo
                       TO CT-VatRegNo(WS-Customer-Count)
                   MOVE ZERO TO CT-Balance(WS-Customer-Count)
                   MOVE ZERO TO CT-Bucket-90(WS-Customer-Count)
                   MOVE ZERO TO CT-WrittenOff(WS-Customer-Count)
                           FROM CT-Balance(WS-Found-Idx)
                       ADD AR-Amount
                           TO CT-WrittenOff(WS-Found-Idx)
                   WHEN AR-RebateCredit OR AR-CreditNote
                           OR AR-FxDifference
                       SUBTRACT AR-Amount
                           FROM CT-Balance(WS-Found-Idx)
                   WHEN OTHER
                       ADD AR-Amount TO CT-Balance(WS-Found-Idx)
                       COMPUTE WS-Tran-Day-Int =
                   MOVE "W" TO AR-TranType
                   MOVE WA-Amount TO AR-Amount
                   MOVE ZERO TO AR-RefDate
                   MOVE ZERO TO AR-InvoiceNo
                   MOVE SPACES TO AR-CurrencyCode
                   MOVE ZERO TO AR-CurrAmount
                   MOVE ZERO TO AR-ExchRate
                   WRITE ArLedgerRec
                   SUBTRACT WA-Amount
                       FROM CT-Balance(WS-Found-Idx)
                   MOVE WA-CustID TO AU-CustID
                   MOVE WA-Amount TO AU-Amount
                   MOVE WA-Operator TO AU-Operator
                   MOVE WA-ProposedBy TO AU-ProposedBy
                   MOVE WS-Audit-Line TO WriteOffAudLine
                   WRITE WriteOffAudLine
               END-IF
               MOVE CT-RouteCode(WS-Cust-Idx) TO CM-RouteCode
               MOVE CT-WriteOffFlag(WS-Cust-Idx)
                   TO CM-WriteOffFlag
               MOVE CT-InterestExempt(WS-Cust-Idx)
                   TO CM-InterestExempt
               MOVE CT-Currency(WS-Cust-Idx)
                   TO CM-CurrencyCode
               MOVE CT-Country(WS-Cust-Idx) TO CM-CountryCode
               MOVE CT-VatRegNo(WS-Cust-Idx) TO CM-VatRegNo
               WRITE CustomerRecord
           END-PERFORM.
           CLOSE CustomerMaster.

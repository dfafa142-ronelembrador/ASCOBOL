      ******************************************************************
      * Author:
      * Date:
      * Purpose: Thirteen-week cash-flow forecast. From the last bank
      *          balance BankRecon carried forward on BANKRECBAL.DAT
      *          the cash position is projected week by week over the
      *          thirteen weeks from the start date:
      *            AR receipts  - each open item on ARLEDGER.DAT,
      *                           matched in the CashReceipts open-
      *                           item manner, is expected on its
      *                           invoice date plus the customer's
      *                           average days-to-pay on the items
      *                           the ledger shows paid (the terms
      *                           of 30 days where none are paid yet)
      *            rent         - each tenant on TENANTRENT.DAT pays
      *                           the month's rent for the city on
      *                           the 1st, while the tenancy dates on
      *                           TENANCY.DAT have them in occupation
      *            supplier     - each open invoice on APLEDGER.DAT,
      *                           net of its payments and the
      *                           supplier's open debit notes, is
      *                           paid on its ApPaymentRun due date
      *            payroll      - the net pay of the last pay run on
      *                           PAYROLLTOTALS.DAT on every pay day
      *                           marked on BUSDAYCAL.DAT
      *          Anything already overdue falls in week one. The
      *          weekly flows and closing positions are printed on
      *          CASHFORECAST.DAT, and any week closing below the
      *          minimum cash level is flagged. The minimum (and an
      *          optional start date, otherwise the run date) are
      *          read from CASHFCPARM.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ForecastParmFile ASSIGN TO "CASHFCPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ForecastParm-Status.
           SELECT ReconBalFile ASSIGN TO "BANKRECBAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReconBal-Status.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ApLedger-Status.
           SELECT PayrollTotalsFile ASSIGN TO "PAYROLLTOTALS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PayrollTotals-Status.
           SELECT CalendarFile ASSIGN TO "BUSDAYCAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Calendar-Status.
           SELECT TenantRentFile ASSIGN TO "TENANTRENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenantRent-Status.
           SELECT TenancyFile ASSIGN TO "TENANCY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tenancy-Status.
           SELECT CityRateFile ASSIGN TO "CITYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CityRate-Status.
           SELECT ForecastReportFile ASSIGN TO "CASHFORECAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ForecastParmFile.
       01  ForecastParmRec.
           02  FP-MinCash              PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
           02  FP-StartDate            PIC 9(8).

       FD  ReconBalFile.
       01  ReconBalRec.
           02  RB-Balance              PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
           02  RB-LastPayDate          PIC 9(8).
           02  RB-LastApDate           PIC 9(8).

       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  ApLedgerFile.
           COPY APLEDG.

       FD  PayrollTotalsFile.
           COPY PAYROLLTOT.

       FD  CalendarFile.
       01  CalendarRec.
           02  CAL-Date                PIC 9(8).
           02  CAL-DayType             PIC X.
               88  CAL-BusinessDay         VALUE "B".
               88  CAL-Holiday             VALUE "H".
           02  CAL-WeekEndFlag         PIC X.
           02  CAL-MonthEndFlag        PIC X.
           02  CAL-PayDayFlag          PIC X.
               88  CAL-PayDay              VALUE "Y".

       FD  TenantRentFile.
       01  TenantRentRec.
           02 TR-TenantID               PIC 9(5).
           02 TR-TenantName             PIC X(20).
           02 TR-CityCode               PIC 99.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  TenancyFile.
           COPY TENANCY.

       FD  CityRateFile.
           COPY CITYRATEREC.

       FD  ForecastReportFile.
       01  ForecastReportLine          PIC X(120).

       WORKING-STORAGE SECTION.
           COPY CITYRATE.

       01  WS-ForecastParm-Status      PIC XX.
       01  WS-ReconBal-Status          PIC XX.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-ApLedger-Status          PIC XX.
       01  WS-PayrollTotals-Status     PIC XX.
       01  WS-Calendar-Status          PIC XX.
       01  WS-TenantRent-Status        PIC XX.
       01  WS-Tenancy-Status           PIC XX.
       01  WS-CityRate-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-CityRate-Date-Num        PIC 9(8).
       01  WS-City-Rate-Date-Table.
           02  WS-City-Rate-Date       PIC 9(8) OCCURS 12 TIMES.

       01  WS-Eof-Switches.
           02  WS-ArLedger-Eof         PIC X VALUE "N".
               88  ArLedger-Eof            VALUE "Y".
           02  WS-ApLedger-Eof         PIC X VALUE "N".
               88  ApLedger-Eof            VALUE "Y".
           02  WS-PayrollTotals-Eof    PIC X VALUE "N".
               88  PayrollTotals-Eof       VALUE "Y".
           02  WS-Calendar-Eof         PIC X VALUE "N".
               88  Calendar-Eof            VALUE "Y".
           02  WS-TenantRent-Eof       PIC X VALUE "N".
               88  TenantRent-Eof          VALUE "Y".
           02  WS-Tenancy-Eof          PIC X VALUE "N".
               88  Tenancy-Eof             VALUE "Y".
           02  WS-CityRate-Eof         PIC X VALUE "N".
               88  CityRate-Eof            VALUE "Y".

      * The forecast horizon, held as day numbers so that a date's
      * week is its distance in days from the start over seven.
       01  WS-Start-Date               PIC 9(8).
       01  WS-Start-Day-Int            PIC 9(7).
       01  WS-End-Day-Int              PIC 9(7).
       01  WS-Horizon-Days             PIC 9(3) VALUE 91.
       01  WS-Flow-Day-Int             PIC 9(7).
       01  WS-Flow-Amount              PIC S9(9)V99.
       01  WS-Week-No                  PIC 99.
       01  WS-Week-Limit               PIC 99 VALUE 13.
       01  WS-Min-Cash                 PIC S9(9)V99 VALUE ZERO.
       01  WS-Opening-Balance          PIC S9(9)V99 VALUE ZERO.

       01  WeekTable.
           02 Week-Entry OCCURS 13 TIMES.
               03 WK-FromDate              PIC 9(8).
               03 WK-ArReceipts            PIC S9(9)V99.
               03 WK-RentReceipts          PIC S9(9)V99.
               03 WK-ApPayments            PIC S9(9)V99.
               03 WK-Payroll               PIC S9(9)V99.
               03 WK-NetFlow               PIC S9(9)V99.
               03 WK-Closing               PIC S9(9)V99.
       01  WS-Week-Idx                 PIC 99.

      * Receivables open items, and each customer's paid history.
       01  WS-Terms-Days               PIC 9(3) VALUE 30.
       01  WS-ArItem-Count             PIC 9(4) VALUE ZERO.
       01  WS-ArItem-Table-Limit       PIC 9(4) VALUE 2000.
       01  WS-ArItem-Table-Full        PIC X VALUE "N".
           88  ArItem-Table-Full           VALUE "Y".
       01  ArItemTable.
           02 ArItem-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-ArItem-Count.
               03 AI-CustID                PIC 9(5).
               03 AI-InvDate               PIC 9(8).
               03 AI-InvoiceNo             PIC 9(6).
               03 AI-Amount                PIC S9(9)V99.
               03 AI-Applied               PIC S9(9)V99.
       01  WS-ArItem-Idx               PIC 9(4).
       01  WS-ArItem-Found-Idx         PIC 9(4).
       01  WS-ArItem-Found             PIC X VALUE "N".
           88  ArItem-Found                VALUE "Y".
       01  WS-Lookup-InvDate           PIC 9(8).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Lookup-CustID            PIC 9(5).

       01  WS-Payer-Count              PIC 9(4) VALUE ZERO.
       01  WS-Payer-Table-Limit        PIC 9(4) VALUE 500.
       01  PayerTable.
           02 Payer-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Payer-Count.
               03 PY-CustID                PIC 9(5).
               03 PY-Paid-Days             PIC 9(7).
               03 PY-Paid-Count            PIC 9(5).
       01  WS-Payer-Idx                PIC 9(4).
       01  WS-Payer-Found-Idx          PIC 9(4).
       01  WS-Payer-Found              PIC X VALUE "N".
           88  Payer-Found                 VALUE "Y".
       01  WS-Avg-Days                 PIC 9(3).
       01  WS-Days-To-Pay              PIC S9(5).
       01  WS-Settle-Idx               PIC 9(4).

       01  WS-Unallocated-Cash         PIC S9(9)V99.
       01  WS-Oldest-Idx               PIC 9(4).
       01  WS-Oldest-Date              PIC 9(8).
       01  WS-Item-Remaining           PIC S9(9)V99.
       01  WS-Apply-Amount             PIC S9(9)V99.

      * Payables open items; debit notes are pooled per supplier and
      * netted off the oldest invoices once the ledger is read.
       01  WS-ApItem-Count             PIC 9(4) VALUE ZERO.
       01  WS-ApItem-Table-Limit       PIC 9(4) VALUE 1000.
       01  WS-ApItem-Table-Full        PIC X VALUE "N".
           88  ApItem-Table-Full           VALUE "Y".
       01  ApItemTable.
           02 ApItem-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-ApItem-Count.
               03 AQ-SupplierCode          PIC 9(3).
               03 AQ-InvoiceNo             PIC X(10).
               03 AQ-InvDate               PIC 9(8).
               03 AQ-Amount                PIC S9(9)V99.
               03 AQ-Paid                  PIC S9(9)V99.
       01  WS-ApItem-Idx               PIC 9(4).
       01  WS-ApItem-Found-Idx         PIC 9(4).
       01  WS-ApItem-Found             PIC X VALUE "N".
           88  ApItem-Found                VALUE "Y".

       01  WS-Debit-Count              PIC 9(3) VALUE ZERO.
       01  DebitTable.
           02 Debit-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Debit-Count.
               03 DN-SupplierCode          PIC 9(3).
               03 DN-Amount                PIC S9(9)V99.
       01  WS-Debit-Idx                PIC 9(3).
       01  WS-Debit-Found              PIC X VALUE "N".
           88  Debit-Found                 VALUE "Y".

       01  WS-Payroll-Net              PIC 9(8)V99 VALUE ZERO.
       01  WS-PayDay-Count             PIC 9(3) VALUE ZERO.

      * The 1st of each month falling inside the horizon.
       01  WS-Month-Count              PIC 9 VALUE ZERO.
       01  MonthTable.
           02 Month-Entry OCCURS 5 TIMES.
               03 MN-FirstDate             PIC 9(8).
               03 MN-Month                 PIC 9(6).
       01  WS-Month-Idx                PIC 9.
       01  WS-Month-Date               PIC 9(8).
       01  WS-Month-Date-X REDEFINES WS-Month-Date.
           02  WS-Month-Year           PIC 9(4).
           02  WS-Month-Mon            PIC 99.
           02  WS-Month-Day            PIC 99.

       01  WS-Tenancy-Count            PIC 9(4) VALUE ZERO.
       01  TenancyTable.
           02 Tenancy-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Tenancy-Count.
               03 TE-TenantID              PIC 9(5).
               03 TE-MoveInDate            PIC 9(8).
               03 TE-MoveOutDate           PIC 9(8).
       01  WS-Tenancy-Idx              PIC 9(4).
       01  WS-Tenancy-Found-Idx        PIC 9(4).
       01  WS-Tenancy-Found            PIC X VALUE "N".
           88  Tenancy-Found               VALUE "Y".
       01  WS-In-Occupation            PIC X.
           88  In-Occupation               VALUE "Y".
       01  WS-Monthly-Rent             PIC 9(5)V99.
       01  WS-Rent-Surcharge           PIC 9(4)V99.
       01  WS-Tenant-Count             PIC 9(5) VALUE ZERO.

       01  WS-Running-Balance          PIC S9(9)V99.
       01  WS-Lowest-Balance           PIC S9(9)V99.
       01  WS-Lowest-Week              PIC 99.
       01  WS-Below-Count              PIC 99 VALUE ZERO.
       01  WS-Total-Ar                 PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-Rent               PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-Ap                 PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-Payroll            PIC S9(9)V99 VALUE ZERO.
       01  WS-Total-Net                PIC S9(9)V99 VALUE ZERO.

       01  WS-Header-Line.
           02  FILLER              PIC X(36)
                   VALUE "CASH FLOW FORECAST - 13 WEEKS FROM ".
           02  HL-StartDate        PIC 9(8).
           02  FILLER              PIC X(9) VALUE "   RUN:  ".
           02  HL-RunDate          PIC X(8).
           02  FILLER              PIC X(59) VALUE SPACES.

       01  WS-Opening-Line.
           02  FILLER              PIC X(17)
                   VALUE "OPENING BALANCE: ".
           02  OL-Opening          PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(17)
                   VALUE "   MINIMUM CASH: ".
           02  OL-MinCash          PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(56) VALUE SPACES.

       01  WS-Column-Heading.
           02  FILLER              PIC X(12) VALUE "WK  FROM".
           02  FILLER              PIC X(15) VALUE "    AR RECEIPTS".
           02  FILLER              PIC X(15) VALUE "  RENT RECEIPTS".
           02  FILLER              PIC X(15) VALUE "  SUPPLIER PAID".
           02  FILLER              PIC X(15) VALUE "        PAYROLL".
           02  FILLER              PIC X(17)
                   VALUE "         NET FLOW".
           02  FILLER              PIC X(17)
                   VALUE "  CLOSING BALANCE".
           02  FILLER              PIC X(14) VALUE SPACES.

       01  WS-Week-Line.
           02  WL-Week             PIC Z9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-FromDate         PIC 9(8).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-ArReceipts       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-RentReceipts     PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-ApPayments       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-Payroll          PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-NetFlow          PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-Closing          PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  WL-Flag             PIC X(12).

       01  WS-Total-Line.
           02  FILLER              PIC X(14) VALUE "TOTALS".
           02  TL-ArReceipts       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  TL-RentReceipts     PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  TL-ApPayments       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  TL-Payroll          PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  TL-NetFlow          PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(31) VALUE SPACES.

       01  WS-Lowest-Line.
           02  FILLER              PIC X(17)
                   VALUE "LOWEST BALANCE:  ".
           02  LL-Lowest           PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(10) VALUE "  IN WEEK ".
           02  LL-Week             PIC Z9.
           02  FILLER              PIC X(20)
                   VALUE "   WEEKS BELOW MIN: ".
           02  LL-Below            PIC Z9.
           02  FILLER              PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM ReadForecastParms.
           PERFORM SetUpWeeks.
           PERFORM ReadOpeningBalance.
           PERFORM ForecastReceivables.
           PERFORM ForecastRent.
           PERFORM ForecastPayables.
           PERFORM ForecastPayroll.
           PERFORM ProjectBalances.
           PERFORM WriteForecast.
           DISPLAY "CASHFORECAST: 13 WEEKS FROM " WS-Start-Date
               " LOWEST BALANCE " WS-Lowest-Balance
               " IN WEEK " WS-Lowest-Week ", "
               WS-Below-Count " WEEKS BELOW MINIMUM".
           STOP RUN.

       ReadForecastParms.
           MOVE WS-Run-Date-Num TO WS-Start-Date.
           OPEN INPUT ForecastParmFile.
           IF WS-ForecastParm-Status = "00"
               READ ForecastParmFile
                   AT END
                       MOVE ZERO TO FP-MinCash
                       MOVE ZERO TO FP-StartDate
               END-READ
               IF FP-MinCash IS NUMERIC
                   MOVE FP-MinCash TO WS-Min-Cash
               END-IF
               IF FP-StartDate IS NUMERIC AND FP-StartDate > ZERO
                   MOVE FP-StartDate TO WS-Start-Date
               END-IF
               CLOSE ForecastParmFile
           END-IF.

       SetUpWeeks.
           COMPUTE WS-Start-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Start-Date).
           COMPUTE WS-End-Day-Int =
               WS-Start-Day-Int + WS-Horizon-Days.
           INITIALIZE WeekTable.
           PERFORM VARYING WS-Week-Idx FROM 1 BY 1
                   UNTIL WS-Week-Idx > WS-Week-Limit
               COMPUTE WK-FromDate(WS-Week-Idx) =
                   FUNCTION DATE-OF-INTEGER(WS-Start-Day-Int
                       + (WS-Week-Idx - 1) * 7)
           END-PERFORM.

       ReadOpeningBalance.
           OPEN INPUT ReconBalFile.
           IF WS-ReconBal-Status = "00"
               READ ReconBalFile
                   AT END MOVE ZERO TO RB-Balance
               END-READ
               IF RB-Balance IS NUMERIC
                   MOVE RB-Balance TO WS-Opening-Balance
               END-IF
               CLOSE ReconBalFile
           END-IF.

      * The caller sets WS-Flow-Day-Int; overdue falls in week one
      * and beyond the horizon WS-Week-No comes back zero.
       FindWeek.
           IF WS-Flow-Day-Int < WS-Start-Day-Int
               MOVE 1 TO WS-Week-No
           ELSE
               IF WS-Flow-Day-Int >= WS-End-Day-Int
                   MOVE ZERO TO WS-Week-No
               ELSE
                   COMPUTE WS-Week-No =
                       (WS-Flow-Day-Int - WS-Start-Day-Int) / 7 + 1
               END-IF
           END-IF.

      ******************************************************************
      * Receivables: the ledger is replayed as CreditReview does, each
      * credit applied to the item it names or oldest-first, and each
      * item a payment clears gives the customer its days-to-pay.
      ******************************************************************
       ForecastReceivables.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-ArLedger-Eof
               END-READ
               PERFORM UNTIL ArLedger-Eof
                   PERFORM NoteArEntry
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-ArLedger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.
           PERFORM VARYING WS-ArItem-Idx FROM 1 BY 1
                   UNTIL WS-ArItem-Idx > WS-ArItem-Count
               IF AI-Applied(WS-ArItem-Idx) < AI-Amount(WS-ArItem-Idx)
                   PERFORM ForecastOneArItem
               END-IF
           END-PERFORM.

       NoteArEntry.
           IF AR-Invoice OR AR-Interest
               IF WS-ArItem-Count >= WS-ArItem-Table-Limit
                   IF NOT ArItem-Table-Full
                       MOVE "Y" TO WS-ArItem-Table-Full
                       DISPLAY "CASHFORECAST: AR ITEM TABLE FULL - "
                           "ITEMS BEYOND "
                           WS-ArItem-Table-Limit " NOT FORECAST"
                   END-IF
               ELSE
                   ADD 1 TO WS-ArItem-Count
                   MOVE AR-CustID TO AI-CustID(WS-ArItem-Count)
                   MOVE AR-TranDate TO AI-InvDate(WS-ArItem-Count)
                   IF AR-Interest
                       MOVE ZERO TO AI-InvoiceNo(WS-ArItem-Count)
                   ELSE
                       MOVE AR-InvoiceNo
                           TO AI-InvoiceNo(WS-ArItem-Count)
                   END-IF
                   MOVE AR-Amount TO AI-Amount(WS-ArItem-Count)
                   MOVE ZERO TO AI-Applied(WS-ArItem-Count)
               END-IF
           ELSE
               IF (AR-Payment OR AR-CreditNote OR AR-FxDifference)
                       AND (AR-InvoiceNo > ZERO OR AR-RefDate > ZERO)
                   IF AR-InvoiceNo > ZERO
                       MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
                       PERFORM FindArItemByNumber
                   ELSE
                       MOVE AR-RefDate TO WS-Lookup-InvDate
                       PERFORM FindArItem
                   END-IF
                   IF ArItem-Found
                       ADD AR-Amount TO AI-Applied(WS-ArItem-Found-Idx)
                       MOVE WS-ArItem-Found-Idx TO WS-Settle-Idx
                       PERFORM NoteArSettlement
                   END-IF
               ELSE
                   IF AR-Credit-Entry
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyArOldestFirst
                   END-IF
               END-IF
           END-IF.

      * An item cleared by a payment counts toward the customer's
      * days-to-pay; a credit note or write-off says nothing about
      * how the customer pays.
       NoteArSettlement.
           IF AI-Applied(WS-Settle-Idx) >= AI-Amount(WS-Settle-Idx)
                   AND (AR-Payment OR AR-FxDifference)
               MOVE AI-CustID(WS-Settle-Idx) TO WS-Lookup-CustID
               PERFORM FindPayer
               IF Payer-Found
                   COMPUTE WS-Days-To-Pay =
                       FUNCTION INTEGER-OF-DATE(AR-TranDate)
                       - FUNCTION INTEGER-OF-DATE(
                           AI-InvDate(WS-Settle-Idx))
                   IF WS-Days-To-Pay > ZERO
                       ADD WS-Days-To-Pay
                           TO PY-Paid-Days(WS-Payer-Found-Idx)
                   END-IF
                   ADD 1 TO PY-Paid-Count(WS-Payer-Found-Idx)
               END-IF
           END-IF.

      * The caller sets AR-CustID and WS-Lookup-InvDate.
       FindArItem.
           MOVE "N" TO WS-ArItem-Found.
           PERFORM VARYING WS-ArItem-Idx FROM 1 BY 1
                   UNTIL WS-ArItem-Idx > WS-ArItem-Count
                       OR ArItem-Found
               IF AI-CustID(WS-ArItem-Idx) = AR-CustID
                       AND AI-InvDate(WS-ArItem-Idx)
                           = WS-Lookup-InvDate
                   MOVE "Y" TO WS-ArItem-Found
                   MOVE WS-ArItem-Idx TO WS-ArItem-Found-Idx
               END-IF
           END-PERFORM.

      * The caller sets AR-CustID and WS-Lookup-InvoiceNo.
       FindArItemByNumber.
           MOVE "N" TO WS-ArItem-Found.
           PERFORM VARYING WS-ArItem-Idx FROM 1 BY 1
                   UNTIL WS-ArItem-Idx > WS-ArItem-Count
                       OR ArItem-Found
               IF AI-CustID(WS-ArItem-Idx) = AR-CustID
                       AND AI-InvoiceNo(WS-ArItem-Idx)
                           = WS-Lookup-InvoiceNo
                   MOVE "Y" TO WS-ArItem-Found
                   MOVE WS-ArItem-Idx TO WS-ArItem-Found-Idx
               END-IF
           END-PERFORM.

       ApplyArOldestFirst.
           PERFORM UNTIL WS-Unallocated-Cash <= ZERO
               MOVE ZERO TO WS-Oldest-Idx
               MOVE 99999999 TO WS-Oldest-Date
               PERFORM VARYING WS-ArItem-Idx FROM 1 BY 1
                       UNTIL WS-ArItem-Idx > WS-ArItem-Count
                   IF AI-CustID(WS-ArItem-Idx) = AR-CustID
                           AND AI-Applied(WS-ArItem-Idx)
                               < AI-Amount(WS-ArItem-Idx)
                           AND AI-InvDate(WS-ArItem-Idx)
                               < WS-Oldest-Date
                       MOVE WS-ArItem-Idx TO WS-Oldest-Idx
                       MOVE AI-InvDate(WS-ArItem-Idx)
                           TO WS-Oldest-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Idx = ZERO
                   MOVE ZERO TO WS-Unallocated-Cash
               ELSE
                   COMPUTE WS-Item-Remaining =
                       AI-Amount(WS-Oldest-Idx)
                       - AI-Applied(WS-Oldest-Idx)
                   IF WS-Item-Remaining >= WS-Unallocated-Cash
                       MOVE WS-Unallocated-Cash TO WS-Apply-Amount
                   ELSE
                       MOVE WS-Item-Remaining TO WS-Apply-Amount
                   END-IF
                   ADD WS-Apply-Amount TO AI-Applied(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
                   MOVE WS-Oldest-Idx TO WS-Settle-Idx
                   PERFORM NoteArSettlement
               END-IF
           END-PERFORM.

      * The caller sets WS-Lookup-CustID; a customer not yet seen is
      * added to the end of the table.
       FindPayer.
           MOVE "N" TO WS-Payer-Found.
           PERFORM VARYING WS-Payer-Idx FROM 1 BY 1
                   UNTIL WS-Payer-Idx > WS-Payer-Count
                       OR Payer-Found
               IF PY-CustID(WS-Payer-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Payer-Found
                   MOVE WS-Payer-Idx TO WS-Payer-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Payer-Found
                   AND WS-Payer-Count < WS-Payer-Table-Limit
               ADD 1 TO WS-Payer-Count
               MOVE WS-Lookup-CustID TO PY-CustID(WS-Payer-Count)
               MOVE ZERO TO PY-Paid-Days(WS-Payer-Count)
               MOVE ZERO TO PY-Paid-Count(WS-Payer-Count)
               MOVE "Y" TO WS-Payer-Found
               MOVE WS-Payer-Count TO WS-Payer-Found-Idx
           END-IF.

       ForecastOneArItem.
           MOVE WS-Terms-Days TO WS-Avg-Days.
           MOVE "N" TO WS-Payer-Found.
           PERFORM VARYING WS-Payer-Idx FROM 1 BY 1
                   UNTIL WS-Payer-Idx > WS-Payer-Count
                       OR Payer-Found
               IF PY-CustID(WS-Payer-Idx) = AI-CustID(WS-ArItem-Idx)
                   MOVE "Y" TO WS-Payer-Found
                   MOVE WS-Payer-Idx TO WS-Payer-Found-Idx
               END-IF
           END-PERFORM.
           IF Payer-Found
               IF PY-Paid-Count(WS-Payer-Found-Idx) > ZERO
                   COMPUTE WS-Avg-Days ROUNDED =
                       PY-Paid-Days(WS-Payer-Found-Idx)
                       / PY-Paid-Count(WS-Payer-Found-Idx)
               END-IF
           END-IF.
           COMPUTE WS-Flow-Day-Int =
               FUNCTION INTEGER-OF-DATE(AI-InvDate(WS-ArItem-Idx))
               + WS-Avg-Days.
           PERFORM FindWeek.
           IF WS-Week-No > ZERO
               COMPUTE WS-Flow-Amount =
                   AI-Amount(WS-ArItem-Idx) - AI-Applied(WS-ArItem-Idx)
               ADD WS-Flow-Amount TO WK-ArReceipts(WS-Week-No)
           END-IF.

      ******************************************************************
      * Rent: the month's rent for the tenant's city, received on the
      * 1st of each month in the horizon the tenant is in occupation.
      ******************************************************************
       ForecastRent.
           PERFORM LoadCityRates.
           PERFORM LoadTenancyTable.
           PERFORM SetUpRentMonths.
           OPEN INPUT TenantRentFile.
           IF WS-TenantRent-Status = "00"
               READ TenantRentFile
                   AT END MOVE "Y" TO WS-TenantRent-Eof
               END-READ
               PERFORM UNTIL TenantRent-Eof
                   IF TR-CityCode >= 1 AND TR-CityCode <= 12
                       ADD 1 TO WS-Tenant-Count
                       PERFORM ForecastOneTenant
                   END-IF
                   READ TenantRentFile
                       AT END MOVE "Y" TO WS-TenantRent-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantRentFile
           END-IF.

       SetUpRentMonths.
           MOVE WS-Start-Date TO WS-Month-Date.
           IF WS-Month-Day NOT = 1
               MOVE 1 TO WS-Month-Day
               PERFORM NextRentMonth
           END-IF.
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-Month-Date)
                   >= WS-End-Day-Int
               ADD 1 TO WS-Month-Count
               MOVE WS-Month-Date TO MN-FirstDate(WS-Month-Count)
               MOVE WS-Month-Date(1:6) TO MN-Month(WS-Month-Count)
               PERFORM NextRentMonth
           END-PERFORM.

       NextRentMonth.
           IF WS-Month-Mon = 12
               MOVE 1 TO WS-Month-Mon
               ADD 1 TO WS-Month-Year
           ELSE
               ADD 1 TO WS-Month-Mon
           END-IF.

       ForecastOneTenant.
           COMPUTE WS-Rent-Surcharge ROUNDED =
               CITY-BASE-RENT(TR-CityCode)
               * CITY-SURCHARGE-RATE(TR-CityCode).
           COMPUTE WS-Monthly-Rent =
               CITY-BASE-RENT(TR-CityCode) + WS-Rent-Surcharge.
           MOVE "N" TO WS-Tenancy-Found.
           PERFORM VARYING WS-Tenancy-Idx FROM 1 BY 1
                   UNTIL WS-Tenancy-Idx > WS-Tenancy-Count
               IF TE-TenantID(WS-Tenancy-Idx) = TR-TenantID
                   MOVE "Y" TO WS-Tenancy-Found
                   MOVE WS-Tenancy-Idx TO WS-Tenancy-Found-Idx
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > WS-Month-Count
               PERFORM ForecastTenantMonth
           END-PERFORM.

      * The latest tenancy for the tenant decides, as in RentLedger:
      * no rent before the move-in month or after the move-out month.
       ForecastTenantMonth.
           MOVE "Y" TO WS-In-Occupation.
           IF Tenancy-Found
               IF TE-MoveInDate(WS-Tenancy-Found-Idx)(1:6)
                       > MN-Month(WS-Month-Idx)
                   MOVE "N" TO WS-In-Occupation
               END-IF
               IF TE-MoveOutDate(WS-Tenancy-Found-Idx) NOT = ZERO
                       AND TE-MoveOutDate(WS-Tenancy-Found-Idx)(1:6)
                           < MN-Month(WS-Month-Idx)
                   MOVE "N" TO WS-In-Occupation
               END-IF
           END-IF.
           IF In-Occupation
               COMPUTE WS-Flow-Day-Int =
                   FUNCTION INTEGER-OF-DATE(MN-FirstDate(WS-Month-Idx))
               PERFORM FindWeek
               IF WS-Week-No > ZERO
                   ADD WS-Monthly-Rent TO WK-RentReceipts(WS-Week-No)
               END-IF
           END-IF.

       LoadTenancyTable.
           OPEN INPUT TenancyFile.
           IF WS-Tenancy-Status = "00"
               READ TenancyFile
                   AT END MOVE "Y" TO WS-Tenancy-Eof
               END-READ
               PERFORM UNTIL Tenancy-Eof
                   IF WS-Tenancy-Count < 500
                       ADD 1 TO WS-Tenancy-Count
                       MOVE TY-TenantID
                           TO TE-TenantID(WS-Tenancy-Count)
                       MOVE TY-MoveInDate
                           TO TE-MoveInDate(WS-Tenancy-Count)
                       MOVE TY-MoveOutDate
                           TO TE-MoveOutDate(WS-Tenancy-Count)
                   END-IF
                   READ TenancyFile
                       AT END MOVE "Y" TO WS-Tenancy-Eof
                   END-READ
               END-PERFORM
               CLOSE TenancyFile
           END-IF.

       LoadCityRates.
           MOVE WS-Run-Date-Num TO WS-CityRate-Date-Num.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.
           IF WS-CityRate-Status = "00"
               READ CityRateFile
                   AT END MOVE "Y" TO WS-CityRate-Eof
               END-READ
               PERFORM UNTIL CityRate-Eof
                   IF CY-CityCode >= 1 AND CY-CityCode <= 12
                           AND CY-EffDate <= WS-CityRate-Date-Num
                           AND CY-EffDate
                               >= WS-City-Rate-Date(CY-CityCode)
                       MOVE CY-CityName TO CITY-NAME(CY-CityCode)
                       MOVE CY-BaseRent
                           TO CITY-BASE-RENT(CY-CityCode)
                       MOVE CY-SurchargeRate
                           TO CITY-SURCHARGE-RATE(CY-CityCode)
                       MOVE CY-EffDate
                           TO WS-City-Rate-Date(CY-CityCode)
                   END-IF
                   READ CityRateFile
                       AT END MOVE "Y" TO WS-CityRate-Eof
                   END-READ
               END-PERFORM
               CLOSE CityRateFile
           END-IF.

      ******************************************************************
      * Payables: each invoice less the payments and exchange
      * differences naming it and the supplier's open debit notes,
      * paid on the ApPaymentRun terms.
      ******************************************************************
       ForecastPayables.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-Status = "00"
               READ ApLedgerFile
                   AT END MOVE "Y" TO WS-ApLedger-Eof
               END-READ
               PERFORM UNTIL ApLedger-Eof
                   PERFORM NoteApEntry
                   READ ApLedgerFile
                       AT END MOVE "Y" TO WS-ApLedger-Eof
                   END-READ
               END-PERFORM
               CLOSE ApLedgerFile
           END-IF.
           PERFORM VARYING WS-Debit-Idx FROM 1 BY 1
                   UNTIL WS-Debit-Idx > WS-Debit-Count
               PERFORM ApplyDebitNote
           END-PERFORM.
           PERFORM VARYING WS-ApItem-Idx FROM 1 BY 1
                   UNTIL WS-ApItem-Idx > WS-ApItem-Count
               IF AQ-Paid(WS-ApItem-Idx) < AQ-Amount(WS-ApItem-Idx)
                   COMPUTE WS-Flow-Day-Int =
                       FUNCTION INTEGER-OF-DATE(
                           AQ-InvDate(WS-ApItem-Idx))
                       + WS-Terms-Days
                   PERFORM FindWeek
                   IF WS-Week-No > ZERO
                       COMPUTE WS-Flow-Amount =
                           AQ-Amount(WS-ApItem-Idx)
                           - AQ-Paid(WS-ApItem-Idx)
                       ADD WS-Flow-Amount TO WK-ApPayments(WS-Week-No)
                   END-IF
               END-IF
           END-PERFORM.

       NoteApEntry.
           EVALUATE TRUE
               WHEN AP-Invoice
                   IF WS-ApItem-Count >= WS-ApItem-Table-Limit
                       IF NOT ApItem-Table-Full
                           MOVE "Y" TO WS-ApItem-Table-Full
                           DISPLAY "CASHFORECAST: AP ITEM TABLE FULL"
                               " - ITEMS BEYOND "
                               WS-ApItem-Table-Limit " NOT FORECAST"
                       END-IF
                   ELSE
                       ADD 1 TO WS-ApItem-Count
                       MOVE AP-SupplierCode
                           TO AQ-SupplierCode(WS-ApItem-Count)
                       MOVE AP-InvoiceNo
                           TO AQ-InvoiceNo(WS-ApItem-Count)
                       MOVE AP-TranDate TO AQ-InvDate(WS-ApItem-Count)
                       MOVE AP-Amount TO AQ-Amount(WS-ApItem-Count)
                       MOVE ZERO TO AQ-Paid(WS-ApItem-Count)
                   END-IF
               WHEN AP-Payment OR AP-FxDifference
                   PERFORM FindApItem
                   IF ApItem-Found
                       ADD AP-Amount TO AQ-Paid(WS-ApItem-Found-Idx)
                   END-IF
               WHEN AP-DebitNote
                   PERFORM PoolDebitNote
           END-EVALUATE.

       FindApItem.
           MOVE "N" TO WS-ApItem-Found.
           PERFORM VARYING WS-ApItem-Idx FROM 1 BY 1
                   UNTIL WS-ApItem-Idx > WS-ApItem-Count
                       OR ApItem-Found
               IF AQ-SupplierCode(WS-ApItem-Idx) = AP-SupplierCode
                       AND AQ-InvoiceNo(WS-ApItem-Idx) = AP-InvoiceNo
                   MOVE "Y" TO WS-ApItem-Found
                   MOVE WS-ApItem-Idx TO WS-ApItem-Found-Idx
               END-IF
           END-PERFORM.

       PoolDebitNote.
           MOVE "N" TO WS-Debit-Found.
           PERFORM VARYING WS-Debit-Idx FROM 1 BY 1
                   UNTIL WS-Debit-Idx > WS-Debit-Count
                       OR Debit-Found
               IF DN-SupplierCode(WS-Debit-Idx) = AP-SupplierCode
                   MOVE "Y" TO WS-Debit-Found
                   ADD AP-Amount TO DN-Amount(WS-Debit-Idx)
               END-IF
           END-PERFORM.
           IF NOT Debit-Found AND WS-Debit-Count < 200
               ADD 1 TO WS-Debit-Count
               MOVE AP-SupplierCode TO DN-SupplierCode(WS-Debit-Count)
               MOVE AP-Amount TO DN-Amount(WS-Debit-Count)
           END-IF.

       ApplyDebitNote.
           MOVE DN-Amount(WS-Debit-Idx) TO WS-Unallocated-Cash.
           PERFORM UNTIL WS-Unallocated-Cash <= ZERO
               MOVE ZERO TO WS-Oldest-Idx
               MOVE 99999999 TO WS-Oldest-Date
               PERFORM VARYING WS-ApItem-Idx FROM 1 BY 1
                       UNTIL WS-ApItem-Idx > WS-ApItem-Count
                   IF AQ-SupplierCode(WS-ApItem-Idx)
                           = DN-SupplierCode(WS-Debit-Idx)
                           AND AQ-Paid(WS-ApItem-Idx)
                               < AQ-Amount(WS-ApItem-Idx)
                           AND AQ-InvDate(WS-ApItem-Idx)
                               < WS-Oldest-Date
                       MOVE WS-ApItem-Idx TO WS-Oldest-Idx
                       MOVE AQ-InvDate(WS-ApItem-Idx)
                           TO WS-Oldest-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Idx = ZERO
                   MOVE ZERO TO WS-Unallocated-Cash
               ELSE
                   COMPUTE WS-Item-Remaining =
                       AQ-Amount(WS-Oldest-Idx)
                       - AQ-Paid(WS-Oldest-Idx)
                   IF WS-Item-Remaining >= WS-Unallocated-Cash
                       MOVE WS-Unallocated-Cash TO WS-Apply-Amount
                   ELSE
                       MOVE WS-Item-Remaining TO WS-Apply-Amount
                   END-IF
                   ADD WS-Apply-Amount TO AQ-Paid(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
               END-IF
           END-PERFORM.

      ******************************************************************
      * Payroll: the last pay run's net pay on each calendar pay day.
      ******************************************************************
       ForecastPayroll.
           OPEN INPUT PayrollTotalsFile.
           IF WS-PayrollTotals-Status = "00"
               READ PayrollTotalsFile
                   AT END MOVE "Y" TO WS-PayrollTotals-Eof
               END-READ
               PERFORM UNTIL PayrollTotals-Eof
                   IF PT-TotalNet IS NUMERIC
                       MOVE PT-TotalNet TO WS-Payroll-Net
                   END-IF
                   READ PayrollTotalsFile
                       AT END MOVE "Y" TO WS-PayrollTotals-Eof
                   END-READ
               END-PERFORM
               CLOSE PayrollTotalsFile
           END-IF.
           OPEN INPUT CalendarFile.
           IF WS-Calendar-Status = "00"
               READ CalendarFile
                   AT END MOVE "Y" TO WS-Calendar-Eof
               END-READ
               PERFORM UNTIL Calendar-Eof
                   IF CAL-PayDay AND CAL-Date >= WS-Start-Date
                       COMPUTE WS-Flow-Day-Int =
                           FUNCTION INTEGER-OF-DATE(CAL-Date)
                       PERFORM FindWeek
                       IF WS-Week-No > ZERO
                           ADD 1 TO WS-PayDay-Count
                           ADD WS-Payroll-Net
                               TO WK-Payroll(WS-Week-No)
                       END-IF
                   END-IF
                   READ CalendarFile
                       AT END MOVE "Y" TO WS-Calendar-Eof
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       ProjectBalances.
           MOVE WS-Opening-Balance TO WS-Running-Balance.
           MOVE WS-Opening-Balance TO WS-Lowest-Balance.
           MOVE ZERO TO WS-Lowest-Week.
           PERFORM VARYING WS-Week-Idx FROM 1 BY 1
                   UNTIL WS-Week-Idx > WS-Week-Limit
               COMPUTE WK-NetFlow(WS-Week-Idx) =
                   WK-ArReceipts(WS-Week-Idx)
                   + WK-RentReceipts(WS-Week-Idx)
                   - WK-ApPayments(WS-Week-Idx)
                   - WK-Payroll(WS-Week-Idx)
               ADD WK-NetFlow(WS-Week-Idx) TO WS-Running-Balance
               MOVE WS-Running-Balance TO WK-Closing(WS-Week-Idx)
               IF WS-Lowest-Week = ZERO
                       OR WS-Running-Balance < WS-Lowest-Balance
                   MOVE WS-Running-Balance TO WS-Lowest-Balance
                   MOVE WS-Week-Idx TO WS-Lowest-Week
               END-IF
               IF WS-Running-Balance < WS-Min-Cash
                   ADD 1 TO WS-Below-Count
               END-IF
               ADD WK-ArReceipts(WS-Week-Idx) TO WS-Total-Ar
               ADD WK-RentReceipts(WS-Week-Idx) TO WS-Total-Rent
               ADD WK-ApPayments(WS-Week-Idx) TO WS-Total-Ap
               ADD WK-Payroll(WS-Week-Idx) TO WS-Total-Payroll
               ADD WK-NetFlow(WS-Week-Idx) TO WS-Total-Net
           END-PERFORM.

       WriteForecast.
           OPEN OUTPUT ForecastReportFile.
           MOVE WS-Start-Date TO HL-StartDate.
           MOVE WS-Run-Date TO HL-RunDate.
           MOVE WS-Header-Line TO ForecastReportLine.
           WRITE ForecastReportLine.
           MOVE WS-Opening-Balance TO OL-Opening.
           MOVE WS-Min-Cash TO OL-MinCash.
           MOVE WS-Opening-Line TO ForecastReportLine.
           WRITE ForecastReportLine.
           MOVE SPACES TO ForecastReportLine.
           WRITE ForecastReportLine.
           MOVE WS-Column-Heading TO ForecastReportLine.
           WRITE ForecastReportLine.
           PERFORM VARYING WS-Week-Idx FROM 1 BY 1
                   UNTIL WS-Week-Idx > WS-Week-Limit
               MOVE WS-Week-Idx TO WL-Week
               MOVE WK-FromDate(WS-Week-Idx) TO WL-FromDate
               MOVE WK-ArReceipts(WS-Week-Idx) TO WL-ArReceipts
               MOVE WK-RentReceipts(WS-Week-Idx) TO WL-RentReceipts
               MOVE WK-ApPayments(WS-Week-Idx) TO WL-ApPayments
               MOVE WK-Payroll(WS-Week-Idx) TO WL-Payroll
               MOVE WK-NetFlow(WS-Week-Idx) TO WL-NetFlow
               MOVE WK-Closing(WS-Week-Idx) TO WL-Closing
               IF WK-Closing(WS-Week-Idx) < WS-Min-Cash
                   MOVE "**BELOW MIN" TO WL-Flag
               ELSE
                   MOVE SPACES TO WL-Flag
               END-IF
               MOVE WS-Week-Line TO ForecastReportLine
               WRITE ForecastReportLine
           END-PERFORM.
           MOVE WS-Total-Ar TO TL-ArReceipts.
           MOVE WS-Total-Rent TO TL-RentReceipts.
           MOVE WS-Total-Ap TO TL-ApPayments.
           MOVE WS-Total-Payroll TO TL-Payroll.
           MOVE WS-Total-Net TO TL-NetFlow.
           MOVE WS-Total-Line TO ForecastReportLine.
           WRITE ForecastReportLine.
           MOVE WS-Lowest-Balance TO LL-Lowest.
           MOVE WS-Lowest-Week TO LL-Week.
           MOVE WS-Below-Count TO LL-Below.
           MOVE WS-Lowest-Line TO ForecastReportLine.
           WRITE ForecastReportLine.
           CLOSE ForecastReportFile.

       END PROGRAM CashForecast.

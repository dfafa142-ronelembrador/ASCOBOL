      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end volume rebate settlement. Every open rebate
      *          agreement on REBATEAGR.DAT whose rebate year ended
      *          before the run date is settled: the customer's year
      *          of units and net value is totalled from
      *          CUSTSALEHIST.DAT, the tier reached is found as in
      *          RebateAccrual, and the rebate earned is raised as a
      *          credit note - an R entry on ARLEDGER.DAT numbered
      *          from the CREDITNUM.DAT control, carrying VAT at
      *          the standard rate (none for a zero-rated EC
      *          customer, as AromaSales decides) with the output VAT
      *          reversed on VATTRANS.DAT - with a rebate
      *          statement per customer on REBATESTMT.DAT showing the
      *          year's purchases against each tier. An agreement
      *          that earned nothing is settled with a nil statement.
      *          Settled agreements are marked with their credit note
      *          number and the agreement file rewritten under
      *          GenBackup, so a rerun cannot pay a rebate twice. A
      *          closed AR period refuses the whole run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateSettle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RebateAgrFile ASSIGN TO "REBATEAGR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RebateAgr-Status.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT CreditNumFile ASSIGN TO "CREDITNUM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CreditNum-Status.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT StatementFile ASSIGN TO "REBATESTMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RebateAgrFile.
           COPY REBATEAGR.

       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  ArLedgerFile.
           COPY ARLEDGER.

      * Last credit note number issued; rewritten once the run has
      * raised its credit notes.
       FD  CreditNumFile.
       01  CreditNumLine               PIC 9(6).

       FD  VatTransFile.
           COPY VATTRANS.

       FD  StatementFile.
       01  StatementLine               PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-RebateAgr-Status         PIC XX.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-CreditNum-Status         PIC XX.
       01  WS-VatTrans-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Backup-Name              PIC X(30)
               VALUE "REBATEAGR.DAT".
       01  WS-Last-Credit-Number       PIC 9(6) VALUE ZERO.

       01  WS-Eof-Switches.
           02  WS-RebateAgr-Eof        PIC X VALUE "N".
               88  RebateAgr-Eof           VALUE "Y".
           02  WS-CustSaleHist-Eof     PIC X VALUE "N".
               88  CustSaleHist-Eof        VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-EcSupply         PIC X.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).
       01  WS-Lookup-Name              PIC X(20).
       01  WS-Lookup-EcSupply          PIC X.
       01  WS-Vat-Check-Result         PIC X.

      * Every agreement is held so the file can be rewritten; only
      * those flagged due are accumulated and settled.
       01  WS-Agr-Count                PIC 9(3) VALUE ZERO.
       01  WS-Agr-Table-Limit          PIC 9(3) VALUE 500.
       01  WS-Agr-Table-Full           PIC X VALUE "N".
           88  Agr-Table-Full              VALUE "Y".
       01  WS-Agr-Table.
           02  Agr-Entry OCCURS 500 TIMES.
               03  AG-CustID           PIC 9(5).
               03  AG-YearStart        PIC 9(8).
               03  AG-YearEnd          PIC 9(8).
               03  AG-Basis            PIC X.
               03  AG-Tiers OCCURS 4 TIMES.
                   04  AG-TierTarget   PIC 9(7)V99.
                   04  AG-TierRate     PIC V999.
               03  AG-Status           PIC X.
               03  AG-CreditNo         PIC 9(6).
               03  AG-Due              PIC X.
               03  AG-Units            PIC S9(7).
               03  AG-Value            PIC S9(9)V99.
       01  WS-Agr-Idx                  PIC 9(3).

       01  WS-Tier-Idx                 PIC 9.
       01  WS-Tier-Reached             PIC 9.
       01  WS-Tier-Rate                PIC V999.
       01  WS-Tier-List-End            PIC X.
           88  Tier-List-End               VALUE "Y".
       01  WS-Measure                  PIC S9(9)V99.
       01  WS-Next-Target              PIC 9(7)V99.
       01  WS-Rebate                   PIC S9(9)V99.
       01  WS-Rate-Pct                 PIC 99V9.

       01  WS-Settled-Count            PIC 9(4) VALUE ZERO.
       01  WS-Credit-Count             PIC 9(4) VALUE ZERO.
       01  WS-Total-Rebate             PIC S9(9)V99 VALUE ZERO.

      * Closed-period guard on the credit note posting.
       01  WS-Period-Subsystem         PIC X(8) VALUE "AR".
       01  WS-Period-Result            PIC X.
       01  WS-Period-Check-Date        PIC 9(8).

      * VAT on the rebate credit. The rebate is worked on net value,
      * so the ledger credit is grossed up at the customer's rate and
      * the net reversed from output VAT. A VATTRANS.DAT entry holds
      * at most WS-Vat-Line-Max net, as in ApLedgerPost. A credit
      * falling in a closed VAT month goes to the month after.
       01  WS-Vat-Subsystem            PIC X(8) VALUE "VAT".
       01  WS-Vat-Standard-Rate        PIC 9V99 VALUE 0.23.
       01  WS-Vat-Line-Max             PIC 9(5)V99 VALUE 99999.99.
       01  WS-Vat-Remaining            PIC S9(9)V99.
       01  WS-Vat-Line-Net             PIC 9(5)V99.
       01  WS-Vat-Line-Rate            PIC 9V99.
       01  WS-Vat-Line-Code            PIC X.
       01  WS-Vat-Period               PIC 9(6).
       01  WS-Vat-Period-Parts REDEFINES WS-Vat-Period.
           02  WS-Vat-Period-Year      PIC 9(4).
           02  WS-Vat-Period-Mth       PIC 99.
       01  WS-Vat-Credit-Ref           PIC X(10).
       01  WS-Rebate-Gross             PIC S9(9)V99.

      * Run lock on the agreement file, taken through FileLock
      * before the table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "REBATEAGR.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "RebateSettle".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       01  WS-Stmt-Header-Line.
           02  FILLER                  PIC X(17)
                   VALUE "REBATE STATEMENT ".
           02  FILLER                  PIC X(5) VALUE "CUST ".
           02  SH-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  SH-CustName             PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  AT  ".
           02  SH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-Stmt-Year-Line.
           02  FILLER                  PIC X(14)
                   VALUE "  REBATE YEAR ".
           02  SY-YearStart            PIC 9(8).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  SY-YearEnd              PIC 9(8).
           02  FILLER                  PIC X(8) VALUE "  BASIS ".
           02  SY-Basis                PIC X(5).
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-Stmt-Purchase-Line.
           02  FILLER                  PIC X(19)
                   VALUE "  UNITS PURCHASED: ".
           02  SP-Units                PIC -Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  NET VALUE: ".
           02  SP-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-Stmt-Tier-Line.
           02  FILLER                  PIC X(7) VALUE "  TIER ".
           02  ST-Tier                 PIC 9.
           02  FILLER                  PIC X(9) VALUE "  TARGET ".
           02  ST-Target               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  RATE ".
           02  ST-Rate                 PIC Z9.9.
           02  FILLER                  PIC X(3) VALUE "%  ".
           02  ST-Reached              PIC X(7).
           02  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-Stmt-Rebate-Line.
           02  FILLER                  PIC X(17)
                   VALUE "  REBATE EARNED: ".
           02  SR-Rebate               PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(15)
                   VALUE "  CREDIT NOTE: ".
           02  SR-CreditNo             PIC X(6).
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-Stmt-Total-Line.
           02  FILLER                  PIC X(19)
                   VALUE "AGREEMENTS SETTLED ".
           02  STL-Settled             PIC ZZZ9.
           02  FILLER                  PIC X(16)
                   VALUE "  CREDIT NOTES: ".
           02  STL-Credits             PIC ZZZ9.
           02  FILLER                  PIC X(9) VALUE "  TOTAL: ".
           02  STL-Rebate              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "REBATESETTLE: REBATEAGR.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM OpenExceptionsFile.
           MOVE WS-Run-Date TO WS-Period-Check-Date.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Period-Check-Date WS-Period-Result.
           IF WS-Period-Result = "C"
               DISPLAY "REBATESETTLE: AR PERIOD CLOSED FOR "
                   WS-Run-Date " - NO CREDIT NOTES RAISED"
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "REBATESETTLE" TO EXC-Source
               MOVE WS-Run-Date TO EXC-Key
               MOVE "AR PERIOD CLOSED" TO EXC-Reason
               WRITE ExceptionRecord
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LoadCustomerMaster
               PERFORM LoadAgreements
               IF Agr-Table-Full
                   DISPLAY "REBATESETTLE: AGREEMENT TABLE FULL - "
                       "NO REBATES SETTLED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM AccumulatePurchases
                   PERFORM SettleDueAgreements
                   IF WS-Settled-Count > ZERO
                       PERFORM RewriteAgreementFile
                   END-IF
               END-IF
           END-IF.
           CLOSE ExceptionsFile.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           READ CustomerMaster
               AT END MOVE "Y" TO WS-CustomerMaster-Eof
           END-READ.
           PERFORM UNTIL CustomerMaster-Eof
               IF WS-Customer-Count < WS-Customer-Table-Limit
                   ADD 1 TO WS-Customer-Count
                   MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE CM-CustName
                       TO CT-CustName(WS-Customer-Count)
                   MOVE "N" TO CT-EcSupply(WS-Customer-Count)
                   IF CM-VatRegNo NOT = SPACES
                       CALL "VatNoCheck" USING CM-CountryCode
                           CM-VatRegNo WS-Vat-Check-Result
                       IF WS-Vat-Check-Result = "E"
                           MOVE "Y" TO CT-EcSupply(WS-Customer-Count)
                       END-IF
                   END-IF
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           MOVE SPACES TO WS-Lookup-Name.
           MOVE "N" TO WS-Lookup-EcSupply.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE CT-CustName(WS-Cust-Idx) TO WS-Lookup-Name
                   MOVE CT-EcSupply(WS-Cust-Idx) TO WS-Lookup-EcSupply
               END-IF
           END-PERFORM.

       LoadAgreements.
           OPEN INPUT RebateAgrFile.
           IF WS-RebateAgr-Status = "00"
               READ RebateAgrFile
                   AT END MOVE "Y" TO WS-RebateAgr-Eof
               END-READ
               PERFORM UNTIL RebateAgr-Eof
                   IF WS-Agr-Count >= WS-Agr-Table-Limit
                       MOVE "Y" TO WS-Agr-Table-Full
                       MOVE "Y" TO WS-RebateAgr-Eof
                   ELSE
                       PERFORM LoadOneAgreement
                       READ RebateAgrFile
                           AT END MOVE "Y" TO WS-RebateAgr-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RebateAgrFile
           END-IF.

       LoadOneAgreement.
           ADD 1 TO WS-Agr-Count.
           MOVE RB-CustID TO AG-CustID(WS-Agr-Count).
           MOVE RB-YearStart TO AG-YearStart(WS-Agr-Count).
           MOVE RB-YearEnd TO AG-YearEnd(WS-Agr-Count).
           MOVE RB-Basis TO AG-Basis(WS-Agr-Count).
           PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                   UNTIL WS-Tier-Idx > 4
               MOVE RB-TierTarget(WS-Tier-Idx)
                   TO AG-TierTarget(WS-Agr-Count WS-Tier-Idx)
               MOVE RB-TierRate(WS-Tier-Idx)
                   TO AG-TierRate(WS-Agr-Count WS-Tier-Idx)
           END-PERFORM.
           MOVE RB-Status TO AG-Status(WS-Agr-Count).
           MOVE RB-CreditNo TO AG-CreditNo(WS-Agr-Count).
           MOVE ZERO TO AG-Units(WS-Agr-Count).
           MOVE ZERO TO AG-Value(WS-Agr-Count).
           IF RB-Open AND RB-YearEnd < WS-Run-Date-Num
               MOVE "Y" TO AG-Due(WS-Agr-Count)
           ELSE
               MOVE "N" TO AG-Due(WS-Agr-Count)
           END-IF.

       AccumulatePurchases.
           OPEN INPUT CustSaleHistFile.
           IF WS-CustSaleHist-Status = "00"
               READ CustSaleHistFile
                   AT END MOVE "Y" TO WS-CustSaleHist-Eof
               END-READ
               PERFORM UNTIL CustSaleHist-Eof
                   PERFORM VARYING WS-Agr-Idx FROM 1 BY 1
                           UNTIL WS-Agr-Idx > WS-Agr-Count
                       IF AG-Due(WS-Agr-Idx) = "Y"
                               AND AG-CustID(WS-Agr-Idx) = CSH-CustID
                               AND CSH-RunDate
                                   >= AG-YearStart(WS-Agr-Idx)
                               AND CSH-RunDate
                                   <= AG-YearEnd(WS-Agr-Idx)
                           ADD CSH-Units TO AG-Units(WS-Agr-Idx)
                           ADD CSH-NetValue TO AG-Value(WS-Agr-Idx)
                       END-IF
                   END-PERFORM
                   READ CustSaleHistFile
                       AT END MOVE "Y" TO WS-CustSaleHist-Eof
                   END-READ
               END-PERFORM
               CLOSE CustSaleHistFile
           END-IF.

       SettleDueAgreements.
           PERFORM ReadLastCreditNumber.
           OPEN EXTEND ArLedgerFile.
           IF WS-ArLedger-Status = "35"
               OPEN OUTPUT ArLedgerFile
           END-IF.
           OPEN EXTEND VatTransFile.
           IF WS-VatTrans-Status = "35"
               OPEN OUTPUT VatTransFile
           END-IF.
           PERFORM SetVatPeriod.
           OPEN OUTPUT StatementFile.
           PERFORM VARYING WS-Agr-Idx FROM 1 BY 1
                   UNTIL WS-Agr-Idx > WS-Agr-Count
               IF AG-Due(WS-Agr-Idx) = "Y"
                   PERFORM SettleOneAgreement
               END-IF
           END-PERFORM.
           MOVE WS-Settled-Count TO STL-Settled.
           MOVE WS-Credit-Count TO STL-Credits.
           MOVE WS-Total-Rebate TO STL-Rebate.
           MOVE WS-Stmt-Total-Line TO StatementLine.
           WRITE StatementLine.
           CLOSE StatementFile.
           CLOSE VatTransFile.
           CLOSE ArLedgerFile.
           PERFORM WriteLastCreditNumber.
           DISPLAY "REBATESETTLE: " WS-Settled-Count
               " AGREEMENTS SETTLED, " WS-Credit-Count
               " CREDIT NOTES RAISED".

       SettleOneAgreement.
           PERFORM FindTierReached.
           IF WS-Rebate > ZERO
               ADD 1 TO WS-Last-Credit-Number
               ADD 1 TO WS-Credit-Count
               MOVE WS-Last-Credit-Number TO AG-CreditNo(WS-Agr-Idx)
               MOVE AG-CustID(WS-Agr-Idx) TO AR-CustID
               MOVE WS-Run-Date TO AR-TranDate
               MOVE "R" TO AR-TranType
               PERFORM SetRebateVatRate
               COMPUTE WS-Rebate-Gross ROUNDED =
                   WS-Rebate * (1 + WS-Vat-Line-Rate)
               MOVE WS-Rebate-Gross TO AR-Amount
               MOVE ZERO TO AR-RefDate
               MOVE WS-Last-Credit-Number TO AR-InvoiceNo
               MOVE SPACES TO AR-CurrencyCode
               MOVE ZERO TO AR-CurrAmount
               MOVE ZERO TO AR-ExchRate
               WRITE ArLedgerRec
               PERFORM ReverseOutputVat
               ADD WS-Rebate TO WS-Total-Rebate
           ELSE
               MOVE ZERO TO AG-CreditNo(WS-Agr-Idx)
           END-IF.
           MOVE "S" TO AG-Status(WS-Agr-Idx).
           ADD 1 TO WS-Settled-Count.
           PERFORM WriteRebateStatement.

      * Zero-rated for a customer AromaSales invoices as an EC
      * supply, otherwise the standard rate.
       SetRebateVatRate.
           MOVE AG-CustID(WS-Agr-Idx) TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           IF WS-Lookup-EcSupply = "Y"
               MOVE ZERO TO WS-Vat-Line-Rate
               MOVE "Z" TO WS-Vat-Line-Code
           ELSE
               MOVE WS-Vat-Standard-Rate TO WS-Vat-Line-Rate
               MOVE "S" TO WS-Vat-Line-Code
           END-IF.

       ReverseOutputVat.
           MOVE SPACES TO WS-Vat-Credit-Ref.
           STRING "CN" WS-Last-Credit-Number
               DELIMITED BY SIZE INTO WS-Vat-Credit-Ref.
           MOVE WS-Rebate TO WS-Vat-Remaining.
           PERFORM UNTIL WS-Vat-Remaining = ZERO
               IF WS-Vat-Remaining > WS-Vat-Line-Max
                   MOVE WS-Vat-Line-Max TO WS-Vat-Line-Net
               ELSE
                   MOVE WS-Vat-Remaining TO WS-Vat-Line-Net
               END-IF
               SUBTRACT WS-Vat-Line-Net FROM WS-Vat-Remaining
               MOVE WS-Vat-Line-Rate TO VatRate
               COMPUTE Sales = ZERO - WS-Vat-Line-Net
               MOVE "O" TO VatDirection
               MOVE WS-Vat-Period TO VatPeriod
               MOVE WS-Vat-Line-Code TO VatRateCode
               MOVE WS-Run-Date-Num TO VatTranDate
               MOVE AG-CustID(WS-Agr-Idx) TO VatParty
               MOVE WS-Vat-Credit-Ref TO VatReference
               WRITE VatTransRec
           END-PERFORM.

       SetVatPeriod.
           MOVE WS-Run-Date(1:6) TO WS-Vat-Period.
           CALL "PeriodCheck" USING WS-Vat-Subsystem
               WS-Run-Date-Num WS-Period-Result.
           IF WS-Period-Result = "C"
               IF WS-Vat-Period-Mth = 12
                   ADD 1 TO WS-Vat-Period-Year
                   MOVE 1 TO WS-Vat-Period-Mth
               ELSE
                   ADD 1 TO WS-Vat-Period-Mth
               END-IF
           END-IF.

      * The year's units or value, per the agreement's basis, against
      * the ascending tier targets; the rate of the highest tier
      * reached applies to the whole year's net value.
       FindTierReached.
           IF AG-Basis(WS-Agr-Idx) = "U"
               MOVE AG-Units(WS-Agr-Idx) TO WS-Measure
           ELSE
               MOVE AG-Value(WS-Agr-Idx) TO WS-Measure
           END-IF.
           MOVE ZERO TO WS-Tier-Reached.
           MOVE ZERO TO WS-Tier-Rate.
           MOVE ZERO TO WS-Next-Target.
           MOVE "N" TO WS-Tier-List-End.
           PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                   UNTIL WS-Tier-Idx > 4
               IF AG-TierTarget(WS-Agr-Idx WS-Tier-Idx) = ZERO
                   MOVE "Y" TO WS-Tier-List-End
               END-IF
               IF NOT Tier-List-End
                   IF WS-Measure
                           >= AG-TierTarget(WS-Agr-Idx WS-Tier-Idx)
                       MOVE WS-Tier-Idx TO WS-Tier-Reached
                       MOVE AG-TierRate(WS-Agr-Idx WS-Tier-Idx)
                           TO WS-Tier-Rate
                   ELSE
                       IF WS-Next-Target = ZERO
                           MOVE AG-TierTarget(WS-Agr-Idx WS-Tier-Idx)
                               TO WS-Next-Target
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-Rebate.
           IF AG-Value(WS-Agr-Idx) > ZERO
               COMPUTE WS-Rebate ROUNDED =
                   AG-Value(WS-Agr-Idx) * WS-Tier-Rate
           END-IF.

       WriteRebateStatement.
           MOVE AG-CustID(WS-Agr-Idx) TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           MOVE AG-CustID(WS-Agr-Idx) TO SH-CustID.
           MOVE WS-Lookup-Name TO SH-CustName.
           MOVE WS-Run-Date-Num TO SH-RunDate.
           MOVE WS-Stmt-Header-Line TO StatementLine.
           WRITE StatementLine.
           MOVE AG-YearStart(WS-Agr-Idx) TO SY-YearStart.
           MOVE AG-YearEnd(WS-Agr-Idx) TO SY-YearEnd.
           IF AG-Basis(WS-Agr-Idx) = "U"
               MOVE "UNITS" TO SY-Basis
           ELSE
               MOVE "VALUE" TO SY-Basis
           END-IF.
           MOVE WS-Stmt-Year-Line TO StatementLine.
           WRITE StatementLine.
           MOVE AG-Units(WS-Agr-Idx) TO SP-Units.
           MOVE AG-Value(WS-Agr-Idx) TO SP-Value.
           MOVE WS-Stmt-Purchase-Line TO StatementLine.
           WRITE StatementLine.
           MOVE "N" TO WS-Tier-List-End.
           PERFORM WriteStatementTierLine
               VARYING WS-Tier-Idx FROM 1 BY 1
               UNTIL WS-Tier-Idx > 4.
           MOVE WS-Rebate TO SR-Rebate.
           IF AG-CreditNo(WS-Agr-Idx) > ZERO
               MOVE AG-CreditNo(WS-Agr-Idx) TO SR-CreditNo
           ELSE
               MOVE "NONE" TO SR-CreditNo
           END-IF.
           MOVE WS-Stmt-Rebate-Line TO StatementLine.
           WRITE StatementLine.

       WriteStatementTierLine.
           IF AG-TierTarget(WS-Agr-Idx WS-Tier-Idx) = ZERO
               MOVE "Y" TO WS-Tier-List-End
           END-IF.
           IF NOT Tier-List-End
               MOVE WS-Tier-Idx TO ST-Tier
               MOVE AG-TierTarget(WS-Agr-Idx WS-Tier-Idx)
                   TO ST-Target
               COMPUTE WS-Rate-Pct =
                   AG-TierRate(WS-Agr-Idx WS-Tier-Idx) * 100
               MOVE WS-Rate-Pct TO ST-Rate
               IF WS-Tier-Idx = WS-Tier-Reached
                   MOVE "REACHED" TO ST-Reached
               ELSE
                   MOVE SPACES TO ST-Reached
               END-IF
               MOVE WS-Stmt-Tier-Line TO StatementLine
               WRITE StatementLine
           END-IF.

       ReadLastCreditNumber.
           OPEN INPUT CreditNumFile.
           IF WS-CreditNum-Status = "00"
               READ CreditNumFile
                   AT END MOVE ZERO TO CreditNumLine
               END-READ
               MOVE CreditNumLine TO WS-Last-Credit-Number
               CLOSE CreditNumFile
           END-IF.

       WriteLastCreditNumber.
           OPEN OUTPUT CreditNumFile.
           MOVE WS-Last-Credit-Number TO CreditNumLine.
           WRITE CreditNumLine.
           CLOSE CreditNumFile.

       RewriteAgreementFile.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT RebateAgrFile.
           PERFORM VARYING WS-Agr-Idx FROM 1 BY 1
                   UNTIL WS-Agr-Idx > WS-Agr-Count
               MOVE AG-CustID(WS-Agr-Idx) TO RB-CustID
               MOVE AG-YearStart(WS-Agr-Idx) TO RB-YearStart
               MOVE AG-YearEnd(WS-Agr-Idx) TO RB-YearEnd
               MOVE AG-Basis(WS-Agr-Idx) TO RB-Basis
               PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                       UNTIL WS-Tier-Idx > 4
                   MOVE AG-TierTarget(WS-Agr-Idx WS-Tier-Idx)
                       TO RB-TierTarget(WS-Tier-Idx)
                   MOVE AG-TierRate(WS-Agr-Idx WS-Tier-Idx)
                       TO RB-TierRate(WS-Tier-Idx)
               END-PERFORM
               MOVE AG-Status(WS-Agr-Idx) TO RB-Status
               MOVE AG-CreditNo(WS-Agr-Idx) TO RB-CreditNo
               WRITE RebateAgreementRec
           END-PERFORM.
           CLOSE RebateAgrFile.

       END PROGRAM RebateSettle.

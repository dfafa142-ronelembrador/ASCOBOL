      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly late-payment interest run over the accounts-
      *          receivable ledger ARLEDGER.DAT. The open-item picture
      *          is built the way CashReceipts builds it, and every
      *          invoice still unpaid once the grace period after its
      *          invoice date has run is charged simple interest at
      *          the annual rate on the parameter file ARINTPARM.DAT,
      *          from the later of the due date and the date interest
      *          was last charged on it, up to the charge date.
      *          Customers flagged exempt on the customer master, and
      *          customers already written off, are skipped, as is
      *          an invoice under open dispute on DISPUTES.DAT. With no
      *          approval on file the run is a proposal only: each
      *          charge is listed on ARINTPROP.DAT for credit control
      *          to review. An approval record on ARINTAUTH.DAT -
      *          the proposal's charge date, its total, operator and
      *          approved flag, in the BadDebtWriteOff manner - posts
      *          the same charges as L entries on the ledger, refused
      *          if the total no longer agrees with the proposal or
      *          the AR period is closed. The approval is cleared once
      *          posted so it cannot be used twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArLateInterest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParmFile ASSIGN TO "ARINTPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Parm-Status.
           SELECT AuthFile ASSIGN TO "ARINTAUTH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Auth-Status.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.
           SELECT ProposalFile ASSIGN TO "ARINTPROP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  ParmFile.
       01  InterestParmRec.
           02  IP-AnnualRate           PIC 99V99.
           02  IP-GraceDays            PIC 999.
           02  IP-MinCharge            PIC 9(3)V99.

       FD  AuthFile.
       01  InterestAuthRec.
           02  IA-ChargeDate           PIC 9(8).
           02  IA-Total                PIC 9(7)V99.
           02  IA-Operator             PIC X(8).
           02  IA-Approved             PIC X.
               88  IA-Is-Approved          VALUE "Y".

       FD  DisputeFile.
           COPY DISPUTE.

       FD  ProposalFile.
       01  ProposalLine                PIC X(110).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-Auth-Status              PIC XX.
       01  WS-Dispute-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Charge-Date              PIC 9(8).
       01  WS-Charge-Day-Int           PIC 9(7).
       01  WS-Due-Day-Int              PIC 9(7).
       01  WS-From-Day-Int             PIC 9(7).
       01  WS-Charged-Day-Int          PIC 9(7).
       01  WS-Days                     PIC S9(5).

      * Parameter-file defaults when no record is supplied: 8% a
      * year after 30 days' grace, nothing under one euro charged.
       01  WS-Annual-Rate              PIC 99V99 VALUE 8.00.
       01  WS-Grace-Days               PIC 999 VALUE 30.
       01  WS-Min-Charge               PIC 9(3)V99 VALUE 1.00.

       01  WS-Run-Mode                 PIC X VALUE "P".
           88  Proposal-Run                VALUE "P".
           88  Posting-Run                 VALUE "A".
       01  WS-Auth-Total               PIC 9(7)V99 VALUE ZERO.
       01  WS-Auth-Operator            PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Ledger-Eof           PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-Chargeable       PIC X.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

      * Open items built from the ledger as CashReceipts builds them;
      * an invoice item also carries the date interest was last
      * charged up to on it and this run's charge.
       01  WS-OpenItem-Count           PIC 9(4) VALUE ZERO.
       01  WS-OpenItem-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-OpenItem-Table-Full      PIC X VALUE "N".
           88  OpenItem-Table-Full         VALUE "Y".
       01  OpenItemTable.
           02 OpenItem-Entry OCCURS 2000 TIMES.
               03 OI-CustID                PIC 9(5).
               03 OI-ItemType              PIC X.
               03 OI-InvDate               PIC 9(8).
               03 OI-InvoiceNo             PIC 9(6).
               03 OI-Amount                PIC S9(9)V99.
               03 OI-Applied               PIC S9(9)V99.
               03 OI-ChargedTo             PIC 9(8).
               03 OI-Days                  PIC S9(5).
               03 OI-Interest              PIC S9(7)V99.
               03 OI-Disputed              PIC X.
       01  WS-OpenItem-Idx             PIC 9(4).
       01  WS-OpenItem-Found-Idx       PIC 9(4).
       01  WS-OpenItem-Found           PIC X VALUE "N".
           88  OpenItem-Found              VALUE "Y".
       01  WS-Lookup-InvDate           PIC 9(8).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Unallocated-Cash         PIC S9(9)V99.
       01  WS-Oldest-Idx               PIC 9(4).
       01  WS-Oldest-Date              PIC 9(8).
       01  WS-Item-Remaining           PIC S9(9)V99.
       01  WS-Apply-Amount             PIC S9(9)V99.

       01  WS-Charge-Count             PIC 9(4) VALUE ZERO.
       01  WS-Charge-Total             PIC S9(9)V99 VALUE ZERO.
       01  WS-Exempt-Count             PIC 9(4) VALUE ZERO.
       01  WS-Posted-Count             PIC 9(4) VALUE ZERO.

      * Closed-period guard on the interest posting.
       01  WS-Period-Subsystem         PIC X(8) VALUE "AR".
       01  WS-Period-Result            PIC X.

       01  WS-Prop-Header-Line.
           02  PH-Title                PIC X(26).
           02  FILLER                  PIC X(13)
                   VALUE "CHARGED TO:  ".
           02  PH-ChargeDate           PIC 9(8).
           02  FILLER                  PIC X(9) VALUE "  RATE: ".
           02  PH-Rate                 PIC Z9.99.
           02  FILLER                  PIC X(10) VALUE "% P.A.    ".
           02  FILLER                  PIC X(7) VALUE "GRACE: ".
           02  PH-Grace                PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE " DAYS".
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-Prop-Detail-Line.
           02  PD-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  PD-CustName             PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  INV ".
           02  PD-InvoiceNo            PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PD-InvDate              PIC 9(8).
           02  FILLER                  PIC X(14)
                   VALUE "  OUTSTANDING ".
           02  PD-Outstanding          PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  DAYS ".
           02  PD-Days                 PIC ZZZ9.
           02  FILLER                  PIC X(11) VALUE "  INTEREST ".
           02  PD-Interest             PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-Prop-Total-Line.
           02  FILLER                  PIC X(9) VALUE "CHARGES: ".
           02  PT-Count                PIC ZZZ9.
           02  FILLER                  PIC X(17)
                   VALUE "  TOTAL INTEREST ".
           02  PT-Total                PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(20)
                   VALUE "  EXEMPT CUSTOMERS: ".
           02  PT-Exempt               PIC ZZZ9.
           02  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Charge-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadParameters.
           PERFORM ReadApproval.
           COMPUTE WS-Charge-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Charge-Date).
           PERFORM LoadCustomerMaster.
           PERFORM LoadOpenItems.
           PERFORM MarkDisputedItems.
           PERFORM ComputeInterest.
           PERFORM WriteProposalReport.
           IF Posting-Run
               PERFORM PostApprovedInterest
           END-IF.
           CLOSE ExceptionsFile.
           DISPLAY "ARLATEINTEREST: " WS-Charge-Count
               " CHARGES PROPOSED, " WS-Posted-Count " POSTED".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadParameters.
           OPEN INPUT ParmFile.
           IF WS-Parm-Status = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF IP-AnnualRate > ZERO
                           MOVE IP-AnnualRate TO WS-Annual-Rate
                       END-IF
                       IF IP-GraceDays IS NUMERIC
                           MOVE IP-GraceDays TO WS-Grace-Days
                       END-IF
                       IF IP-MinCharge IS NUMERIC
                           MOVE IP-MinCharge TO WS-Min-Charge
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

      * An approved record switches the run to posting, charging up
      * to the date the approved proposal was run for so the totals
      * agree; anything else leaves the run a proposal.
       ReadApproval.
           OPEN INPUT AuthFile.
           IF WS-Auth-Status = "00"
               READ AuthFile
                   AT END CONTINUE
                   NOT AT END
                       IF IA-Is-Approved AND IA-ChargeDate > ZERO
                           MOVE "A" TO WS-Run-Mode
                           MOVE IA-ChargeDate TO WS-Charge-Date
                           MOVE IA-Total TO WS-Auth-Total
                           MOVE IA-Operator TO WS-Auth-Operator
                       END-IF
               END-READ
               CLOSE AuthFile
           END-IF.

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
                   IF CM-Interest-Exempt OR CM-Written-Off
                       MOVE "N" TO CT-Chargeable(WS-Customer-Count)
                   ELSE
                       MOVE "Y" TO CT-Chargeable(WS-Customer-Count)
                   END-IF
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

       LoadOpenItems.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-Ledger-Eof
               END-READ
               PERFORM UNTIL Ledger-Eof
                   PERFORM NoteOneLedgerEntry
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-Ledger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

       NoteOneLedgerEntry.
           IF AR-Invoice OR AR-Interest
               IF AR-Interest
                   PERFORM NoteInterestCharged
               END-IF
               IF WS-OpenItem-Count >= WS-OpenItem-Table-Limit
                   IF NOT OpenItem-Table-Full
                       MOVE "Y" TO WS-OpenItem-Table-Full
                       DISPLAY "ARLATEINTEREST: OPEN ITEM TABLE FULL - "
                           "ITEMS BEYOND "
                           WS-OpenItem-Table-Limit " NOT CHARGED"
                   END-IF
               ELSE
                   ADD 1 TO WS-OpenItem-Count
                   MOVE AR-CustID TO OI-CustID(WS-OpenItem-Count)
                   MOVE AR-TranType TO OI-ItemType(WS-OpenItem-Count)
                   MOVE AR-TranDate TO OI-InvDate(WS-OpenItem-Count)
                   IF AR-Interest
                       MOVE ZERO TO OI-InvoiceNo(WS-OpenItem-Count)
                   ELSE
                       MOVE AR-InvoiceNo
                           TO OI-InvoiceNo(WS-OpenItem-Count)
                   END-IF
                   MOVE AR-Amount TO OI-Amount(WS-OpenItem-Count)
                   MOVE ZERO TO OI-Applied(WS-OpenItem-Count)
                   MOVE ZERO TO OI-ChargedTo(WS-OpenItem-Count)
                   MOVE ZERO TO OI-Days(WS-OpenItem-Count)
                   MOVE ZERO TO OI-Interest(WS-OpenItem-Count)
                   MOVE "N" TO OI-Disputed(WS-OpenItem-Count)
               END-IF
           ELSE
               IF AR-Payment OR AR-CreditNote OR AR-FxDifference
                   IF AR-InvoiceNo > ZERO OR AR-RefDate > ZERO
                       IF AR-InvoiceNo > ZERO
                           MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
                           PERFORM FindOpenItemByNumber
                       ELSE
                           MOVE AR-RefDate TO WS-Lookup-InvDate
                           PERFORM FindOpenItem
                       END-IF
                       IF OpenItem-Found
                           ADD AR-Amount
                               TO OI-Applied(WS-OpenItem-Found-Idx)
                       END-IF
                   ELSE
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               ELSE
                   IF AR-Credit-Entry
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               END-IF
           END-IF.

      * An interest entry moves its invoice's charged-up-to date on,
      * so the next run charges only the days since.
       NoteInterestCharged.
           MOVE "N" TO WS-OpenItem-Found.
           IF AR-InvoiceNo > ZERO
               MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
               PERFORM FindOpenItemByNumber
           ELSE
               MOVE AR-RefDate TO WS-Lookup-InvDate
               PERFORM FindInvoiceItem
           END-IF.
           IF OpenItem-Found
               IF AR-TranDate > OI-ChargedTo(WS-OpenItem-Found-Idx)
                   MOVE AR-TranDate
                       TO OI-ChargedTo(WS-OpenItem-Found-Idx)
               END-IF
           END-IF.

      * The caller sets AR-CustID and WS-Lookup-InvDate.
       FindOpenItem.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvDate(WS-OpenItem-Idx)
                           = WS-Lookup-InvDate
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

      * As FindOpenItem, but an invoice only.
       FindInvoiceItem.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-ItemType(WS-OpenItem-Idx) = "I"
                       AND OI-InvDate(WS-OpenItem-Idx)
                           = WS-Lookup-InvDate
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

      * The caller sets AR-CustID and WS-Lookup-InvoiceNo.
       FindOpenItemByNumber.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvoiceNo(WS-OpenItem-Idx)
                           = WS-Lookup-InvoiceNo
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

       ApplyCashOldestFirst.
           PERFORM UNTIL WS-Unallocated-Cash <= ZERO
               MOVE ZERO TO WS-Oldest-Idx
               MOVE 99999999 TO WS-Oldest-Date
               PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                       UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                   IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                           AND OI-Applied(WS-OpenItem-Idx)
                               < OI-Amount(WS-OpenItem-Idx)
                           AND OI-InvDate(WS-OpenItem-Idx)
                               < WS-Oldest-Date
                       MOVE WS-OpenItem-Idx TO WS-Oldest-Idx
                       MOVE OI-InvDate(WS-OpenItem-Idx)
                           TO WS-Oldest-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Idx = ZERO
                   MOVE ZERO TO WS-Unallocated-Cash
               ELSE
                   COMPUTE WS-Item-Remaining =
                       OI-Amount(WS-Oldest-Idx)
                       - OI-Applied(WS-Oldest-Idx)
                   IF WS-Item-Remaining >= WS-Unallocated-Cash
                       MOVE WS-Unallocated-Cash TO WS-Apply-Amount
                   ELSE
                       MOVE WS-Item-Remaining TO WS-Apply-Amount
                   END-IF
                   ADD WS-Apply-Amount TO OI-Applied(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
               END-IF
           END-PERFORM.

      * An invoice under open dispute attracts no interest until the
      * dispute is resolved.
       MarkDisputedItems.
           OPEN INPUT DisputeFile.
           IF WS-Dispute-Status = "00"
               READ DisputeFile
                   AT END MOVE "Y" TO WS-Dispute-Eof
               END-READ
               PERFORM UNTIL Dispute-Eof
                   IF DP-Open
                       MOVE DP-CustID TO AR-CustID
                       MOVE DP-InvoiceNo TO WS-Lookup-InvoiceNo
                       PERFORM FindOpenItemByNumber
                       IF OpenItem-Found
                           MOVE "Y"
                               TO OI-Disputed(WS-OpenItem-Found-Idx)
                       END-IF
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

      * Simple interest on what remains of each overdue invoice; an
      * interest charge never itself attracts interest.
       ComputeInterest.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-ItemType(WS-OpenItem-Idx) = "I"
                       AND OI-Disputed(WS-OpenItem-Idx) = "N"
                       AND OI-Applied(WS-OpenItem-Idx)
                           < OI-Amount(WS-OpenItem-Idx)
                   MOVE OI-CustID(WS-OpenItem-Idx) TO WS-Lookup-CustID
                   PERFORM LookupCustomer
                   IF Customer-Found
                       IF CT-Chargeable(WS-Found-Idx) = "Y"
                           PERFORM ComputeOneCharge
                       ELSE
                           ADD 1 TO WS-Exempt-Count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ComputeOneCharge.
           COMPUTE WS-Due-Day-Int =
               FUNCTION INTEGER-OF-DATE(OI-InvDate(WS-OpenItem-Idx))
               + WS-Grace-Days.
           MOVE WS-Due-Day-Int TO WS-From-Day-Int.
           IF OI-ChargedTo(WS-OpenItem-Idx) > ZERO
               COMPUTE WS-Charged-Day-Int =
                   FUNCTION INTEGER-OF-DATE
                       (OI-ChargedTo(WS-OpenItem-Idx))
               IF WS-Charged-Day-Int > WS-From-Day-Int
                   MOVE WS-Charged-Day-Int TO WS-From-Day-Int
               END-IF
           END-IF.
           COMPUTE WS-Days = WS-Charge-Day-Int - WS-From-Day-Int.
           IF WS-Days > ZERO
               COMPUTE OI-Interest(WS-OpenItem-Idx) ROUNDED =
                   (OI-Amount(WS-OpenItem-Idx)
                    - OI-Applied(WS-OpenItem-Idx))
                   * WS-Annual-Rate * WS-Days / 36500
               IF OI-Interest(WS-OpenItem-Idx) < WS-Min-Charge
                       OR OI-Interest(WS-OpenItem-Idx) = ZERO
                   MOVE ZERO TO OI-Interest(WS-OpenItem-Idx)
               ELSE
                   MOVE WS-Days TO OI-Days(WS-OpenItem-Idx)
                   ADD 1 TO WS-Charge-Count
                   ADD OI-Interest(WS-OpenItem-Idx)
                       TO WS-Charge-Total
               END-IF
           END-IF.

       WriteProposalReport.
           OPEN OUTPUT ProposalFile.
           IF Posting-Run
               MOVE "LATE INTEREST - APPROVED  " TO PH-Title
           ELSE
               MOVE "LATE INTEREST - PROPOSAL  " TO PH-Title
           END-IF.
           MOVE WS-Charge-Date TO PH-ChargeDate.
           MOVE WS-Annual-Rate TO PH-Rate.
           MOVE WS-Grace-Days TO PH-Grace.
           MOVE WS-Prop-Header-Line TO ProposalLine.
           WRITE ProposalLine.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-Interest(WS-OpenItem-Idx) > ZERO
                   PERFORM WriteProposalDetail
               END-IF
           END-PERFORM.
           MOVE WS-Charge-Count TO PT-Count.
           MOVE WS-Charge-Total TO PT-Total.
           MOVE WS-Exempt-Count TO PT-Exempt.
           MOVE WS-Prop-Total-Line TO ProposalLine.
           WRITE ProposalLine.
           CLOSE ProposalFile.

       WriteProposalDetail.
           MOVE OI-CustID(WS-OpenItem-Idx) TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           MOVE OI-CustID(WS-OpenItem-Idx) TO PD-CustID.
           MOVE CT-CustName(WS-Found-Idx) TO PD-CustName.
           IF OI-InvoiceNo(WS-OpenItem-Idx) > ZERO
               MOVE OI-InvoiceNo(WS-OpenItem-Idx) TO PD-InvoiceNo
           ELSE
               MOVE SPACES TO PD-InvoiceNo
           END-IF.
           MOVE OI-InvDate(WS-OpenItem-Idx) TO PD-InvDate.
           COMPUTE PD-Outstanding =
               OI-Amount(WS-OpenItem-Idx) - OI-Applied(WS-OpenItem-Idx).
           MOVE OI-Days(WS-OpenItem-Idx) TO PD-Days.
           MOVE OI-Interest(WS-OpenItem-Idx) TO PD-Interest.
           MOVE WS-Prop-Detail-Line TO ProposalLine.
           WRITE ProposalLine.

      * Posts only what was approved: a ledger that has moved since
      * the proposal changes the total and the run is refused, to be
      * proposed and approved again.
       PostApprovedInterest.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "ARLATEINT" TO EXC-Source.
           MOVE WS-Charge-Date TO EXC-Key.
           IF WS-Charge-Total NOT = WS-Auth-Total
               DISPLAY "ARLATEINTEREST: INTEREST TOTAL " WS-Charge-Total
                   " DOES NOT AGREE WITH APPROVED " WS-Auth-Total
                   " - NOTHING POSTED"
               MOVE "TOTAL DIFFERS FROM APPROVAL" TO EXC-Reason
               WRITE ExceptionRecord
               MOVE 1 TO RETURN-CODE
           ELSE
               CALL "PeriodCheck" USING WS-Period-Subsystem
                   WS-Charge-Date WS-Period-Result
               IF WS-Period-Result = "C"
                   DISPLAY "ARLATEINTEREST: AR PERIOD CLOSED FOR "
                       WS-Charge-Date " - NOTHING POSTED"
                   MOVE "AR PERIOD CLOSED" TO EXC-Reason
                   WRITE ExceptionRecord
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM WriteInterestEntries
                   OPEN OUTPUT AuthFile
                   CLOSE AuthFile
               END-IF
           END-IF.

       WriteInterestEntries.
           OPEN EXTEND ArLedgerFile.
           IF WS-ArLedger-Status = "35"
               OPEN OUTPUT ArLedgerFile
           END-IF.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-Interest(WS-OpenItem-Idx) > ZERO
                   MOVE OI-CustID(WS-OpenItem-Idx) TO AR-CustID
                   MOVE WS-Charge-Date TO AR-TranDate
                   MOVE "L" TO AR-TranType
                   MOVE OI-Interest(WS-OpenItem-Idx) TO AR-Amount
                   MOVE OI-InvDate(WS-OpenItem-Idx) TO AR-RefDate
                   MOVE OI-InvoiceNo(WS-OpenItem-Idx) TO AR-InvoiceNo
                   MOVE SPACES TO AR-CurrencyCode
                   MOVE ZERO TO AR-CurrAmount
                   MOVE ZERO TO AR-ExchRate
                   WRITE ArLedgerRec
                   ADD 1 TO WS-Posted-Count
               END-IF
           END-PERFORM.
           CLOSE ArLedgerFile.
           DISPLAY "ARLATEINTEREST: APPROVED BY " WS-Auth-Operator.

       END PROGRAM ArLateInterest.

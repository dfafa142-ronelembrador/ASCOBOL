      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end volume rebate accrual. For every open
      *          rebate agreement on REBATEAGR.DAT whose rebate year
      *          has started, totals the customer's units and net
      *          value for the year to date from the customer sales
      *          history CUSTSALEHIST.DAT, finds the tier reached and
      *          accrues the rebate earned so far at that tier's rate
      *          on the year's net value. Each customer's progress
      *          toward the next tier - its target and the shortfall
      *          still to buy - is shown so the reps can chase it,
      *          and the total accrual is carried for the month-end
      *          journal. Nothing is posted; RebateSettle raises the
      *          credit notes once the rebate year is over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateAccrual.
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
           SELECT AccrualFile ASSIGN TO "REBATEACCR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RebateAgrFile.
           COPY REBATEAGR.

       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  AccrualFile.
       01  AccrualLine                 PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-RebateAgr-Status         PIC XX.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

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
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).
       01  WS-Lookup-Name              PIC X(20).

      * The open agreements in their rebate year, with the year's
      * purchases gathered from the history.
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
       01  WS-Shortfall                PIC S9(9)V99.
       01  WS-Rebate                   PIC S9(9)V99.
       01  WS-Rate-Pct                 PIC 99V9.
       01  WS-Total-Accrued            PIC S9(9)V99 VALUE ZERO.

       01  WS-Header-Line.
           02  FILLER                  PIC X(18)
                   VALUE "REBATE ACCRUAL AT ".
           02  HL-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  HL-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  HL-Day                  PIC 99.
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-Progress-Line.
           02  AP-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  AP-CustName             PIC X(20).
           02  FILLER                  PIC X(7) VALUE "  YEAR ".
           02  AP-YearStart            PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  AP-YearEnd              PIC 9(8).
           02  FILLER                  PIC X(8) VALUE "  BASIS ".
           02  AP-Basis                PIC X.
           02  FILLER                  PIC X(9) VALUE "  UNITS: ".
           02  AP-Units                PIC -Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(9) VALUE "  VALUE: ".
           02  AP-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-Tier-Line.
           02  FILLER                  PIC X(11)
                   VALUE "      TIER ".
           02  AT-Tier                 PIC 9.
           02  FILLER                  PIC X(7) VALUE "  RATE ".
           02  AT-Rate                 PIC Z9.9.
           02  FILLER                  PIC X(12)
                   VALUE "%  ACCRUED: ".
           02  AT-Accrued              PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AT-NextText             PIC X(60).

       01  WS-Next-Tier-Text.
           02  FILLER                  PIC X(13)
                   VALUE "NEXT TIER AT ".
           02  NX-Target               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(10)
                   VALUE "  SHORT BY".
           02  FILLER                  PIC X VALUE SPACES.
           02  NX-Shortfall            PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(22)
                   VALUE "TOTAL REBATE ACCRUED: ".
           02  TL-Accrued              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadCustomerMaster.
           PERFORM LoadAgreements.
           PERFORM AccumulatePurchases.
           PERFORM PrintAccrualReport.
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
                   MOVE CM-CustName
                       TO CT-CustName(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           MOVE SPACES TO WS-Lookup-Name.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE CT-CustName(WS-Cust-Idx) TO WS-Lookup-Name
               END-IF
           END-PERFORM.

      * Settled agreements and years not yet started are left out.
       LoadAgreements.
           OPEN INPUT RebateAgrFile.
           IF WS-RebateAgr-Status = "00"
               READ RebateAgrFile
                   AT END MOVE "Y" TO WS-RebateAgr-Eof
               END-READ
               PERFORM UNTIL RebateAgr-Eof
                   IF RB-Open AND RB-YearStart <= WS-Run-Date-Num
                       PERFORM LoadOneAgreement
                   END-IF
                   READ RebateAgrFile
                       AT END MOVE "Y" TO WS-RebateAgr-Eof
                   END-READ
               END-PERFORM
               CLOSE RebateAgrFile
           END-IF.

       LoadOneAgreement.
           IF WS-Agr-Count >= WS-Agr-Table-Limit
               IF NOT Agr-Table-Full
                   MOVE "Y" TO WS-Agr-Table-Full
                   DISPLAY "REBATEACCRUAL: AGREEMENT TABLE FULL - "
                       "AGREEMENTS BEYOND " WS-Agr-Table-Limit
                       " NOT ACCRUED"
               END-IF
           ELSE
               ADD 1 TO WS-Agr-Count
               MOVE RB-CustID TO AG-CustID(WS-Agr-Count)
               MOVE RB-YearStart TO AG-YearStart(WS-Agr-Count)
               MOVE RB-YearEnd TO AG-YearEnd(WS-Agr-Count)
               MOVE RB-Basis TO AG-Basis(WS-Agr-Count)
               PERFORM VARYING WS-Tier-Idx FROM 1 BY 1
                       UNTIL WS-Tier-Idx > 4
                   MOVE RB-TierTarget(WS-Tier-Idx)
                       TO AG-TierTarget(WS-Agr-Count WS-Tier-Idx)
                   MOVE RB-TierRate(WS-Tier-Idx)
                       TO AG-TierRate(WS-Agr-Count WS-Tier-Idx)
               END-PERFORM
               MOVE ZERO TO AG-Units(WS-Agr-Count)
               MOVE ZERO TO AG-Value(WS-Agr-Count)
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
                       IF AG-CustID(WS-Agr-Idx) = CSH-CustID
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

       PrintAccrualReport.
           OPEN OUTPUT AccrualFile.
           MOVE WS-Run-Date(1:4) TO HL-Year.
           MOVE WS-Run-Date(5:2) TO HL-Month.
           MOVE WS-Run-Date(7:2) TO HL-Day.
           MOVE WS-Header-Line TO AccrualLine.
           WRITE AccrualLine.
           PERFORM PrintOneAgreement
               VARYING WS-Agr-Idx FROM 1 BY 1
               UNTIL WS-Agr-Idx > WS-Agr-Count.
           MOVE WS-Total-Accrued TO TL-Accrued.
           MOVE WS-Total-Line TO AccrualLine.
           WRITE AccrualLine.
           CLOSE AccrualFile.

       PrintOneAgreement.
           PERFORM FindTierReached.
           MOVE AG-CustID(WS-Agr-Idx) TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           MOVE AG-CustID(WS-Agr-Idx) TO AP-CustID.
           MOVE WS-Lookup-Name TO AP-CustName.
           MOVE AG-YearStart(WS-Agr-Idx) TO AP-YearStart.
           MOVE AG-YearEnd(WS-Agr-Idx) TO AP-YearEnd.
           MOVE AG-Basis(WS-Agr-Idx) TO AP-Basis.
           MOVE AG-Units(WS-Agr-Idx) TO AP-Units.
           MOVE AG-Value(WS-Agr-Idx) TO AP-Value.
           MOVE WS-Progress-Line TO AccrualLine.
           WRITE AccrualLine.
           MOVE WS-Tier-Reached TO AT-Tier.
           COMPUTE WS-Rate-Pct = WS-Tier-Rate * 100.
           MOVE WS-Rate-Pct TO AT-Rate.
           MOVE WS-Rebate TO AT-Accrued.
           IF WS-Next-Target = ZERO
               MOVE "TOP TIER REACHED" TO AT-NextText
           ELSE
               COMPUTE WS-Shortfall = WS-Next-Target - WS-Measure
               MOVE WS-Next-Target TO NX-Target
               MOVE WS-Shortfall TO NX-Shortfall
               MOVE WS-Next-Tier-Text TO AT-NextText
           END-IF.
           IF AG-YearEnd(WS-Agr-Idx) < WS-Run-Date-Num
               MOVE "YEAR ENDED - AWAITING SETTLEMENT" TO AT-NextText
           END-IF.
           MOVE WS-Tier-Line TO AccrualLine.
           WRITE AccrualLine.
           ADD WS-Rebate TO WS-Total-Accrued.

       END PROGRAM RebateAccrual.

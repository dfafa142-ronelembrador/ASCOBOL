      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recharges the electricity, gas and broadband bills
      *          that come in per property to the student tenants,
      *          replacing the spreadsheet split. Each bill on
      *          UTILBILL.DAT (property, utility type, billing period
      *          and amount) is apportioned across the tenants on
      *          TENANCY.DAT in residence at the property during the
      *          billing period, by their days of occupancy within
      *          it. Each tenant's share is split with any sponsor by
      *          the SPONSORSHIP.DAT rules RentLedger applies to rent:
      *          the tenant's part posts to TENANTLEDGER.DAT as a
      *          type "U" utility charge, so it shows on the rent
      *          statement and counts in arrears, and the sponsor's
      *          part raises on SPONSORLEDGER.DAT for the sponsor
      *          invoice. Every bill recharged is recorded on
      *          UTILBILLHIST.DAT so the same bill is never recharged
      *          twice. The recharge report is UTILRECHARGE.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UtilRecharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UtilBillFile ASSIGN TO "UTILBILL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UtilBill-Status.
           SELECT UtilHistFile ASSIGN TO "UTILBILLHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UtilHist-Status.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT TenancyFile ASSIGN TO "TENANCY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tenancy-Status.
           SELECT SponsorshipFile ASSIGN TO "SPONSORSHIP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Sponsorship-Status.
           SELECT TenantLedgerFile ASSIGN TO "TENANTLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenLedger-Status.
           SELECT SponsorLedgerFile ASSIGN TO "SPONSORLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SponLedger-Status.
           SELECT RechargeRptFile ASSIGN TO "UTILRECHARGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  UtilBillFile.
       01  UtilBillRec.
           02  UB-PropertyID           PIC 9(4).
           02  UB-UtilityType          PIC X.
               88  UB-Electricity          VALUE "E".
               88  UB-Gas                  VALUE "G".
               88  UB-Broadband            VALUE "B".
               88  UB-ValidType            VALUE "E" "G" "B".
           02  UB-PeriodFrom           PIC 9(8).
           02  UB-PeriodTo             PIC 9(8).
           02  UB-Amount               PIC 9(5)V99.

       FD  UtilHistFile.
       01  UtilHistRec.
           02  UH-PropertyID           PIC 9(4).
           02  UH-UtilityType          PIC X.
           02  UH-PeriodFrom           PIC 9(8).
           02  UH-PeriodTo             PIC 9(8).
           02  UH-Amount               PIC 9(5)V99.
           02  UH-RechargeDate         PIC 9(8).

       FD  PropertyFile.
           COPY PROPERTY.

       FD  TenancyFile.
           COPY TENANCY.

       FD  SponsorshipFile.
           COPY SPONSHIP.

       FD  TenantLedgerFile.
           COPY TENLEDG.

       FD  SponsorLedgerFile.
           COPY SPONLEDG.

       FD  RechargeRptFile.
       01  RechargeRptLine             PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-UtilBill-Status          PIC XX.
       01  WS-UtilHist-Status          PIC XX.
       01  WS-Property-Status          PIC XX.
       01  WS-Tenancy-Status           PIC XX.
       01  WS-Sponsorship-Status       PIC XX.
       01  WS-TenLedger-Status         PIC XX.
       01  WS-SponLedger-Status        PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

      * Closed-period guard: no recharge is posted to the tenant
      * ledger in a closed RENT period.
       01  WS-Period-Subsystem         PIC X(8) VALUE "RENT".
       01  WS-Period-Result            PIC X.

       01  WS-Eof-Switches.
           02  WS-Bill-Eof             PIC X VALUE "N".
               88  Bill-Eof                VALUE "Y".
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-Property-Eof         PIC X VALUE "N".
               88  Property-Eof            VALUE "Y".
           02  WS-Tenancy-Eof          PIC X VALUE "N".
               88  Tenancy-Eof             VALUE "Y".
           02  WS-Sponsorship-Eof      PIC X VALUE "N".
               88  Sponsorship-Eof         VALUE "Y".

       01  WS-Property-Count           PIC 9(4) VALUE ZERO.
       01  WS-Property-Table.
           02  PR-PropertyID           PIC 9(4) OCCURS 500 TIMES.
       01  WS-Property-Idx             PIC 9(4).
       01  WS-Property-Found           PIC X VALUE "N".
           88  Property-Found              VALUE "Y".

       01  WS-Tenancy-Count            PIC 9(4) VALUE ZERO.
       01  TenancyTable.
           02 Tenancy-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Tenancy-Count.
               03 TT-TenantID              PIC 9(5).
               03 TT-PropertyID            PIC 9(4).
               03 TT-MoveInDate            PIC 9(8).
               03 TT-MoveOutDate           PIC 9(8).
       01  WS-Tenancy-Idx              PIC 9(4).

       01  WS-Split-Count              PIC 9(3) VALUE ZERO.
       01  SplitTable.
           02 Split-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Split-Count.
               03 SP3-TenantID             PIC 9(5).
               03 SP3-SponsorCode          PIC 9(3).
               03 SP3-SplitPct             PIC V99.
               03 SP3-SplitAmount          PIC 9(5)V99.
       01  WS-Split-Idx                PIC 9(3).
       01  WS-Split-Found-Idx          PIC 9(3).
       01  WS-Split-Found              PIC X VALUE "N".
           88  Split-Found                 VALUE "Y".

      * Bills already recharged, by property, utility and the first
      * day of the billing period.
       01  WS-Hist-Count               PIC 9(4) VALUE ZERO.
       01  WS-Hist-Limit               PIC 9(4) VALUE 3000.
       01  WS-Hist-Table-Full          PIC X VALUE "N".
           88  Hist-Table-Full             VALUE "Y".
       01  HistTable.
           02 Hist-Entry OCCURS 3000 TIMES
                   DEPENDING ON WS-Hist-Count.
               03 BH-PropertyID            PIC 9(4).
               03 BH-UtilityType           PIC X.
               03 BH-PeriodFrom            PIC 9(8).
       01  WS-Hist-Idx                 PIC 9(4).
       01  WS-Hist-Found               PIC X VALUE "N".
           88  Hist-Found                  VALUE "Y".

      * Tenants in residence during the bill's period, with their
      * days of occupancy within it.
       01  WS-Occupant-Count           PIC 9(3) VALUE ZERO.
       01  OccupantTable.
           02 Occupant-Entry OCCURS 100 TIMES
                   DEPENDING ON WS-Occupant-Count.
               03 OC-TenantID              PIC 9(5).
               03 OC-Days                  PIC 9(5).
       01  WS-Occupant-Idx             PIC 9(3).
       01  WS-Occupant-Found           PIC X VALUE "N".
           88  Occupant-Found              VALUE "Y".

       01  WS-Bill-Ok                  PIC X.
           88  Bill-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Bill-From-Int            PIC 9(7).
       01  WS-Bill-To-Int              PIC 9(7).
       01  WS-Stay-From-Int            PIC 9(7).
       01  WS-Stay-To-Int              PIC 9(7).
       01  WS-Stay-Days                PIC S9(5).
       01  WS-Total-Days               PIC 9(7).
       01  WS-Days-So-Far              PIC 9(7).
       01  WS-Shared-To-Date           PIC 9(5)V99.
       01  WS-Shared-So-Far            PIC 9(5)V99.
       01  WS-Bill-Share               PIC 9(5)V99.
       01  WS-Sponsor-Share            PIC 9(5)V99.
       01  WS-Tenant-Share             PIC 9(5)V99.

       01  WS-Bills-Read               PIC 9(5) VALUE ZERO.
       01  WS-Bills-Recharged          PIC 9(5) VALUE ZERO.
       01  WS-Bills-Rejected           PIC 9(5) VALUE ZERO.
       01  WS-Total-Billed             PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Tenant             PIC 9(7)V99 VALUE ZERO.
       01  WS-Total-Sponsor            PIC 9(7)V99 VALUE ZERO.

       01  WS-Bill-Line.
           02  FILLER                  PIC X(14)
                   VALUE "BILL PROPERTY ".
           02  BL-PropertyID           PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  BL-Utility              PIC X(11).
           02  FILLER                  PIC X(9) VALUE "  PERIOD ".
           02  BL-PeriodFrom           PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  BL-PeriodTo             PIC 9(8).
           02  FILLER                  PIC X(9) VALUE "  AMOUNT ".
           02  BL-Amount               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-Share-Line.
           02  FILLER                  PIC X(9) VALUE "  TENANT ".
           02  SL-TenantID             PIC 9(5).
           02  FILLER                  PIC X(7) VALUE "  DAYS ".
           02  SL-Days                 PIC ZZ9.
           02  FILLER                  PIC X(8) VALUE "  SHARE ".
           02  SL-Share                PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  OWN ".
           02  SL-Tenant               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           02  SL-Sponsor              PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(6) VALUE "BILLS ".
           02  TT-Bills                PIC ZZZZ9.
           02  FILLER                  PIC X(8) VALUE "  TOTAL ".
           02  TT-Billed               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  TENANT ".
           02  TT-Tenant               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           02  TT-Sponsor              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Run-Date WS-Period-Result.
           IF WS-Period-Result = "C"
               DISPLAY "UTILRECHARGE: RENT PERIOD FOR " WS-Run-Date
                   " CLOSED - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OpenExceptionsFile.
           PERFORM LoadPropertyTable.
           PERFORM LoadTenancyTable.
           PERFORM LoadSponsorships.
           PERFORM LoadBillHistory.
           IF Hist-Table-Full
               DISPLAY "UTILRECHARGE: BILL HISTORY TABLE FULL - "
                   "RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               STOP RUN
           END-IF.
           OPEN EXTEND TenantLedgerFile.
           IF WS-TenLedger-Status = "35"
               OPEN OUTPUT TenantLedgerFile
           END-IF.
           OPEN EXTEND SponsorLedgerFile.
           IF WS-SponLedger-Status = "35"
               OPEN OUTPUT SponsorLedgerFile
           END-IF.
           OPEN EXTEND UtilHistFile.
           IF WS-UtilHist-Status = "35"
               OPEN OUTPUT UtilHistFile
           END-IF.
           OPEN OUTPUT RechargeRptFile.
           OPEN INPUT UtilBillFile.
           IF WS-UtilBill-Status = "00"
               READ UtilBillFile
                   AT END MOVE "Y" TO WS-Bill-Eof
               END-READ
               PERFORM UNTIL Bill-Eof
                   ADD 1 TO WS-Bills-Read
                   PERFORM RechargeOneBill
                   READ UtilBillFile
                       AT END MOVE "Y" TO WS-Bill-Eof
                   END-READ
               END-PERFORM
               CLOSE UtilBillFile
           END-IF.
           MOVE WS-Bills-Recharged TO TT-Bills.
           MOVE WS-Total-Billed TO TT-Billed.
           MOVE WS-Total-Tenant TO TT-Tenant.
           MOVE WS-Total-Sponsor TO TT-Sponsor.
           MOVE WS-Total-Line TO RechargeRptLine.
           WRITE RechargeRptLine.
           CLOSE RechargeRptFile.
           CLOSE UtilHistFile.
           CLOSE SponsorLedgerFile.
           CLOSE TenantLedgerFile.
           CLOSE ExceptionsFile.
           DISPLAY "UTILRECHARGE: " WS-Bills-Read " BILLS READ, "
               WS-Bills-Recharged " RECHARGED, "
               WS-Bills-Rejected " REJECTED".
           IF Hist-Table-Full
               DISPLAY "UTILRECHARGE: BILL HISTORY TABLE FULL - "
                   "REMAINING BILLS REFUSED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadPropertyTable.
           OPEN INPUT PropertyFile.
           IF WS-Property-Status = "00"
               READ PropertyFile
                   AT END MOVE "Y" TO WS-Property-Eof
               END-READ
               PERFORM UNTIL Property-Eof
                   IF WS-Property-Count < 500
                       ADD 1 TO WS-Property-Count
                       MOVE PP-PropertyID
                           TO PR-PropertyID(WS-Property-Count)
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
                   END-READ
               END-PERFORM
               CLOSE PropertyFile
           END-IF.

       LookupProperty.
           MOVE "N" TO WS-Property-Found.
           PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                   UNTIL WS-Property-Idx > WS-Property-Count
                       OR Property-Found
               IF PR-PropertyID(WS-Property-Idx) = UB-PropertyID
                   MOVE "Y" TO WS-Property-Found
               END-IF
           END-PERFORM.

       LoadTenancyTable.
           OPEN INPUT TenancyFile.
           IF WS-Tenancy-Status = "00"
               READ TenancyFile
                   AT END MOVE "Y" TO WS-Tenancy-Eof
               END-READ
               PERFORM UNTIL Tenancy-Eof
                   IF WS-Tenancy-Count < 2000
                       ADD 1 TO WS-Tenancy-Count
                       MOVE TY-TenantID
                           TO TT-TenantID(WS-Tenancy-Count)
                       MOVE TY-PropertyID
                           TO TT-PropertyID(WS-Tenancy-Count)
                       MOVE TY-MoveInDate
                           TO TT-MoveInDate(WS-Tenancy-Count)
                       MOVE TY-MoveOutDate
                           TO TT-MoveOutDate(WS-Tenancy-Count)
                   END-IF
                   READ TenancyFile
                       AT END MOVE "Y" TO WS-Tenancy-Eof
                   END-READ
               END-PERFORM
               CLOSE TenancyFile
           END-IF.

       LoadSponsorships.
           OPEN INPUT SponsorshipFile.
           IF WS-Sponsorship-Status = "00"
               READ SponsorshipFile
                   AT END MOVE "Y" TO WS-Sponsorship-Eof
               END-READ
               PERFORM UNTIL Sponsorship-Eof
                   IF WS-Split-Count < 200
                       ADD 1 TO WS-Split-Count
                       MOVE SS-TenantID
                           TO SP3-TenantID(WS-Split-Count)
                       MOVE SS-SponsorCode
                           TO SP3-SponsorCode(WS-Split-Count)
                       MOVE SS-SplitPct
                           TO SP3-SplitPct(WS-Split-Count)
                       MOVE SS-SplitAmount
                           TO SP3-SplitAmount(WS-Split-Count)
                   END-IF
                   READ SponsorshipFile
                       AT END MOVE "Y" TO WS-Sponsorship-Eof
                   END-READ
               END-PERFORM
               CLOSE SponsorshipFile
           END-IF.

       LoadBillHistory.
           OPEN INPUT UtilHistFile.
           IF WS-UtilHist-Status = "00"
               READ UtilHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF WS-Hist-Count >= WS-Hist-Limit
                       MOVE "Y" TO WS-Hist-Table-Full
                       MOVE "Y" TO WS-Hist-Eof
                   ELSE
                       ADD 1 TO WS-Hist-Count
                       MOVE UH-PropertyID
                           TO BH-PropertyID(WS-Hist-Count)
                       MOVE UH-UtilityType
                           TO BH-UtilityType(WS-Hist-Count)
                       MOVE UH-PeriodFrom
                           TO BH-PeriodFrom(WS-Hist-Count)
                   END-IF
                   READ UtilHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE UtilHistFile
           END-IF.

       LookupBillHistory.
           MOVE "N" TO WS-Hist-Found.
           PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                   UNTIL WS-Hist-Idx > WS-Hist-Count
                       OR Hist-Found
               IF BH-PropertyID(WS-Hist-Idx) = UB-PropertyID
                       AND BH-UtilityType(WS-Hist-Idx)
                           = UB-UtilityType
                       AND BH-PeriodFrom(WS-Hist-Idx)
                           = UB-PeriodFrom
                   MOVE "Y" TO WS-Hist-Found
               END-IF
           END-PERFORM.

       RechargeOneBill.
           PERFORM ValidateBill.
           IF Bill-Ok
               PERFORM CollectOccupants
               IF WS-Total-Days = ZERO
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "NO TENANTS IN BILL PERIOD"
                       TO WS-Reject-Reason
               END-IF
           END-IF.
           IF Bill-Ok
               PERFORM ApportionBill
           ELSE
               ADD 1 TO WS-Bills-Rejected
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "UTILRECHARGE" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING UB-PropertyID UB-UtilityType UB-PeriodFrom
                   DELIMITED BY SIZE INTO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       ValidateBill.
           MOVE "Y" TO WS-Bill-Ok.
           MOVE SPACES TO WS-Reject-Reason.
           PERFORM LookupProperty.
           EVALUATE TRUE
               WHEN NOT Property-Found
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "UNKNOWN PROPERTY" TO WS-Reject-Reason
               WHEN NOT UB-ValidType
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "INVALID UTILITY TYPE" TO WS-Reject-Reason
               WHEN UB-PeriodFrom IS NOT NUMERIC
                       OR UB-PeriodTo IS NOT NUMERIC
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "INVALID BILLING PERIOD" TO WS-Reject-Reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(UB-PeriodFrom)
                       NOT = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD(UB-PeriodTo)
                           NOT = ZERO
                       OR UB-PeriodTo < UB-PeriodFrom
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "INVALID BILLING PERIOD" TO WS-Reject-Reason
               WHEN UB-Amount IS NOT NUMERIC OR UB-Amount = ZERO
                   MOVE "N" TO WS-Bill-Ok
                   MOVE "NO BILL AMOUNT" TO WS-Reject-Reason
               WHEN OTHER
                   PERFORM LookupBillHistory
                   EVALUATE TRUE
                       WHEN Hist-Found
                           MOVE "N" TO WS-Bill-Ok
                           MOVE "BILL ALREADY RECHARGED"
                               TO WS-Reject-Reason
      * A bill that could not be held for the duplicate check is not
      * recharged, so a repeat of it later in the file cannot slip
      * through.
                       WHEN WS-Hist-Count >= WS-Hist-Limit
                           MOVE "N" TO WS-Bill-Ok
                           MOVE "Y" TO WS-Hist-Table-Full
                           MOVE "BILL HISTORY TABLE FULL"
                               TO WS-Reject-Reason
                   END-EVALUATE
           END-EVALUATE.

      * Days in residence are the overlap of each tenancy at the
      * property with the billing period, both ends inclusive; a
      * zero move-out date is a tenancy still running.
       CollectOccupants.
           MOVE ZERO TO WS-Occupant-Count.
           MOVE ZERO TO WS-Total-Days.
           COMPUTE WS-Bill-From-Int =
               FUNCTION INTEGER-OF-DATE(UB-PeriodFrom).
           COMPUTE WS-Bill-To-Int =
               FUNCTION INTEGER-OF-DATE(UB-PeriodTo).
           PERFORM VARYING WS-Tenancy-Idx FROM 1 BY 1
                   UNTIL WS-Tenancy-Idx > WS-Tenancy-Count
               IF TT-PropertyID(WS-Tenancy-Idx) = UB-PropertyID
                   PERFORM CountOccupancyDays
               END-IF
           END-PERFORM.

       CountOccupancyDays.
           COMPUTE WS-Stay-From-Int =
               FUNCTION INTEGER-OF-DATE(TT-MoveInDate(WS-Tenancy-Idx)).
           IF WS-Stay-From-Int < WS-Bill-From-Int
               MOVE WS-Bill-From-Int TO WS-Stay-From-Int
           END-IF.
           MOVE WS-Bill-To-Int TO WS-Stay-To-Int.
           IF TT-MoveOutDate(WS-Tenancy-Idx) NOT = ZERO
               COMPUTE WS-Stay-To-Int = FUNCTION INTEGER-OF-DATE
                   (TT-MoveOutDate(WS-Tenancy-Idx))
               IF WS-Stay-To-Int > WS-Bill-To-Int
                   MOVE WS-Bill-To-Int TO WS-Stay-To-Int
               END-IF
           END-IF.
           COMPUTE WS-Stay-Days =
               WS-Stay-To-Int - WS-Stay-From-Int + 1.
           IF WS-Stay-Days > ZERO
               MOVE "N" TO WS-Occupant-Found
               PERFORM VARYING WS-Occupant-Idx FROM 1 BY 1
                       UNTIL WS-Occupant-Idx > WS-Occupant-Count
                           OR Occupant-Found
                   IF OC-TenantID(WS-Occupant-Idx)
                           = TT-TenantID(WS-Tenancy-Idx)
                       MOVE "Y" TO WS-Occupant-Found
                       ADD WS-Stay-Days TO OC-Days(WS-Occupant-Idx)
                       ADD WS-Stay-Days TO WS-Total-Days
                   END-IF
               END-PERFORM
               IF NOT Occupant-Found AND WS-Occupant-Count < 100
                   ADD 1 TO WS-Occupant-Count
                   MOVE TT-TenantID(WS-Tenancy-Idx)
                       TO OC-TenantID(WS-Occupant-Count)
                   MOVE WS-Stay-Days TO OC-Days(WS-Occupant-Count)
                   ADD WS-Stay-Days TO WS-Total-Days
               END-IF
           END-IF.

      * Each tenant takes the bill in proportion to their days; the
      * share is worked on the running total of days so the shares
      * add up to the bill exactly.
       ApportionBill.
           MOVE UB-PropertyID TO BL-PropertyID.
           EVALUATE TRUE
               WHEN UB-Electricity
                   MOVE "ELECTRICITY" TO BL-Utility
               WHEN UB-Gas
                   MOVE "GAS" TO BL-Utility
               WHEN UB-Broadband
                   MOVE "BROADBAND" TO BL-Utility
           END-EVALUATE.
           MOVE UB-PeriodFrom TO BL-PeriodFrom.
           MOVE UB-PeriodTo TO BL-PeriodTo.
           MOVE UB-Amount TO BL-Amount.
           MOVE WS-Bill-Line TO RechargeRptLine.
           WRITE RechargeRptLine.
           MOVE ZERO TO WS-Days-So-Far.
           MOVE ZERO TO WS-Shared-So-Far.
           PERFORM RechargeOneOccupant
               VARYING WS-Occupant-Idx FROM 1 BY 1
               UNTIL WS-Occupant-Idx > WS-Occupant-Count.
           MOVE UB-PropertyID TO UH-PropertyID.
           MOVE UB-UtilityType TO UH-UtilityType.
           MOVE UB-PeriodFrom TO UH-PeriodFrom.
           MOVE UB-PeriodTo TO UH-PeriodTo.
           MOVE UB-Amount TO UH-Amount.
           MOVE WS-Run-Date TO UH-RechargeDate.
           WRITE UtilHistRec.
           ADD 1 TO WS-Hist-Count.
           MOVE UB-PropertyID TO BH-PropertyID(WS-Hist-Count).
           MOVE UB-UtilityType TO BH-UtilityType(WS-Hist-Count).
           MOVE UB-PeriodFrom TO BH-PeriodFrom(WS-Hist-Count).
           ADD 1 TO WS-Bills-Recharged.
           ADD UB-Amount TO WS-Total-Billed.

       RechargeOneOccupant.
           ADD OC-Days(WS-Occupant-Idx) TO WS-Days-So-Far.
           COMPUTE WS-Shared-To-Date ROUNDED =
               UB-Amount * WS-Days-So-Far / WS-Total-Days.
           COMPUTE WS-Bill-Share =
               WS-Shared-To-Date - WS-Shared-So-Far.
           MOVE WS-Shared-To-Date TO WS-Shared-So-Far.
           PERFORM SetSponsorShare.
           IF WS-Tenant-Share > ZERO
               MOVE OC-TenantID(WS-Occupant-Idx) TO TL-TenantID
               MOVE WS-Run-Date TO TL-TranDate
               MOVE "U" TO TL-TranType
               MOVE WS-Tenant-Share TO TL-Amount
               WRITE TenantLedgerRec
               ADD WS-Tenant-Share TO WS-Total-Tenant
           END-IF.
           IF WS-Sponsor-Share > ZERO
               MOVE SP3-SponsorCode(WS-Split-Found-Idx)
                   TO SL3-SponsorCode
               MOVE OC-TenantID(WS-Occupant-Idx) TO SL3-TenantID
               MOVE WS-Run-Date TO SL3-TranDate
               MOVE "C" TO SL3-TranType
               MOVE WS-Sponsor-Share TO SL3-Amount
               WRITE SponsorLedgerRec
               ADD WS-Sponsor-Share TO WS-Total-Sponsor
           END-IF.
           MOVE OC-TenantID(WS-Occupant-Idx) TO SL-TenantID.
           MOVE OC-Days(WS-Occupant-Idx) TO SL-Days.
           MOVE WS-Bill-Share TO SL-Share.
           MOVE WS-Tenant-Share TO SL-Tenant.
           MOVE WS-Sponsor-Share TO SL-Sponsor.
           MOVE WS-Share-Line TO RechargeRptLine.
           WRITE RechargeRptLine.

      * The sponsor split as RentLedger applies it to the rent: the
      * percentage of the share, else the fixed amount, never more
      * than the share itself.
       SetSponsorShare.
           MOVE ZERO TO WS-Sponsor-Share.
           MOVE "N" TO WS-Split-Found.
           PERFORM VARYING WS-Split-Idx FROM 1 BY 1
                   UNTIL WS-Split-Idx > WS-Split-Count
                       OR Split-Found
               IF SP3-TenantID(WS-Split-Idx)
                       = OC-TenantID(WS-Occupant-Idx)
                   MOVE "Y" TO WS-Split-Found
                   MOVE WS-Split-Idx TO WS-Split-Found-Idx
               END-IF
           END-PERFORM.
           IF Split-Found
               IF SP3-SplitPct(WS-Split-Found-Idx) > ZERO
                   COMPUTE WS-Sponsor-Share ROUNDED =
                       WS-Bill-Share
                       * SP3-SplitPct(WS-Split-Found-Idx)
               ELSE
                   MOVE SP3-SplitAmount(WS-Split-Found-Idx)
                       TO WS-Sponsor-Share
               END-IF
               IF WS-Sponsor-Share > WS-Bill-Share
                   MOVE WS-Bill-Share TO WS-Sponsor-Share
               END-IF
           END-IF.
           COMPUTE WS-Tenant-Share =
               WS-Bill-Share - WS-Sponsor-Share.

       END PROGRAM UtilRecharge.

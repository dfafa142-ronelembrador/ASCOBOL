      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly landlord remittance of the rent we collect
      *          on their properties. Settles the calendar month
      *          before the run date, once only - LANDPAYCTL.DAT
      *          holds the last month settled. Rent collected is the
      *          tenants' payments and direct debits on
      *          TENANTLEDGER.DAT less any debits returned, plus the
      *          sponsors' payments on SPONSORLEDGER.DAT shared out
      *          over the month's sponsor charges in proportion to
      *          each student's share; each is credited to the
      *          property the tenant held on TENANCY.DAT on the day.
      *          Properties roll up to their landlord through
      *          PP-LandlordCode to LANDLORD.DAT, which gives the
      *          management fee percentage deducted and the bank
      *          details paid to. Repair costs on requests
      *          PropertyUpkeep completed in the month are deducted
      *          too. A landlord left owing us, or with no bank
      *          details, carries the balance forward on
      *          LANDLORDBAL.DAT into next month's settlement. Writes
      *          a statement per landlord on LANDSTMT.DAT and the
      *          bank credits on BANKPAYLL.DAT in the same
      *          header/detail/trailer shape as BANKPAYAP.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandlordPay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LandlordFile ASSIGN TO "LANDLORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Landlord-Status.
           SELECT LandBalFile ASSIGN TO "LANDLORDBAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LandBal-Status.
           SELECT LandPayCtlFile ASSIGN TO "LANDPAYCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LandPayCtl-Status.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT TenancyFile ASSIGN TO "TENANCY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tenancy-Status.
           SELECT TenantLedgerFile ASSIGN TO "TENANTLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenLedger-Status.
           SELECT SponsorLedgerFile ASSIGN TO "SPONSORLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SponLedger-Status.
           SELECT MaintReqFile ASSIGN TO "MAINTREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MaintReq-Status.
           SELECT StatementFile ASSIGN TO "LANDSTMT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BankPayLlFile ASSIGN TO "BANKPAYLL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LandlordFile.
           COPY LANDLORD.

      * Balance carried between settlements: positive is still owed
      * to the landlord (held for want of bank details), negative
      * is owed back to us where fee and repairs exceeded the rent.
       FD  LandBalFile.
       01  LandBalRec.
           02  LB-LandlordCode         PIC 9(4).
           02  LB-Balance              PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.

       FD  LandPayCtlFile.
       01  LandPayCtlRec.
           02  LC-SettleMonth          PIC 9(6).

       FD  PropertyFile.
           COPY PROPERTY.

       FD  TenancyFile.
           COPY TENANCY.

       FD  TenantLedgerFile.
           COPY TENLEDG.

       FD  SponsorLedgerFile.
           COPY SPONLEDG.

       FD  MaintReqFile.
           COPY MAINTREQ.

       FD  StatementFile.
       01  StatementLine               PIC X(80).

       FD  BankPayLlFile.
       01  BankPayLlLine               PIC X(60).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Landlord-Status          PIC XX.
       01  WS-LandBal-Status           PIC XX.
       01  WS-LandPayCtl-Status        PIC XX.
       01  WS-Property-Status          PIC XX.
       01  WS-Tenancy-Status           PIC XX.
       01  WS-TenLedger-Status         PIC XX.
       01  WS-SponLedger-Status        PIC XX.
       01  WS-MaintReq-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Year                 PIC 9(4).
       01  WS-Run-Mth                  PIC 99.
       01  WS-Settle-Month             PIC 9(6).
       01  WS-Entry-Month              PIC 9(6).
       01  WS-Last-Month               PIC 9(6) VALUE ZERO.
       01  WS-Month-Settled            PIC X VALUE "N".
           88  Month-Settled               VALUE "Y".
       01  WS-LandBal-Backup           PIC X(30)
               VALUE "LANDLORDBAL.DAT".

       01  WS-Eof-Switches.
           02  WS-Landlord-Eof         PIC X VALUE "N".
               88  Landlord-Eof            VALUE "Y".
           02  WS-LandBal-Eof          PIC X VALUE "N".
               88  LandBal-Eof             VALUE "Y".
           02  WS-Property-Eof         PIC X VALUE "N".
               88  Property-Eof            VALUE "Y".
           02  WS-Tenancy-Eof          PIC X VALUE "N".
               88  Tenancy-Eof             VALUE "Y".
           02  WS-TenLedger-Eof        PIC X VALUE "N".
               88  TenLedger-Eof           VALUE "Y".
           02  WS-SponLedger-Eof       PIC X VALUE "N".
               88  SponLedger-Eof          VALUE "Y".
           02  WS-MaintReq-Eof         PIC X VALUE "N".
               88  MaintReq-Eof            VALUE "Y".

       01  WS-Landlord-Count           PIC 9(3) VALUE ZERO.
       01  WS-Landlord-Table-Full      PIC X VALUE "N".
           88  Landlord-Table-Full         VALUE "Y".
       01  LandlordTable.
           02 Landlord-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Landlord-Count.
               03 LD-Code                  PIC 9(4).
               03 LD-Name                  PIC X(20).
               03 LD-IBAN                  PIC X(22).
               03 LD-BIC                   PIC X(11).
               03 LD-FeePct                PIC 99V99.
               03 LD-BroughtFwd            PIC S9(7)V99.
               03 LD-Rent                  PIC S9(7)V99.
               03 LD-Sponsor               PIC 9(7)V99.
               03 LD-Fee                   PIC S9(7)V99.
               03 LD-Repairs               PIC 9(7)V99.
               03 LD-Due                   PIC S9(7)V99.
               03 LD-Paid                  PIC 9(7)V99.
               03 LD-CarryFwd              PIC S9(7)V99.
       01  WS-Landlord-Idx             PIC 9(3).
       01  WS-Found-Landlord           PIC 9(3).
       01  WS-Landlord-Found           PIC X VALUE "N".
           88  Landlord-Found              VALUE "Y".
       01  WS-Lookup-Landlord          PIC 9(4).

       01  WS-Property-Count           PIC 9(4) VALUE ZERO.
       01  PropertyTable.
           02 Property-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Property-Count.
               03 PT-PropertyID            PIC 9(4).
               03 PT-LandlordCode          PIC 9(4).
               03 PT-LandlordIdx           PIC 9(3).
               03 PT-Rent                  PIC S9(7)V99.
               03 PT-Sponsor               PIC 9(7)V99.
               03 PT-Repairs               PIC 9(7)V99.
       01  WS-Property-Idx             PIC 9(4).
       01  WS-Found-Property           PIC 9(4).
       01  WS-Lookup-PropertyID        PIC 9(4).

       01  WS-Tenancy-Count            PIC 9(4) VALUE ZERO.
       01  TenancyTable.
           02 Tenancy-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Tenancy-Count.
               03 TT-TenantID              PIC 9(5).
               03 TT-PropertyID            PIC 9(4).
               03 TT-MoveInDate            PIC 9(8).
               03 TT-MoveOutDate           PIC 9(8).
       01  WS-Tenancy-Idx              PIC 9(4).
       01  WS-Lookup-TenantID          PIC 9(5).
       01  WS-Lookup-Date              PIC 9(8).
       01  WS-Latest-MoveIn            PIC 9(8).
       01  WS-Match-Type               PIC X.
           88  Match-Current               VALUE "C".
           88  Match-Latest                VALUE "L".
           88  Match-None                  VALUE "N".

      * Sponsor payments arrive per sponsor, not per student; they
      * are shared over the month's charges to that sponsor so each
      * student's property is credited with its part.
       01  WS-Sponsor-Count            PIC 9(3) VALUE ZERO.
       01  SponsorTable.
           02 Sponsor-Entry OCCURS 100 TIMES
                   DEPENDING ON WS-Sponsor-Count.
               03 SS-SponsorCode           PIC 9(3).
               03 SS-MonthCharges          PIC 9(7)V99.
               03 SS-MonthPaid             PIC 9(7)V99.
               03 SS-ChargesSoFar          PIC 9(7)V99.
               03 SS-SharedSoFar           PIC 9(7)V99.
       01  WS-Sponsor-Idx              PIC 9(3).
       01  WS-Found-Sponsor            PIC 9(3).
       01  WS-Sponsor-Found            PIC X VALUE "N".
           88  Sponsor-Found               VALUE "Y".
       01  WS-Lookup-Sponsor           PIC 9(3).

       01  WS-Charge-Count             PIC 9(4) VALUE ZERO.
       01  WS-Charge-Table-Full        PIC X VALUE "N".
           88  Charge-Table-Full           VALUE "Y".
       01  SponsorChargeTable.
           02 Charge-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Charge-Count.
               03 SC-SponsorCode           PIC 9(3).
               03 SC-TenantID              PIC 9(5).
               03 SC-TranDate              PIC 9(8).
               03 SC-Amount                PIC 9(5)V99.
       01  WS-Charge-Idx               PIC 9(4).
       01  WS-Share                    PIC 9(7)V99.
       01  WS-Shared-To-Date           PIC 9(7)V99.

       01  WS-Unmatched-Total          PIC S9(7)V99 VALUE ZERO.
       01  WS-Unmatched-Display        PIC -Z,ZZZ,ZZ9.99.
       01  WS-Landlords-Paid           PIC 9(3) VALUE ZERO.
       01  WS-Landlords-Held           PIC 9(3) VALUE ZERO.
       01  WS-Bank-Pay-Count           PIC 9(5) VALUE ZERO.
       01  WS-Bank-Pay-Total           PIC 9(10)V99 VALUE ZERO.
       01  WS-Bank-Total-Display       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-Bank-Header-Line.
           02  FILLER                  PIC X VALUE "H".
           02  BH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-Bank-Detail-Line.
           02  FILLER                  PIC X VALUE "D".
           02  BD-LandlordCode         PIC 9(5).
           02  BD-IBAN                 PIC X(22).
           02  BD-BIC                  PIC X(11).
           02  BD-Amount               PIC 9(8)V99.
           02  BD-Currency             PIC X(3).
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-Bank-Trailer-Line.
           02  FILLER                  PIC X VALUE "T".
           02  BT-PayCount             PIC 9(5).
           02  BT-PayTotal             PIC 9(10)V99.
           02  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-Stmt-Header-Line.
           02  FILLER                  PIC X(19)
                   VALUE "LANDLORD STATEMENT ".
           02  SH-LandlordCode         PIC 9(4).
           02  FILLER                  PIC X VALUE SPACES.
           02  SH-Name                 PIC X(20).
           02  FILLER                  PIC X(9) VALUE "  MONTH: ".
           02  SH-Month                PIC 9(6).
           02  FILLER                  PIC X(9) VALUE "  DATED: ".
           02  SH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-Stmt-Property-Line.
           02  FILLER                  PIC X(11) VALUE "  PROPERTY ".
           02  PL-PropertyID           PIC 9(4).
           02  FILLER                  PIC X(8) VALUE "  RENT: ".
           02  PL-Rent                 PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(11) VALUE "  SPONSOR: ".
           02  PL-Sponsor              PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(11) VALUE "  REPAIRS: ".
           02  PL-Repairs              PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-Stmt-Amount-Line.
           02  ST-Label                PIC X(30).
           02  ST-Amount               PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-Stmt-Fee-Line.
           02  FILLER                  PIC X(22)
                   VALUE "  LESS MANAGEMENT FEE ".
           02  FL-FeePct               PIC Z9.99.
           02  FILLER                  PIC X(3) VALUE "%  ".
           02  FL-Amount               PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-Stmt-Note-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  NL-Note                 PIC X(60).
           02  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Run-Year.
           MOVE WS-Run-Date(5:2) TO WS-Run-Mth.
           IF WS-Run-Mth = 1
               COMPUTE WS-Settle-Month = (WS-Run-Year - 1) * 100 + 12
           ELSE
               COMPUTE WS-Settle-Month =
                   WS-Run-Year * 100 + WS-Run-Mth - 1
           END-IF.
           PERFORM CheckMonthNotSettled.
           IF Month-Settled
               DISPLAY "LANDLORDPAY: MONTH " WS-Settle-Month
                   " ALREADY SETTLED - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OpenExceptionsFile.
           PERFORM LoadLandlordMaster.
           IF Landlord-Table-Full
               DISPLAY "LANDLORDPAY: LANDLORD TABLE FULL - "
                   "RUN REFUSED, NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               STOP RUN
           END-IF.
           PERFORM LoadLandlordBalances.
           PERFORM LoadPropertyTable.
           PERFORM LoadTenancyTable.
           PERFORM AccumulateTenantLedger.
           PERFORM AccumulateSponsorLedger.
           IF Charge-Table-Full
               DISPLAY "LANDLORDPAY: SPONSOR CHARGE TABLE FULL - "
                   "RUN REFUSED, NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               STOP RUN
           END-IF.
           PERFORM ShareSponsorPayments.
           PERFORM AccumulateRepairs.
           PERFORM RollUpProperties.
           OPEN OUTPUT StatementFile.
           OPEN OUTPUT BankPayLlFile.
           MOVE WS-Run-Date TO BH-RunDate.
           MOVE WS-Bank-Header-Line TO BankPayLlLine.
           WRITE BankPayLlLine.
           PERFORM SettleOneLandlord
               VARYING WS-Landlord-Idx FROM 1 BY 1
               UNTIL WS-Landlord-Idx > WS-Landlord-Count.
           MOVE WS-Bank-Pay-Count TO BT-PayCount.
           MOVE WS-Bank-Pay-Total TO BT-PayTotal.
           MOVE WS-Bank-Trailer-Line TO BankPayLlLine.
           WRITE BankPayLlLine.
           CLOSE BankPayLlFile.
           CLOSE StatementFile.
           PERFORM RewriteLandlordBalances.
           PERFORM UpdateSettleControl.
           CLOSE ExceptionsFile.
           MOVE WS-Bank-Pay-Total TO WS-Bank-Total-Display.
           MOVE WS-Unmatched-Total TO WS-Unmatched-Display.
           DISPLAY "LANDLORDPAY: MONTH " WS-Settle-Month " - "
               WS-Landlords-Paid " LANDLORDS PAID "
               WS-Bank-Total-Display ", " WS-Landlords-Held
               " HELD, UNMATCHED RENT " WS-Unmatched-Display.
           STOP RUN.

      * A second run for the same month would pay every landlord
      * twice; the control record holds the last month settled.
       CheckMonthNotSettled.
           OPEN INPUT LandPayCtlFile.
           IF WS-LandPayCtl-Status = "00"
               READ LandPayCtlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE LC-SettleMonth TO WS-Last-Month
               END-READ
               CLOSE LandPayCtlFile
           END-IF.
           IF WS-Settle-Month <= WS-Last-Month
               MOVE "Y" TO WS-Month-Settled
           END-IF.

       UpdateSettleControl.
           OPEN OUTPUT LandPayCtlFile.
           MOVE WS-Settle-Month TO LC-SettleMonth.
           WRITE LandPayCtlRec.
           CLOSE LandPayCtlFile.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadLandlordMaster.
           OPEN INPUT LandlordFile.
           IF WS-Landlord-Status = "00"
               READ LandlordFile
                   AT END MOVE "Y" TO WS-Landlord-Eof
               END-READ
               PERFORM UNTIL Landlord-Eof
                   IF WS-Landlord-Count < 200
                       ADD 1 TO WS-Landlord-Count
                       MOVE LL-LandlordCode
                           TO LD-Code(WS-Landlord-Count)
                       MOVE LL-Name TO LD-Name(WS-Landlord-Count)
                       MOVE LL-IBAN TO LD-IBAN(WS-Landlord-Count)
                       MOVE LL-BIC TO LD-BIC(WS-Landlord-Count)
                       MOVE LL-FeePct TO LD-FeePct(WS-Landlord-Count)
                       MOVE ZERO TO LD-BroughtFwd(WS-Landlord-Count)
                       MOVE ZERO TO LD-Rent(WS-Landlord-Count)
                       MOVE ZERO TO LD-Sponsor(WS-Landlord-Count)
                       MOVE ZERO TO LD-Fee(WS-Landlord-Count)
                       MOVE ZERO TO LD-Repairs(WS-Landlord-Count)
                       MOVE ZERO TO LD-Due(WS-Landlord-Count)
                       MOVE ZERO TO LD-Paid(WS-Landlord-Count)
                       MOVE ZERO TO LD-CarryFwd(WS-Landlord-Count)
                   ELSE
                       MOVE "Y" TO WS-Landlord-Table-Full
                   END-IF
                   READ LandlordFile
                       AT END MOVE "Y" TO WS-Landlord-Eof
                   END-READ
               END-PERFORM
               CLOSE LandlordFile
           END-IF.

       LookupLandlord.
           MOVE "N" TO WS-Landlord-Found.
           MOVE ZERO TO WS-Found-Landlord.
           PERFORM VARYING WS-Landlord-Idx FROM 1 BY 1
                   UNTIL WS-Landlord-Idx > WS-Landlord-Count
                       OR Landlord-Found
               IF LD-Code(WS-Landlord-Idx) = WS-Lookup-Landlord
                   MOVE "Y" TO WS-Landlord-Found
                   MOVE WS-Landlord-Idx TO WS-Found-Landlord
               END-IF
           END-PERFORM.

       LoadLandlordBalances.
           OPEN INPUT LandBalFile.
           IF WS-LandBal-Status = "00"
               READ LandBalFile
                   AT END MOVE "Y" TO WS-LandBal-Eof
               END-READ
               PERFORM UNTIL LandBal-Eof
                   MOVE LB-LandlordCode TO WS-Lookup-Landlord
                   PERFORM LookupLandlord
                   IF Landlord-Found
                       MOVE LB-Balance
                           TO LD-BroughtFwd(WS-Found-Landlord)
                   ELSE
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "LANDLORDPAY" TO EXC-Source
                       MOVE LB-LandlordCode TO EXC-Key
                       MOVE "BALANCE FOR UNKNOWN LANDLORD"
                           TO EXC-Reason
                       WRITE ExceptionRecord
                   END-IF
                   READ LandBalFile
                       AT END MOVE "Y" TO WS-LandBal-Eof
                   END-READ
               END-PERFORM
               CLOSE LandBalFile
           END-IF.

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
                           TO PT-PropertyID(WS-Property-Count)
                       MOVE PP-LandlordCode
                           TO PT-LandlordCode(WS-Property-Count)
                       MOVE ZERO TO PT-LandlordIdx(WS-Property-Count)
                       MOVE ZERO TO PT-Rent(WS-Property-Count)
                       MOVE ZERO TO PT-Sponsor(WS-Property-Count)
                       MOVE ZERO TO PT-Repairs(WS-Property-Count)
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
                   END-READ
               END-PERFORM
               CLOSE PropertyFile
           END-IF.

       LookupProperty.
           MOVE ZERO TO WS-Found-Property.
           PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                   UNTIL WS-Property-Idx > WS-Property-Count
                       OR WS-Found-Property > ZERO
               IF PT-PropertyID(WS-Property-Idx)
                       = WS-Lookup-PropertyID
                   MOVE WS-Property-Idx TO WS-Found-Property
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

      * The property a tenant's money belongs to is the tenancy open
      * on the day it was taken; money taken after a move-out (or
      * before the dates were kept) goes to the tenant's latest
      * tenancy. WS-Found-Property is zero when there is none.
       FindTenantProperty.
           MOVE "N" TO WS-Match-Type.
           MOVE ZERO TO WS-Latest-MoveIn.
           MOVE ZERO TO WS-Lookup-PropertyID.
           PERFORM VARYING WS-Tenancy-Idx FROM 1 BY 1
                   UNTIL WS-Tenancy-Idx > WS-Tenancy-Count
                       OR Match-Current
               IF TT-TenantID(WS-Tenancy-Idx) = WS-Lookup-TenantID
                   IF TT-MoveInDate(WS-Tenancy-Idx) <= WS-Lookup-Date
                           AND (TT-MoveOutDate(WS-Tenancy-Idx) = ZERO
                           OR TT-MoveOutDate(WS-Tenancy-Idx)
                               >= WS-Lookup-Date)
                       MOVE "C" TO WS-Match-Type
                       MOVE TT-PropertyID(WS-Tenancy-Idx)
                           TO WS-Lookup-PropertyID
                   ELSE
                       IF TT-MoveInDate(WS-Tenancy-Idx)
                               >= WS-Latest-MoveIn
                           MOVE "L" TO WS-Match-Type
                           MOVE TT-MoveInDate(WS-Tenancy-Idx)
                               TO WS-Latest-MoveIn
                           MOVE TT-PropertyID(WS-Tenancy-Idx)
                               TO WS-Lookup-PropertyID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-Found-Property.
           IF NOT Match-None
               PERFORM LookupProperty
           END-IF.

       WriteUnmatchedException.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "LANDLORDPAY" TO EXC-Source.
           MOVE WS-Lookup-TenantID TO EXC-Key.
           MOVE "RENT NOT MATCHED TO PROPERTY" TO EXC-Reason.
           WRITE ExceptionRecord.

      * Tenant money collected in the month: payments and direct
      * debits, less direct debits returned unpaid.
       AccumulateTenantLedger.
           OPEN INPUT TenantLedgerFile.
           IF WS-TenLedger-Status = "00"
               READ TenantLedgerFile
                   AT END MOVE "Y" TO WS-TenLedger-Eof
               END-READ
               PERFORM UNTIL TenLedger-Eof
                   MOVE TL-TranDate(1:6) TO WS-Entry-Month
                   IF WS-Entry-Month = WS-Settle-Month
                           AND (TL-Payment OR TL-DirectDebit
                               OR TL-Returned)
                       PERFORM PostTenantReceipt
                   END-IF
                   READ TenantLedgerFile
                       AT END MOVE "Y" TO WS-TenLedger-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantLedgerFile
           END-IF.

       PostTenantReceipt.
           MOVE TL-TenantID TO WS-Lookup-TenantID.
           MOVE TL-TranDate TO WS-Lookup-Date.
           PERFORM FindTenantProperty.
           IF WS-Found-Property = ZERO
               PERFORM WriteUnmatchedException
               IF TL-TranType = "R"
                   SUBTRACT TL-Amount FROM WS-Unmatched-Total
               ELSE
                   ADD TL-Amount TO WS-Unmatched-Total
               END-IF
           ELSE
               IF TL-TranType = "R"
                   SUBTRACT TL-Amount
                       FROM PT-Rent(WS-Found-Property)
               ELSE
                   ADD TL-Amount TO PT-Rent(WS-Found-Property)
               END-IF
           END-IF.

       LookupSponsor.
           MOVE "N" TO WS-Sponsor-Found.
           PERFORM VARYING WS-Sponsor-Idx FROM 1 BY 1
                   UNTIL WS-Sponsor-Idx > WS-Sponsor-Count
                       OR Sponsor-Found
               IF SS-SponsorCode(WS-Sponsor-Idx) = WS-Lookup-Sponsor
                   MOVE "Y" TO WS-Sponsor-Found
                   MOVE WS-Sponsor-Idx TO WS-Found-Sponsor
               END-IF
           END-PERFORM.
           IF NOT Sponsor-Found AND WS-Sponsor-Count < 100
               ADD 1 TO WS-Sponsor-Count
               MOVE WS-Lookup-Sponsor
                   TO SS-SponsorCode(WS-Sponsor-Count)
               MOVE ZERO TO SS-MonthCharges(WS-Sponsor-Count)
               MOVE ZERO TO SS-MonthPaid(WS-Sponsor-Count)
               MOVE ZERO TO SS-ChargesSoFar(WS-Sponsor-Count)
               MOVE ZERO TO SS-SharedSoFar(WS-Sponsor-Count)
               MOVE "Y" TO WS-Sponsor-Found
               MOVE WS-Sponsor-Count TO WS-Found-Sponsor
           END-IF.

      * The month's sponsor charges are kept per student; payments
      * are totalled per sponsor. A payment that names the student
      * is credited straight to that student's property.
       AccumulateSponsorLedger.
           OPEN INPUT SponsorLedgerFile.
           IF WS-SponLedger-Status = "00"
               READ SponsorLedgerFile
                   AT END MOVE "Y" TO WS-SponLedger-Eof
               END-READ
               PERFORM UNTIL SponLedger-Eof
                   MOVE SL3-TranDate(1:6) TO WS-Entry-Month
                   IF WS-Entry-Month = WS-Settle-Month
                       PERFORM PostSponsorEntry
                   END-IF
                   READ SponsorLedgerFile
                       AT END MOVE "Y" TO WS-SponLedger-Eof
                   END-READ
               END-PERFORM
               CLOSE SponsorLedgerFile
           END-IF.

       PostSponsorEntry.
           MOVE SL3-SponsorCode TO WS-Lookup-Sponsor.
           PERFORM LookupSponsor.
           EVALUATE TRUE
               WHEN NOT Sponsor-Found
                   CONTINUE
               WHEN SL3-Charge
                   ADD SL3-Amount
                       TO SS-MonthCharges(WS-Found-Sponsor)
                   IF WS-Charge-Count < 2000
                       ADD 1 TO WS-Charge-Count
                       MOVE SL3-SponsorCode
                           TO SC-SponsorCode(WS-Charge-Count)
                       MOVE SL3-TenantID
                           TO SC-TenantID(WS-Charge-Count)
                       MOVE SL3-TranDate
                           TO SC-TranDate(WS-Charge-Count)
                       MOVE SL3-Amount TO SC-Amount(WS-Charge-Count)
                   ELSE
                       MOVE "Y" TO WS-Charge-Table-Full
                   END-IF
               WHEN SL3-TenantID NOT = ZERO
                   MOVE SL3-TenantID TO WS-Lookup-TenantID
                   MOVE SL3-TranDate TO WS-Lookup-Date
                   PERFORM FindTenantProperty
                   IF WS-Found-Property = ZERO
                       PERFORM WriteUnmatchedException
                       ADD SL3-Amount TO WS-Unmatched-Total
                   ELSE
                       ADD SL3-Amount
                           TO PT-Sponsor(WS-Found-Property)
                   END-IF
               WHEN OTHER
                   ADD SL3-Amount TO SS-MonthPaid(WS-Found-Sponsor)
           END-EVALUATE.

      * Each charge takes the payment in proportion to its share of
      * the sponsor's charges for the month. The share is worked on
      * the running total so the rounding comes out exactly to what
      * the sponsor paid.
       ShareSponsorPayments.
           PERFORM ShareOneCharge
               VARYING WS-Charge-Idx FROM 1 BY 1
               UNTIL WS-Charge-Idx > WS-Charge-Count.
           PERFORM VARYING WS-Sponsor-Idx FROM 1 BY 1
                   UNTIL WS-Sponsor-Idx > WS-Sponsor-Count
               IF SS-MonthPaid(WS-Sponsor-Idx) > ZERO
                       AND SS-MonthCharges(WS-Sponsor-Idx) = ZERO
                   ADD SS-MonthPaid(WS-Sponsor-Idx)
                       TO WS-Unmatched-Total
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "LANDLORDPAY" TO EXC-Source
                   MOVE SS-SponsorCode(WS-Sponsor-Idx) TO EXC-Key
                   MOVE "SPONSOR PAID WITH NO CHARGES"
                       TO EXC-Reason
                   WRITE ExceptionRecord
               END-IF
           END-PERFORM.

       ShareOneCharge.
           MOVE SC-SponsorCode(WS-Charge-Idx) TO WS-Lookup-Sponsor.
           PERFORM LookupSponsor.
           IF Sponsor-Found
                   AND SS-MonthPaid(WS-Found-Sponsor) > ZERO
               ADD SC-Amount(WS-Charge-Idx)
                   TO SS-ChargesSoFar(WS-Found-Sponsor)
               COMPUTE WS-Shared-To-Date ROUNDED =
                   SS-MonthPaid(WS-Found-Sponsor)
                   * SS-ChargesSoFar(WS-Found-Sponsor)
                   / SS-MonthCharges(WS-Found-Sponsor)
               COMPUTE WS-Share =
                   WS-Shared-To-Date
                   - SS-SharedSoFar(WS-Found-Sponsor)
               MOVE WS-Shared-To-Date
                   TO SS-SharedSoFar(WS-Found-Sponsor)
               MOVE SC-TenantID(WS-Charge-Idx) TO WS-Lookup-TenantID
               MOVE SC-TranDate(WS-Charge-Idx) TO WS-Lookup-Date
               PERFORM FindTenantProperty
               IF WS-Found-Property = ZERO
                   PERFORM WriteUnmatchedException
                   ADD WS-Share TO WS-Unmatched-Total
               ELSE
                   ADD WS-Share TO PT-Sponsor(WS-Found-Property)
               END-IF
           END-IF.

      * Repairs are charged to the landlord in the month the
      * request was completed.
       AccumulateRepairs.
           OPEN INPUT MaintReqFile.
           IF WS-MaintReq-Status = "00"
               READ MaintReqFile
                   AT END MOVE "Y" TO WS-MaintReq-Eof
               END-READ
               PERFORM UNTIL MaintReq-Eof
                   MOVE MR-CompDate(1:6) TO WS-Entry-Month
                   IF MR-Completed
                           AND WS-Entry-Month = WS-Settle-Month
                           AND MR-Cost > ZERO
                       MOVE MR-PropertyID TO WS-Lookup-PropertyID
                       PERFORM LookupProperty
                       IF WS-Found-Property > ZERO
                           ADD MR-Cost
                               TO PT-Repairs(WS-Found-Property)
                       END-IF
                   END-IF
                   READ MaintReqFile
                       AT END MOVE "Y" TO WS-MaintReq-Eof
                   END-READ
               END-PERFORM
               CLOSE MaintReqFile
           END-IF.

       RollUpProperties.
           PERFORM RollUpOneProperty
               VARYING WS-Property-Idx FROM 1 BY 1
               UNTIL WS-Property-Idx > WS-Property-Count.

       RollUpOneProperty.
           IF PT-Rent(WS-Property-Idx) NOT = ZERO
                   OR PT-Sponsor(WS-Property-Idx) > ZERO
                   OR PT-Repairs(WS-Property-Idx) > ZERO
               MOVE PT-LandlordCode(WS-Property-Idx)
                   TO WS-Lookup-Landlord
               PERFORM LookupLandlord
               IF Landlord-Found
                   MOVE WS-Found-Landlord
                       TO PT-LandlordIdx(WS-Property-Idx)
                   ADD PT-Rent(WS-Property-Idx)
                       TO LD-Rent(WS-Found-Landlord)
                   ADD PT-Sponsor(WS-Property-Idx)
                       TO LD-Sponsor(WS-Found-Landlord)
                   ADD PT-Repairs(WS-Property-Idx)
                       TO LD-Repairs(WS-Found-Landlord)
               ELSE
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "LANDLORDPAY" TO EXC-Source
                   MOVE PT-PropertyID(WS-Property-Idx) TO EXC-Key
                   IF PT-LandlordCode(WS-Property-Idx) = ZERO
                       MOVE "PROPERTY HAS NO LANDLORD CODE"
                           TO EXC-Reason
                   ELSE
                       MOVE "LANDLORD NOT ON MASTER"
                           TO EXC-Reason
                   END-IF
                   WRITE ExceptionRecord
               END-IF
           END-IF.

      * Amount due is the rent collected less our fee and the
      * repairs, plus whatever was brought forward. It is paid only
      * when positive and the landlord has bank details; otherwise
      * it is carried forward to next month.
       SettleOneLandlord.
           COMPUTE LD-Fee(WS-Landlord-Idx) ROUNDED =
               (LD-Rent(WS-Landlord-Idx) + LD-Sponsor(WS-Landlord-Idx))
               * LD-FeePct(WS-Landlord-Idx) / 100.
           COMPUTE LD-Due(WS-Landlord-Idx) =
               LD-Rent(WS-Landlord-Idx) + LD-Sponsor(WS-Landlord-Idx)
               - LD-Fee(WS-Landlord-Idx) - LD-Repairs(WS-Landlord-Idx)
               + LD-BroughtFwd(WS-Landlord-Idx).
           IF LD-Rent(WS-Landlord-Idx) NOT = ZERO
                   OR LD-Sponsor(WS-Landlord-Idx) > ZERO
                   OR LD-Repairs(WS-Landlord-Idx) > ZERO
                   OR LD-BroughtFwd(WS-Landlord-Idx) NOT = ZERO
               EVALUATE TRUE
                   WHEN LD-Due(WS-Landlord-Idx) NOT > ZERO
                       MOVE LD-Due(WS-Landlord-Idx)
                           TO LD-CarryFwd(WS-Landlord-Idx)
                       MOVE "NOTHING PAYABLE - BALANCE CARRIED FORWARD"
                           TO NL-Note
                   WHEN LD-IBAN(WS-Landlord-Idx) = SPACES
                       MOVE LD-Due(WS-Landlord-Idx)
                           TO LD-CarryFwd(WS-Landlord-Idx)
                       MOVE "PAYMENT HELD - NO BANK DETAILS ON FILE"
                           TO NL-Note
                       ADD 1 TO WS-Landlords-Held
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "LANDLORDPAY" TO EXC-Source
                       MOVE LD-Code(WS-Landlord-Idx) TO EXC-Key
                       MOVE "NO BANK DETAILS" TO EXC-Reason
                       WRITE ExceptionRecord
                   WHEN OTHER
                       MOVE LD-Due(WS-Landlord-Idx)
                           TO LD-Paid(WS-Landlord-Idx)
                       MOVE SPACES TO NL-Note
                       STRING "PAID BY CREDIT TO "
                           LD-IBAN(WS-Landlord-Idx)
                           DELIMITED BY SIZE INTO NL-Note
                       ADD 1 TO WS-Landlords-Paid
                       PERFORM WriteBankCredit
               END-EVALUATE
               PERFORM WriteStatement
           END-IF.

       WriteBankCredit.
           MOVE LD-Code(WS-Landlord-Idx) TO BD-LandlordCode.
           MOVE LD-IBAN(WS-Landlord-Idx) TO BD-IBAN.
           MOVE LD-BIC(WS-Landlord-Idx) TO BD-BIC.
           MOVE LD-Paid(WS-Landlord-Idx) TO BD-Amount.
           MOVE "EUR" TO BD-Currency.
           MOVE WS-Bank-Detail-Line TO BankPayLlLine.
           WRITE BankPayLlLine.
           ADD 1 TO WS-Bank-Pay-Count.
           ADD LD-Paid(WS-Landlord-Idx) TO WS-Bank-Pay-Total.

       WriteStatement.
           MOVE LD-Code(WS-Landlord-Idx) TO SH-LandlordCode.
           MOVE LD-Name(WS-Landlord-Idx) TO SH-Name.
           MOVE WS-Settle-Month TO SH-Month.
           MOVE WS-Run-Date TO SH-RunDate.
           MOVE WS-Stmt-Header-Line TO StatementLine.
           WRITE StatementLine.
           PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                   UNTIL WS-Property-Idx > WS-Property-Count
               IF PT-LandlordIdx(WS-Property-Idx) = WS-Landlord-Idx
                   MOVE PT-PropertyID(WS-Property-Idx)
                       TO PL-PropertyID
                   MOVE PT-Rent(WS-Property-Idx) TO PL-Rent
                   MOVE PT-Sponsor(WS-Property-Idx) TO PL-Sponsor
                   MOVE PT-Repairs(WS-Property-Idx) TO PL-Repairs
                   MOVE WS-Stmt-Property-Line TO StatementLine
                   WRITE StatementLine
               END-IF
           END-PERFORM.
           MOVE "  RENT COLLECTED FROM TENANTS" TO ST-Label.
           MOVE LD-Rent(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE "  RENT COLLECTED FROM SPONSORS" TO ST-Label.
           MOVE LD-Sponsor(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE LD-FeePct(WS-Landlord-Idx) TO FL-FeePct.
           MOVE LD-Fee(WS-Landlord-Idx) TO FL-Amount.
           MOVE WS-Stmt-Fee-Line TO StatementLine.
           WRITE StatementLine.
           MOVE "  LESS REPAIRS" TO ST-Label.
           MOVE LD-Repairs(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE "  BALANCE BROUGHT FORWARD" TO ST-Label.
           MOVE LD-BroughtFwd(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE "  AMOUNT DUE" TO ST-Label.
           MOVE LD-Due(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE "  AMOUNT REMITTED" TO ST-Label.
           MOVE LD-Paid(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE "  BALANCE CARRIED FORWARD" TO ST-Label.
           MOVE LD-CarryFwd(WS-Landlord-Idx) TO ST-Amount.
           PERFORM WriteAmountLine.
           MOVE WS-Stmt-Note-Line TO StatementLine.
           WRITE StatementLine.

       WriteAmountLine.
           MOVE WS-Stmt-Amount-Line TO StatementLine.
           WRITE StatementLine.

       RewriteLandlordBalances.
           CALL "GenBackup" USING WS-LandBal-Backup.
           OPEN OUTPUT LandBalFile.
           PERFORM VARYING WS-Landlord-Idx FROM 1 BY 1
                   UNTIL WS-Landlord-Idx > WS-Landlord-Count
               IF LD-CarryFwd(WS-Landlord-Idx) NOT = ZERO
                   MOVE LD-Code(WS-Landlord-Idx) TO LB-LandlordCode
                   MOVE LD-CarryFwd(WS-Landlord-Idx) TO LB-Balance
                   WRITE LandBalRec
               END-IF
           END-PERFORM.
           CLOSE LandBalFile.

       END PROGRAM LandlordPay.

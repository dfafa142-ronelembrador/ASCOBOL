      ******************************************************************
      * Author:
      * Date:
      * Purpose: Direct-debit rent collection. On the rent due date
      *          (RENTDDPARM.DAT, defaulting to today) every tenant
      *          with a signed, uncancelled mandate on RENTMANDATE.DAT
      *          is collected for the month's rent charges raised on
      *          TENANTLEDGER.DAT, never more than the balance they
      *          actually owe. The collections go to the bank on
      *          RENTDDCOLL.DAT in the header/detail/trailer shape of
      *          the supplier payment file, the expected receipts are
      *          added to RENTPAY.DAT as pending direct-debit payments
      *          for RentLedger to post, and each collection is
      *          recorded on RENTDDHIST.DAT so a month is collected
      *          only once and RentDdReturns can reverse it if the
      *          bank returns it unpaid. Mandates that cannot be
      *          collected go to the exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentDdCollect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CollParmFile ASSIGN TO "RENTDDPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CollParm-Status.
           SELECT TenantRentFile ASSIGN TO "TENANTRENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenantRent-Status.
           SELECT MandateFile ASSIGN TO "RENTMANDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Mandate-Status.
           SELECT TenantLedgerFile ASSIGN TO "TENANTLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Ledger-Status.
           SELECT DdHistFile ASSIGN TO "RENTDDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DdHist-Status.
           SELECT RentPayFile ASSIGN TO "RENTPAY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RentPay-Status.
           SELECT DdCollFile ASSIGN TO "RENTDDCOLL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CollReportFile ASSIGN TO "RENTDDRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CollParmFile.
       01  CollParmRec.
           02  CP-CollDate             PIC 9(8).

       FD  TenantRentFile.
       01  TenantRentRec.
           02 TR-TenantID               PIC 9(5).
           02 TR-TenantName             PIC X(20).
           02 TR-CityCode               PIC 99.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  MandateFile.
           COPY DDMANDATE.

       FD  TenantLedgerFile.
           COPY TENLEDG.

       FD  DdHistFile.
           COPY DDHIST.

       FD  RentPayFile.
           COPY RENTPAY.

       FD  DdCollFile.
       01  DdCollLine                  PIC X(80).

       FD  CollReportFile.
       01  CollReportLine              PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-CollParm-Status          PIC XX.
       01  WS-TenantRent-Status        PIC XX.
       01  WS-Mandate-Status           PIC XX.
       01  WS-Ledger-Status            PIC XX.
       01  WS-DdHist-Status            PIC XX.
       01  WS-RentPay-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Coll-Date                PIC 9(8).
       01  WS-Coll-Month               PIC 9(6).

       01  WS-Eof-Switches.
           02  WS-Tenant-Eof           PIC X VALUE "N".
               88  Tenant-Eof              VALUE "Y".
           02  WS-Mandate-Eof          PIC X VALUE "N".
               88  Mandate-Eof             VALUE "Y".
           02  WS-Ledger-Eof           PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-DdHist-Eof           PIC X VALUE "N".
               88  DdHist-Eof              VALUE "Y".

       01  WS-Tenant-Count             PIC 9(4) VALUE ZERO.
       01  TenantTable.
           02 Tenant-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Tenant-Count.
               03 TN-TenantID              PIC 9(5).
               03 TN-TenantName            PIC X(20).
               03 TN-Balance               PIC S9(7)V99.
               03 TN-Month-Charges         PIC 9(7)V99.
               03 TN-Collected             PIC X.
       01  WS-Tenant-Idx               PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Tenant-Found             PIC X VALUE "N".
           88  Tenant-Found                VALUE "Y".
       01  WS-Lookup-TenantID          PIC 9(5).

      * One mandate per tenant; a later record for the same tenant
      * replaces an earlier one.
       01  WS-Mandate-Count            PIC 9(4) VALUE ZERO.
       01  MandateTable.
           02 Mandate-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Mandate-Count.
               03 MT-TenantID              PIC 9(5).
               03 MT-IBAN                  PIC X(22).
               03 MT-BIC                   PIC X(11).
               03 MT-MandateRef            PIC X(15).
               03 MT-SignDate              PIC 9(8).
               03 MT-Status                PIC X.
       01  WS-Mandate-Idx              PIC 9(4).
       01  WS-Mandate-Found-Idx        PIC 9(4).
       01  WS-Mandate-Found            PIC X VALUE "N".
           88  Mandate-Found               VALUE "Y".

      * Closed-period guard: no collection is dated into a closed
      * RENT period.
       01  WS-Period-Subsystem         PIC X(8) VALUE "RENT".
       01  WS-Period-Result            PIC X.

       01  WS-Coll-Amount              PIC S9(7)V99.
       01  WS-Coll-Count               PIC 9(5) VALUE ZERO.
       01  WS-Coll-Total               PIC 9(10)V99 VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Exception-Reason         PIC X(30).

       01  WS-Bank-Header-Line.
           02  FILLER                  PIC X VALUE "H".
           02  BH-CollDate             PIC 9(8).
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-Bank-Detail-Line.
           02  FILLER                  PIC X VALUE "D".
           02  BD-TenantID             PIC 9(5).
           02  BD-IBAN                 PIC X(22).
           02  BD-BIC                  PIC X(11).
           02  BD-MandateRef           PIC X(15).
           02  BD-SignDate             PIC 9(8).
           02  BD-Amount               PIC 9(8)V99.
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-Bank-Trailer-Line.
           02  FILLER                  PIC X VALUE "T".
           02  BT-CollCount            PIC 9(5).
           02  BT-CollTotal            PIC 9(10)V99.
           02  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(36)
                   VALUE "RENT DIRECT-DEBIT COLLECTION  DATE: ".
           02  RH-CollDate             PIC 9(8).
           02  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-Report-Line.
           02  RL-TenantID             PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  RL-TenantName           PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-MandateRef           PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-Amount               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(20)
                   VALUE "COLLECTIONS:        ".
           02  TL-CollCount            PIC ZZ,ZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "   TOTAL: ".
           02  TL-CollTotal            PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(28) VALUE SPACES.

      * Run lock on the collection history, which RentDdReturns
      * rewrites.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "RENTDDHIST.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "RentDdCollect".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadCollectionDate.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Coll-Date WS-Period-Result.
           IF WS-Period-Result = "C"
               DISPLAY "RENTDDCOLLECT: RENT PERIOD FOR " WS-Coll-Date
                   " CLOSED - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "RENTDDCOLLECT: RENTDDHIST.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OpenExceptionsFile.
           PERFORM LoadTenantTable.
           PERFORM LoadMandates.
           PERFORM LoadLedgerBalances.
           PERFORM LoadCollectionHistory.
           OPEN OUTPUT DdCollFile.
           MOVE WS-Coll-Date TO BH-CollDate.
           MOVE WS-Bank-Header-Line TO DdCollLine.
           WRITE DdCollLine.
           OPEN OUTPUT CollReportFile.
           MOVE WS-Coll-Date TO RH-CollDate.
           MOVE WS-Report-Heading TO CollReportLine.
           WRITE CollReportLine.
           OPEN EXTEND RentPayFile.
           IF WS-RentPay-Status = "35"
               OPEN OUTPUT RentPayFile
           END-IF.
           OPEN EXTEND DdHistFile.
           IF WS-DdHist-Status = "35"
               OPEN OUTPUT DdHistFile
           END-IF.
           PERFORM CollectOneMandate
               VARYING WS-Mandate-Idx FROM 1 BY 1
               UNTIL WS-Mandate-Idx > WS-Mandate-Count.
           CLOSE DdHistFile.
           CLOSE RentPayFile.
           MOVE WS-Coll-Count TO BT-CollCount.
           MOVE WS-Coll-Total TO BT-CollTotal.
           MOVE WS-Bank-Trailer-Line TO DdCollLine.
           WRITE DdCollLine.
           CLOSE DdCollFile.
           MOVE WS-Coll-Count TO TL-CollCount.
           MOVE WS-Coll-Total TO TL-CollTotal.
           MOVE WS-Total-Line TO CollReportLine.
           WRITE CollReportLine.
           CLOSE CollReportFile.
           CLOSE ExceptionsFile.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           DISPLAY "RENTDDCOLLECT: " WS-Coll-Count
               " COLLECTIONS TOTAL " WS-Coll-Total ", "
               WS-Refused-Count " MANDATES REFUSED".
           STOP RUN.

       ReadCollectionDate.
           MOVE WS-Run-Date TO WS-Coll-Date.
           OPEN INPUT CollParmFile.
           IF WS-CollParm-Status = "00"
               READ CollParmFile
                   AT END MOVE ZERO TO CP-CollDate
               END-READ
               IF CP-CollDate IS NUMERIC AND CP-CollDate > ZERO
                   MOVE CP-CollDate TO WS-Coll-Date
               END-IF
               CLOSE CollParmFile
           END-IF.
           MOVE WS-Coll-Date(1:6) TO WS-Coll-Month.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadTenantTable.
           OPEN INPUT TenantRentFile.
           IF WS-TenantRent-Status = "00"
               READ TenantRentFile
                   AT END MOVE "Y" TO WS-Tenant-Eof
               END-READ
               PERFORM UNTIL Tenant-Eof
                   IF WS-Tenant-Count < 500
                       ADD 1 TO WS-Tenant-Count
                       MOVE TR-TenantID
                           TO TN-TenantID(WS-Tenant-Count)
                       MOVE TR-TenantName
                           TO TN-TenantName(WS-Tenant-Count)
                       MOVE ZERO TO TN-Balance(WS-Tenant-Count)
                       MOVE ZERO TO TN-Month-Charges(WS-Tenant-Count)
                       MOVE "N" TO TN-Collected(WS-Tenant-Count)
                   END-IF
                   READ TenantRentFile
                       AT END MOVE "Y" TO WS-Tenant-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantRentFile
           END-IF.

       LookupTenant.
           MOVE "N" TO WS-Tenant-Found.
           PERFORM VARYING WS-Tenant-Idx FROM 1 BY 1
                   UNTIL WS-Tenant-Idx > WS-Tenant-Count
                       OR Tenant-Found
               IF TN-TenantID(WS-Tenant-Idx) = WS-Lookup-TenantID
                   MOVE "Y" TO WS-Tenant-Found
                   MOVE WS-Tenant-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadMandates.
           OPEN INPUT MandateFile.
           IF WS-Mandate-Status = "00"
               READ MandateFile
                   AT END MOVE "Y" TO WS-Mandate-Eof
               END-READ
               PERFORM UNTIL Mandate-Eof
                   PERFORM StoreOneMandate
                   READ MandateFile
                       AT END MOVE "Y" TO WS-Mandate-Eof
                   END-READ
               END-PERFORM
               CLOSE MandateFile
           END-IF.

       StoreOneMandate.
           MOVE "N" TO WS-Mandate-Found.
           PERFORM VARYING WS-Mandate-Idx FROM 1 BY 1
                   UNTIL WS-Mandate-Idx > WS-Mandate-Count
                       OR Mandate-Found
               IF MT-TenantID(WS-Mandate-Idx) = DM-TenantID
                   MOVE "Y" TO WS-Mandate-Found
                   MOVE WS-Mandate-Idx TO WS-Mandate-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Mandate-Found AND WS-Mandate-Count < 500
               ADD 1 TO WS-Mandate-Count
               MOVE WS-Mandate-Count TO WS-Mandate-Found-Idx
               MOVE "Y" TO WS-Mandate-Found
           END-IF.
           IF Mandate-Found
               MOVE DM-TenantID TO MT-TenantID(WS-Mandate-Found-Idx)
               MOVE DM-IBAN TO MT-IBAN(WS-Mandate-Found-Idx)
               MOVE DM-BIC TO MT-BIC(WS-Mandate-Found-Idx)
               MOVE DM-MandateRef
                   TO MT-MandateRef(WS-Mandate-Found-Idx)
               MOVE DM-SignDate TO MT-SignDate(WS-Mandate-Found-Idx)
               MOVE DM-Status TO MT-Status(WS-Mandate-Found-Idx)
           END-IF.

      * Running balance to the collection date, and the rent charges
      * raised in the collection month - the amount a mandate is
      * collected for.
       LoadLedgerBalances.
           OPEN INPUT TenantLedgerFile.
           IF WS-Ledger-Status = "00"
               READ TenantLedgerFile
                   AT END MOVE "Y" TO WS-Ledger-Eof
               END-READ
               PERFORM UNTIL Ledger-Eof
                   IF TL-TranDate <= WS-Coll-Date
                       PERFORM ApplyOneLedgerEntry
                   END-IF
                   READ TenantLedgerFile
                       AT END MOVE "Y" TO WS-Ledger-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantLedgerFile
           END-IF.

       ApplyOneLedgerEntry.
           MOVE TL-TenantID TO WS-Lookup-TenantID.
           PERFORM LookupTenant.
           IF Tenant-Found
               IF TL-Debit
                   ADD TL-Amount TO TN-Balance(WS-Found-Idx)
                   IF TL-Charge
                           AND TL-TranDate(1:6) = WS-Coll-Month
                       ADD TL-Amount
                           TO TN-Month-Charges(WS-Found-Idx)
                   END-IF
               ELSE
                   SUBTRACT TL-Amount FROM TN-Balance(WS-Found-Idx)
               END-IF
           END-IF.

      * A collection already made for the month, whether still
      * pending or since returned, is not made again; a returned
      * collection is left to the dunning letters.
       LoadCollectionHistory.
           OPEN INPUT DdHistFile.
           IF WS-DdHist-Status = "00"
               READ DdHistFile
                   AT END MOVE "Y" TO WS-DdHist-Eof
               END-READ
               PERFORM UNTIL DdHist-Eof
                   IF DH-CollDate(1:6) = WS-Coll-Month
                       MOVE DH-TenantID TO WS-Lookup-TenantID
                       PERFORM LookupTenant
                       IF Tenant-Found
                           MOVE "Y" TO TN-Collected(WS-Found-Idx)
                       END-IF
                   END-IF
                   READ DdHistFile
                       AT END MOVE "Y" TO WS-DdHist-Eof
                   END-READ
               END-PERFORM
               CLOSE DdHistFile
           END-IF.

       CollectOneMandate.
           MOVE SPACES TO WS-Exception-Reason.
           MOVE MT-TenantID(WS-Mandate-Idx) TO WS-Lookup-TenantID.
           PERFORM LookupTenant.
           EVALUATE TRUE
               WHEN MT-Status(WS-Mandate-Idx) = "C"
                   CONTINUE
               WHEN NOT Tenant-Found
                   MOVE "MANDATE FOR UNKNOWN TENANT"
                       TO WS-Exception-Reason
               WHEN MT-IBAN(WS-Mandate-Idx) = SPACES
                       OR MT-MandateRef(WS-Mandate-Idx) = SPACES
                   MOVE "MANDATE DETAILS INCOMPLETE"
                       TO WS-Exception-Reason
               WHEN MT-SignDate(WS-Mandate-Idx) NOT NUMERIC
                       OR MT-SignDate(WS-Mandate-Idx) = ZERO
                       OR MT-SignDate(WS-Mandate-Idx) > WS-Coll-Date
                   MOVE "MANDATE NOT SIGNED"
                       TO WS-Exception-Reason
               WHEN TN-Collected(WS-Found-Idx) = "Y"
                   CONTINUE
               WHEN OTHER
                   PERFORM SetCollectionAmount
                   IF WS-Coll-Amount > ZERO
                       PERFORM WriteCollection
                   END-IF
           END-EVALUATE.
           IF WS-Exception-Reason NOT = SPACES
               ADD 1 TO WS-Refused-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "RENTDDCOLL" TO EXC-Source
               MOVE MT-TenantID(WS-Mandate-Idx) TO EXC-Key
               MOVE WS-Exception-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

      * The month's charges, cut back to the balance owed when part
      * of the month has already been paid.
       SetCollectionAmount.
           MOVE TN-Month-Charges(WS-Found-Idx) TO WS-Coll-Amount.
           IF TN-Balance(WS-Found-Idx) < WS-Coll-Amount
               MOVE TN-Balance(WS-Found-Idx) TO WS-Coll-Amount
           END-IF.

       WriteCollection.
           MOVE MT-TenantID(WS-Mandate-Idx) TO BD-TenantID.
           MOVE MT-IBAN(WS-Mandate-Idx) TO BD-IBAN.
           MOVE MT-BIC(WS-Mandate-Idx) TO BD-BIC.
           MOVE MT-MandateRef(WS-Mandate-Idx) TO BD-MandateRef.
           MOVE MT-SignDate(WS-Mandate-Idx) TO BD-SignDate.
           MOVE WS-Coll-Amount TO BD-Amount.
           MOVE WS-Bank-Detail-Line TO DdCollLine.
           WRITE DdCollLine.
           MOVE MT-TenantID(WS-Mandate-Idx) TO RP-TenantID.
           MOVE WS-Coll-Date TO RP-PayDate.
           MOVE WS-Coll-Amount TO RP-Amount.
           MOVE "D" TO RP-Method.
           MOVE "P" TO RP-Status.
           WRITE RentPayRec.
           MOVE MT-TenantID(WS-Mandate-Idx) TO DH-TenantID.
           MOVE MT-MandateRef(WS-Mandate-Idx) TO DH-MandateRef.
           MOVE WS-Coll-Date TO DH-CollDate.
           MOVE WS-Coll-Amount TO DH-Amount.
           MOVE "P" TO DH-Status.
           MOVE ZERO TO DH-ReturnDate.
           MOVE SPACES TO DH-Reason.
           WRITE RentDdHistRec.
           MOVE "Y" TO TN-Collected(WS-Found-Idx).
           MOVE MT-TenantID(WS-Mandate-Idx) TO RL-TenantID.
           MOVE TN-TenantName(WS-Found-Idx) TO RL-TenantName.
           MOVE MT-MandateRef(WS-Mandate-Idx) TO RL-MandateRef.
           MOVE WS-Coll-Amount TO RL-Amount.
           MOVE WS-Report-Line TO CollReportLine.
           WRITE CollReportLine.
           ADD 1 TO WS-Coll-Count.
           ADD WS-Coll-Amount TO WS-Coll-Total.

       END PROGRAM RentDdCollect.

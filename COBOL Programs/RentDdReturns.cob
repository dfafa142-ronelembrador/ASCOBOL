      ******************************************************************
      * Author:
      * Date:
      * Purpose: Closes the loop on the rent direct-debit collection
      *          file the way BankReturnsPost closes it for payroll.
      *          The bank's returns file (RENTDDRETURN.DAT, one failed
      *          collection per line with the mandate reference,
      *          collection date and reason) is matched against the
      *          pending collections on RENTDDHIST.DAT. Each matched
      *          return is stamped returned on the history and
      *          reversed on TENANTLEDGER.DAT as a type "R" entry, so
      *          the amount is back on the tenant's balance for
      *          RentArrears and the RentEscalate dunning letters. A
      *          return that matches no pending collection goes to
      *          the exceptions file and reverses nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RentDdReturns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DdReturnFile ASSIGN TO "RENTDDRETURN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DdReturn-Status.
           SELECT TenantRentFile ASSIGN TO "TENANTRENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenantRent-Status.
           SELECT DdHistFile ASSIGN TO "RENTDDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DdHist-Status.
           SELECT TenantLedgerFile ASSIGN TO "TENANTLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Ledger-Status.
           SELECT ReturnReportFile ASSIGN TO "RENTDDRETRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DdReturnFile.
       01  DdReturnRec.
           02  RR-TenantID             PIC 9(5).
           02  RR-MandateRef           PIC X(15).
           02  RR-CollDate             PIC 9(8).
           02  RR-Amount               PIC 9(8)V99.
           02  RR-Reason               PIC X(20).

       FD  TenantRentFile.
       01  TenantRentRec.
           02 TR-TenantID               PIC 9(5).
           02 TR-TenantName             PIC X(20).
           02 TR-CityCode               PIC 99.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  DdHistFile.
           COPY DDHIST.

       FD  TenantLedgerFile.
           COPY TENLEDG.

       FD  ReturnReportFile.
       01  ReturnReportLine            PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-DdReturn-Status          PIC XX.
       01  WS-TenantRent-Status        PIC XX.
       01  WS-DdHist-Status            PIC XX.
       01  WS-Ledger-Status            PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Backup-Name              PIC X(30)
               VALUE "RENTDDHIST.DAT".

       01  WS-Eof-Switches.
           02  WS-Return-Eof           PIC X VALUE "N".
               88  Return-Eof              VALUE "Y".
           02  WS-Tenant-Eof           PIC X VALUE "N".
               88  Tenant-Eof              VALUE "Y".
           02  WS-DdHist-Eof           PIC X VALUE "N".
               88  DdHist-Eof              VALUE "Y".

       01  WS-Tenant-Count             PIC 9(4) VALUE ZERO.
       01  TenantTable.
           02 Tenant-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Tenant-Count.
               03 TN-TenantID              PIC 9(5).
               03 TN-TenantName            PIC X(20).
       01  WS-Tenant-Idx               PIC 9(4).

      * The history is carried as whole record images; fields are
      * worked on through the FD record layout.
       01  WS-Hist-Count               PIC 9(5) VALUE ZERO.
       01  WS-Hist-Limit               PIC 9(5) VALUE 5000.
       01  HistImageTable.
           02 HistImage-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Hist-Count.
               03 HM-HistRec               PIC X(64).
       01  WS-Hist-Idx                 PIC 9(5).
       01  WS-Hist-Found-Idx           PIC 9(5).
       01  WS-Hist-Found               PIC X VALUE "N".
           88  Hist-Found                  VALUE "Y".
       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

      * Closed-period guard: a reversal is dated today and is not
      * posted into a closed RENT period.
       01  WS-Period-Subsystem         PIC X(8) VALUE "RENT".
       01  WS-Period-Result            PIC X.

       01  WS-History-Changed          PIC X VALUE "N".
           88  History-Changed             VALUE "Y".
       01  WS-Exception-Reason         PIC X(30).
       01  WS-Returned-Count           PIC 9(5) VALUE ZERO.
       01  WS-Returned-Total           PIC 9(8)V99 VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(38)
                   VALUE "RENT DIRECT DEBITS RETURNED  RUN DATE ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-Return-Line.
           02  RT-TenantID             PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  RT-TenantName           PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RT-CollDate             PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RT-Amount               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RT-Reason               PIC X(20).
           02  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(20)
                   VALUE "RETURNS REVERSED:   ".
           02  TL-ReturnCount          PIC ZZ,ZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "   TOTAL: ".
           02  TL-ReturnTotal          PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(31) VALUE SPACES.

      * Run lock on the collection history, taken through FileLock
      * before the table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "RENTDDHIST.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "RentDdReturns".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Run-Date-Num WS-Period-Result.
           IF WS-Period-Result = "C"
               DISPLAY "RENTDDRETURNS: RENT PERIOD FOR " WS-Run-Date
                   " CLOSED - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "RENTDDRETURNS: RENTDDHIST.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadHistoryImages.
           IF Table-Full
               DISPLAY "RENTDDRETURNS: HISTORY TABLE FULL - "
                   "NOTHING REVERSED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OpenExceptionsFile
               PERFORM LoadTenantTable
               OPEN OUTPUT ReturnReportFile
               MOVE WS-Run-Date TO RH-RunDate
               MOVE WS-Report-Heading TO ReturnReportLine
               WRITE ReturnReportLine
               OPEN EXTEND TenantLedgerFile
               IF WS-Ledger-Status = "35"
                   OPEN OUTPUT TenantLedgerFile
               END-IF
               PERFORM PostBankReturns
               CLOSE TenantLedgerFile
               MOVE WS-Returned-Count TO TL-ReturnCount
               MOVE WS-Returned-Total TO TL-ReturnTotal
               MOVE WS-Total-Line TO ReturnReportLine
               WRITE ReturnReportLine
               CLOSE ReturnReportFile
               CLOSE ExceptionsFile
               IF History-Changed
                   PERFORM RewriteHistory
               END-IF
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           DISPLAY "RENTDDRETURNS: " WS-Returned-Count
               " COLLECTIONS REVERSED, " WS-Rejected-Count
               " RETURNS REJECTED".
           STOP RUN.

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
                   END-IF
                   READ TenantRentFile
                       AT END MOVE "Y" TO WS-Tenant-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantRentFile
           END-IF.

       LoadHistoryImages.
           OPEN INPUT DdHistFile.
           IF WS-DdHist-Status = "00"
               READ DdHistFile
                   AT END MOVE "Y" TO WS-DdHist-Eof
               END-READ
               PERFORM UNTIL DdHist-Eof
                   IF WS-Hist-Count < WS-Hist-Limit
                       ADD 1 TO WS-Hist-Count
                       MOVE RentDdHistRec TO HM-HistRec(WS-Hist-Count)
                   ELSE
                       MOVE "Y" TO WS-Table-Full
                   END-IF
                   READ DdHistFile
                       AT END MOVE "Y" TO WS-DdHist-Eof
                   END-READ
               END-PERFORM
               CLOSE DdHistFile
           END-IF.

       PostBankReturns.
           OPEN INPUT DdReturnFile.
           IF WS-DdReturn-Status = "00"
               READ DdReturnFile
                   AT END MOVE "Y" TO WS-Return-Eof
               END-READ
               PERFORM UNTIL Return-Eof
                   PERFORM PostOneReturn
                   READ DdReturnFile
                       AT END MOVE "Y" TO WS-Return-Eof
                   END-READ
               END-PERFORM
               CLOSE DdReturnFile
           END-IF.

      * The return must name a collection still pending on the
      * history - same tenant, mandate and collection date - and
      * for the amount collected.
       PostOneReturn.
           MOVE SPACES TO WS-Exception-Reason.
           MOVE "N" TO WS-Hist-Found.
           PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                   UNTIL WS-Hist-Idx > WS-Hist-Count
                       OR Hist-Found
               MOVE HM-HistRec(WS-Hist-Idx) TO RentDdHistRec
               IF DH-TenantID = RR-TenantID
                       AND DH-MandateRef = RR-MandateRef
                       AND DH-CollDate = RR-CollDate
                   MOVE "Y" TO WS-Hist-Found
                   MOVE WS-Hist-Idx TO WS-Hist-Found-Idx
               END-IF
           END-PERFORM.
           IF Hist-Found
               MOVE HM-HistRec(WS-Hist-Found-Idx) TO RentDdHistRec
           END-IF.
           EVALUATE TRUE
               WHEN NOT Hist-Found
                   MOVE "NO MATCHING COLLECTION"
                       TO WS-Exception-Reason
               WHEN DH-Returned
                   MOVE "COLLECTION ALREADY RETURNED"
                       TO WS-Exception-Reason
               WHEN DH-Amount NOT = RR-Amount
                   MOVE "RETURN AMOUNT MISMATCH"
                       TO WS-Exception-Reason
               WHEN OTHER
                   PERFORM ReverseCollection
           END-EVALUATE.
           IF WS-Exception-Reason NOT = SPACES
               ADD 1 TO WS-Rejected-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "RENTDDRET" TO EXC-Source
               MOVE RR-TenantID TO EXC-Key
               MOVE WS-Exception-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       ReverseCollection.
           MOVE "R" TO DH-Status.
           MOVE WS-Run-Date TO DH-ReturnDate.
           MOVE RR-Reason TO DH-Reason.
           MOVE RentDdHistRec TO HM-HistRec(WS-Hist-Found-Idx).
           MOVE "Y" TO WS-History-Changed.
           MOVE DH-TenantID TO TL-TenantID.
           MOVE WS-Run-Date TO TL-TranDate.
           MOVE "R" TO TL-TranType.
           MOVE DH-Amount TO TL-Amount.
           WRITE TenantLedgerRec.
           ADD 1 TO WS-Returned-Count.
           ADD DH-Amount TO WS-Returned-Total.
           MOVE DH-TenantID TO RT-TenantID.
           MOVE SPACES TO RT-TenantName.
           PERFORM VARYING WS-Tenant-Idx FROM 1 BY 1
                   UNTIL WS-Tenant-Idx > WS-Tenant-Count
               IF TN-TenantID(WS-Tenant-Idx) = DH-TenantID
                   MOVE TN-TenantName(WS-Tenant-Idx) TO RT-TenantName
               END-IF
           END-PERFORM.
           MOVE DH-CollDate TO RT-CollDate.
           MOVE DH-Amount TO RT-Amount.
           MOVE RR-Reason TO RT-Reason.
           MOVE WS-Return-Line TO ReturnReportLine.
           WRITE ReturnReportLine.

       RewriteHistory.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT DdHistFile.
           PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                   UNTIL WS-Hist-Idx > WS-Hist-Count
               MOVE HM-HistRec(WS-Hist-Idx) TO RentDdHistRec
               WRITE RentDdHistRec
           END-PERFORM.
           CLOSE DdHistFile.

       END PROGRAM RentDdReturns.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/close transactions from
      *          BRREPMAINT.DAT to the branch master (AROMABRANCH.DAT)
      *          and the sales-rep master (AROMAREP.DAT) that branch
      *          reporting, commission, CommPayBridge and
      *          RepCommStatement run from, in the CustomerMaint
      *          style. A rep's employee cross-reference must be an
      *          employee still on EMPLOYEEMAST.DAT, since it is who
      *          CommPayBridge pays. Closing is refused while
      *          anything is still open against the code: for a
      *          branch, stock on AROMABRSTOCK.DAT, backorders on
      *          AROMABACKORD.DAT or commission earned there; for a
      *          rep, commission. Commission counts as unpaid while
      *          AROMACOMMDET.DAT holds it and COMMCTL.DAT shows the
      *          month not yet bridged to payroll. Closed records
      *          stay on file marked C and can be reopened. Every
      *          change is appended to BRREPAUDIT.DAT field by field
      *          with the date and operator; refused transactions go
      *          to the exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchRepMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BranchMaster ASSIGN TO "AROMABRANCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchMaster-Status.
           SELECT RepMaster ASSIGN TO "AROMAREP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RepMaster-Status.
           SELECT EmployeeMaster ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT BranchStockFile ASSIGN TO "AROMABRSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchStock-Status.
           SELECT BackorderFile ASSIGN TO "AROMABACKORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Backorder-Status.
           SELECT CommDetailFile ASSIGN TO "AROMACOMMDET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CommDetail-Status.
           SELECT CommCtlFile ASSIGN TO "COMMCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CommCtl-Status.
           SELECT TransactionFile ASSIGN TO "BRREPMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tran-Status.
           SELECT AuditFile ASSIGN TO "BRREPAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BranchMaster.
           COPY AROMABR.

       FD  RepMaster.
           COPY AROMAREP.

       FD  EmployeeMaster.
           COPY EMPMAST.

       FD  BranchStockFile.
       01  BranchStockRec.
           02  BS-Branch               PIC 99.
           02  BS-OilNum               PIC 99.
           02  BS-Stock                PIC 9(5).

       FD  BackorderFile.
           COPY BACKORD.

       FD  CommDetailFile.
           COPY COMMDET.

       FD  CommCtlFile.
       01  CommCtlRec.
           02  CC3-PayYear             PIC 9(4).
           02  CC3-PayPeriod           PIC 99.

       FD  TransactionFile.
           COPY BRREPTRAN.

       FD  AuditFile.
       01  AuditLine                   PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-BranchMaster-Status      PIC XX.
       01  WS-RepMaster-Status         PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-Backorder-Status         PIC XX.
       01  WS-CommDetail-Status        PIC XX.
       01  WS-CommCtl-Status           PIC XX.
       01  WS-Tran-Status              PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-BranchMaster-Eof     PIC X VALUE "N".
               88  BranchMaster-Eof        VALUE "Y".
           02  WS-RepMaster-Eof        PIC X VALUE "N".
               88  RepMaster-Eof           VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".
           02  WS-BranchStock-Eof      PIC X VALUE "N".
               88  BranchStock-Eof         VALUE "Y".
           02  WS-Backorder-Eof        PIC X VALUE "N".
               88  Backorder-Eof           VALUE "Y".
           02  WS-CommDetail-Eof       PIC X VALUE "N".
               88  CommDetail-Eof          VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

      * Branch codes are 01-99, so the branch table is indexed by
      * the code itself; BN-Exists marks the codes on the master.
       01  BranchTable.
           02 Branch-Entry OCCURS 99 TIMES.
               03 BN-Exists                PIC X.
               03 BN-TableName             PIC X(20).
               03 BN-TableStatus           PIC X.
               03 BN-Stock-Held            PIC X.
               03 BN-Backorders-Held       PIC X.
               03 BN-Unpaid-Comm           PIC S9(7)V99.

       01  WS-Rep-Count                PIC 9(3) VALUE ZERO.
       01  WS-Rep-Table-Limit          PIC 9(3) VALUE 200.
       01  RepTable.
           02 Rep-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Rep-Count.
               03 RT-RepCode               PIC 9(3).
               03 RT-RepName               PIC X(20).
               03 RT-Territory             PIC X(12).
               03 RT-CommRate              PIC V99.
               03 RT-EmpID                 PIC 9(5).
               03 RT-Status                PIC X.
               03 RT-Unpaid-Comm           PIC S9(7)V99.

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  WS-Emp-Table-Limit          PIC 9(4) VALUE 2000.
       01  EmployeeTable.
           02 Emp-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 ET-EmpID                 PIC 9(5).
               03 ET-LeaveDate             PIC 9(8).

       01  WS-Branch-Idx               PIC 999.
       01  WS-Rep-Idx                  PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Emp-Found                PIC X VALUE "N".
           88  Emp-Found                   VALUE "Y".
       01  WS-Emp-Left                 PIC X VALUE "N".
           88  Emp-Left                    VALUE "Y".

      * Commission on file is unpaid until CommPayBridge has
      * bridged the current month.
       01  WS-Comm-Bridged             PIC X VALUE "N".
           88  Comm-Bridged                VALUE "Y".
       01  WS-Run-Period-Key           PIC 9(6).
       01  WS-Last-Period-Key          PIC 9(6) VALUE ZERO.

       01  WS-Branch-Changed           PIC X VALUE "N".
           88  Branch-Changed              VALUE "Y".
       01  WS-Rep-Changed              PIC X VALUE "N".
           88  Rep-Changed                 VALUE "Y".

       01  WS-Refuse-Reason            PIC X(30).

       01  WS-Tran-Count               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.

       01  WS-Branch-Backup            PIC X(30)
               VALUE "AROMABRANCH.DAT".
       01  WS-Rep-Backup               PIC X(30)
               VALUE "AROMAREP.DAT".

       01  WS-Audit-Field              PIC X(10).
       01  WS-Audit-Old                PIC X(30).
       01  WS-Audit-New                PIC X(30).
       01  WS-Rate-Display             PIC .99.

       01  WS-Audit-Line.
           02  AL-RecType              PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Code                 PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Action               PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Field                PIC X(10).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-OldValue             PIC X(30).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-NewValue             PIC X(30).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-ChangeDate           PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Operator             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.


      * Run locks on both masters, taken through FileLock before the
      * table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30).
       01  WS-Lock-Program             PIC X(20)
               VALUE "BranchRepMaint".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).


      * Operator sign-on checked against the authorization
      * master before any transaction is applied.
       01  WS-Auth-Program             PIC X(20)
               VALUE "BranchRepMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "BRANCHREPMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TakeMasterLocks.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadBranchTable.
           PERFORM LoadRepTable.
           PERFORM LoadEmployeeTable.
           IF Table-Full
               DISPLAY "BRANCHREPMAINT: MASTER TABLE FULL - "
                   "MASTERS NOT REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM NoteBranchStock
               PERFORM NoteBackorders
               PERFORM CheckCommissionBridged
               IF NOT Comm-Bridged
                   PERFORM NoteUnpaidCommission
               END-IF
               PERFORM OpenExceptionsFile
               OPEN EXTEND AuditFile
               IF WS-Audit-Status = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               PERFORM ApplyTransactions
               CLOSE AuditFile
               CLOSE ExceptionsFile
               IF Branch-Changed
                   PERFORM RewriteBranchFile
               END-IF
               IF Rep-Changed
                   PERFORM RewriteRepFile
               END-IF
           END-IF.
           PERFORM ClearMasterLocks.
           DISPLAY "BRANCHREPMAINT: " WS-Tran-Count
               " TRANSACTIONS, " WS-Applied-Count " APPLIED, "
               WS-Refused-Count " REFUSED".
           STOP RUN.

      * Both masters are locked up front; failing the second lock
      * releases the first before refusing the run.
       TakeMasterLocks.
           MOVE "SET" TO WS-Lock-Action.
           MOVE "AROMABRANCH.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "BRANCHREPMAINT: AROMABRANCH.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AROMAREP.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "BRANCHREPMAINT: AROMAREP.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE "CLEAR" TO WS-Lock-Action
               MOVE "AROMABRANCH.DAT" TO WS-Lock-File
               CALL "FileLock" USING WS-Lock-Action WS-Lock-File
                   WS-Lock-Program WS-Lock-Result WS-Lock-Holder
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ClearMasterLocks.
           MOVE "CLEAR" TO WS-Lock-Action.
           MOVE "AROMABRANCH.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           MOVE "AROMAREP.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadBranchTable.
           PERFORM VARYING WS-Branch-Idx FROM 1 BY 1
                   UNTIL WS-Branch-Idx > 99
               MOVE "N" TO BN-Exists(WS-Branch-Idx)
               MOVE SPACES TO BN-TableName(WS-Branch-Idx)
               MOVE SPACE TO BN-TableStatus(WS-Branch-Idx)
               MOVE "N" TO BN-Stock-Held(WS-Branch-Idx)
               MOVE "N" TO BN-Backorders-Held(WS-Branch-Idx)
               MOVE ZERO TO BN-Unpaid-Comm(WS-Branch-Idx)
           END-PERFORM.
           OPEN INPUT BranchMaster.
           IF WS-BranchMaster-Status = "00"
               READ BranchMaster
                   AT END MOVE "Y" TO WS-BranchMaster-Eof
               END-READ
               PERFORM UNTIL BranchMaster-Eof
                   IF BR-BranchCode > ZERO
                       MOVE "Y" TO BN-Exists(BR-BranchCode)
                       MOVE BR-BranchName
                           TO BN-TableName(BR-BranchCode)
                       IF BR-Closed
                           MOVE "C" TO BN-TableStatus(BR-BranchCode)
                       ELSE
                           MOVE "O" TO BN-TableStatus(BR-BranchCode)
                       END-IF
                   END-IF
                   READ BranchMaster
                       AT END MOVE "Y" TO WS-BranchMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

       LoadRepTable.
           OPEN INPUT RepMaster.
           IF WS-RepMaster-Status = "00"
               READ RepMaster
                   AT END MOVE "Y" TO WS-RepMaster-Eof
               END-READ
               PERFORM UNTIL RepMaster-Eof
                   IF WS-Rep-Count >= WS-Rep-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Rep-Count
                       MOVE RM-RepCode TO RT-RepCode(WS-Rep-Count)
                       MOVE RM-RepName TO RT-RepName(WS-Rep-Count)
                       MOVE RM-Territory TO RT-Territory(WS-Rep-Count)
                       MOVE RM-CommRate TO RT-CommRate(WS-Rep-Count)
                       MOVE RM-EmpID TO RT-EmpID(WS-Rep-Count)
                       IF RM-Closed
                           MOVE "C" TO RT-Status(WS-Rep-Count)
                       ELSE
                           MOVE "O" TO RT-Status(WS-Rep-Count)
                       END-IF
                       MOVE ZERO TO RT-Unpaid-Comm(WS-Rep-Count)
                   END-IF
                   READ RepMaster
                       AT END MOVE "Y" TO WS-RepMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RepMaster
           END-IF.

       LoadEmployeeTable.
           OPEN INPUT EmployeeMaster.
           IF WS-EmpMaster-Status = "00"
               READ EmployeeMaster
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
               PERFORM UNTIL EmpMaster-Eof
                   IF WS-Emp-Count >= WS-Emp-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Emp-Count
                       MOVE EM-EmpID TO ET-EmpID(WS-Emp-Count)
                       MOVE EM-LeaveDate TO ET-LeaveDate(WS-Emp-Count)
                   END-IF
                   READ EmployeeMaster
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMaster
           END-IF.

       NoteBranchStock.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-Status = "00"
               READ BranchStockFile
                   AT END MOVE "Y" TO WS-BranchStock-Eof
               END-READ
               PERFORM UNTIL BranchStock-Eof
                   IF BS-Branch > ZERO AND BS-Stock > ZERO
                       MOVE "Y" TO BN-Stock-Held(BS-Branch)
                   END-IF
                   READ BranchStockFile
                       AT END MOVE "Y" TO WS-BranchStock-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       NoteBackorders.
           OPEN INPUT BackorderFile.
           IF WS-Backorder-Status = "00"
               READ BackorderFile
                   AT END MOVE "Y" TO WS-Backorder-Eof
               END-READ
               PERFORM UNTIL Backorder-Eof
                   IF BK-Branch > ZERO AND BK-Qty > ZERO
                       MOVE "Y" TO BN-Backorders-Held(BK-Branch)
                   END-IF
                   READ BackorderFile
                       AT END MOVE "Y" TO WS-Backorder-Eof
                   END-READ
               END-PERFORM
               CLOSE BackorderFile
           END-IF.

      * The control record holds the last month CommPayBridge
      * bridged; the detail file on hand has been paid once the
      * current month is bridged.
       CheckCommissionBridged.
           OPEN INPUT CommCtlFile.
           IF WS-CommCtl-Status = "00"
               READ CommCtlFile
                   AT END CONTINUE
                   NOT AT END
                       COMPUTE WS-Last-Period-Key =
                           CC3-PayYear * 100 + CC3-PayPeriod
               END-READ
               CLOSE CommCtlFile
           END-IF.
           MOVE WS-Run-Date(1:6) TO WS-Run-Period-Key.
           IF WS-Last-Period-Key >= WS-Run-Period-Key
               MOVE "Y" TO WS-Comm-Bridged
           END-IF.

       NoteUnpaidCommission.
           OPEN INPUT CommDetailFile.
           IF WS-CommDetail-Status = "00"
               READ CommDetailFile
                   AT END MOVE "Y" TO WS-CommDetail-Eof
               END-READ
               PERFORM UNTIL CommDetail-Eof
                   IF CD-Branch > ZERO
                       ADD CD-Commission
                           TO BN-Unpaid-Comm(CD-Branch)
                   END-IF
                   PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                           UNTIL WS-Rep-Idx > WS-Rep-Count
                       IF RT-RepCode(WS-Rep-Idx) = CD-RepCode
                           ADD CD-Commission
                               TO RT-Unpaid-Comm(WS-Rep-Idx)
                       END-IF
                   END-PERFORM
                   READ CommDetailFile
                       AT END MOVE "Y" TO WS-CommDetail-Eof
                   END-READ
               END-PERFORM
               CLOSE CommDetailFile
           END-IF.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           IF WS-Tran-Status = "00"
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   ADD 1 TO WS-Tran-Count
                   PERFORM ApplyOneTransaction
                   READ TransactionFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE TransactionFile
           END-IF.

       ApplyOneTransaction.
           MOVE SPACES TO WS-Refuse-Reason.
           EVALUATE TRUE
               WHEN BT-Code NOT NUMERIC
                   MOVE "BAD CODE" TO WS-Refuse-Reason
               WHEN BT-Branch
                   PERFORM ApplyBranchTransaction
               WHEN BT-Rep
                   PERFORM ApplyRepTransaction
               WHEN OTHER
                   MOVE "BAD RECORD TYPE" TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Applied-Count
           ELSE
               PERFORM WriteRefusal
           END-IF.

       ApplyBranchTransaction.
           IF BT-Code = ZERO OR BT-Code > 99
               MOVE "BAD BRANCH CODE" TO WS-Refuse-Reason
           ELSE
               MOVE BT-Code TO WS-Branch-Idx
               EVALUATE TRUE
                   WHEN BT-Add
                       PERFORM AddBranch
                   WHEN BT-Change
                       PERFORM ChangeBranch
                   WHEN BT-Close
                       PERFORM CloseBranch
                   WHEN BT-Reopen
                       PERFORM ReopenBranch
                   WHEN OTHER
                       MOVE "BAD ACTION CODE" TO WS-Refuse-Reason
               END-EVALUATE
           END-IF.

       AddBranch.
           EVALUATE TRUE
               WHEN BN-Exists(WS-Branch-Idx) = "Y"
                   MOVE "BRANCH ALREADY ON FILE" TO WS-Refuse-Reason
               WHEN BT-Name = SPACES
                   MOVE "NAME MISSING" TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "Y" TO BN-Exists(WS-Branch-Idx)
                   MOVE BT-Name TO BN-TableName(WS-Branch-Idx)
                   MOVE "O" TO BN-TableStatus(WS-Branch-Idx)
                   MOVE "NAME" TO WS-Audit-Field
                   MOVE SPACES TO WS-Audit-Old
                   MOVE BT-Name TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "Y" TO WS-Branch-Changed
           END-EVALUATE.

       ChangeBranch.
           EVALUATE TRUE
               WHEN BN-Exists(WS-Branch-Idx) NOT = "Y"
                   MOVE "BRANCH NOT ON FILE" TO WS-Refuse-Reason
               WHEN BT-Name = SPACES
                   MOVE "NAME MISSING" TO WS-Refuse-Reason
               WHEN BT-Name NOT = BN-TableName(WS-Branch-Idx)
                   MOVE "NAME" TO WS-Audit-Field
                   MOVE BN-TableName(WS-Branch-Idx) TO WS-Audit-Old
                   MOVE BT-Name TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE BT-Name TO BN-TableName(WS-Branch-Idx)
                   MOVE "Y" TO WS-Branch-Changed
           END-EVALUATE.

       CloseBranch.
           EVALUATE TRUE
               WHEN BN-Exists(WS-Branch-Idx) NOT = "Y"
                   MOVE "BRANCH NOT ON FILE" TO WS-Refuse-Reason
               WHEN BN-TableStatus(WS-Branch-Idx) = "C"
                   MOVE "BRANCH ALREADY CLOSED" TO WS-Refuse-Reason
               WHEN BN-Stock-Held(WS-Branch-Idx) = "Y"
                   MOVE "BRANCH STILL HOLDS STOCK" TO WS-Refuse-Reason
               WHEN BN-Backorders-Held(WS-Branch-Idx) = "Y"
                   MOVE "BRANCH HAS OPEN BACKORDERS"
                       TO WS-Refuse-Reason
               WHEN BN-Unpaid-Comm(WS-Branch-Idx) NOT = ZERO
                   MOVE "UNPAID COMMISSION AT BRANCH"
                       TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "OPEN" TO WS-Audit-Old
                   MOVE "CLOSED" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "C" TO BN-TableStatus(WS-Branch-Idx)
                   MOVE "Y" TO WS-Branch-Changed
           END-EVALUATE.

       ReopenBranch.
           EVALUATE TRUE
               WHEN BN-Exists(WS-Branch-Idx) NOT = "Y"
                   MOVE "BRANCH NOT ON FILE" TO WS-Refuse-Reason
               WHEN BN-TableStatus(WS-Branch-Idx) NOT = "C"
                   MOVE "BRANCH NOT CLOSED" TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "CLOSED" TO WS-Audit-Old
                   MOVE "OPEN" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "O" TO BN-TableStatus(WS-Branch-Idx)
                   MOVE "Y" TO WS-Branch-Changed
           END-EVALUATE.

       ApplyRepTransaction.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                   UNTIL WS-Rep-Idx > WS-Rep-Count
                       OR Entry-Found
               IF RT-RepCode(WS-Rep-Idx) = BT-Code
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Rep-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN BT-Add
                   PERFORM AddRep
               WHEN BT-Change
                   PERFORM ChangeRep
               WHEN BT-Close
                   PERFORM CloseRep
               WHEN BT-Reopen
                   PERFORM ReopenRep
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-Refuse-Reason
           END-EVALUATE.

      * The employee the rep is paid as must be on the employee
      * master and not a leaver.
       ValidateRepFields.
           IF BT-Name = SPACES
               MOVE "NAME MISSING" TO WS-Refuse-Reason
           END-IF.
           IF BT-CommRate NOT NUMERIC
               MOVE "BAD COMMISSION RATE" TO WS-Refuse-Reason
           END-IF.
           IF BT-EmpID NOT NUMERIC
               MOVE "BAD EMPLOYEE ID" TO WS-Refuse-Reason
           ELSE
               MOVE "N" TO WS-Emp-Found
               MOVE "N" TO WS-Emp-Left
               PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                       UNTIL WS-Emp-Idx > WS-Emp-Count
                           OR Emp-Found
                   IF ET-EmpID(WS-Emp-Idx) = BT-EmpID
                       MOVE "Y" TO WS-Emp-Found
                       IF ET-LeaveDate(WS-Emp-Idx) NOT = ZERO
                           MOVE "Y" TO WS-Emp-Left
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT Emp-Found
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-Refuse-Reason
               ELSE
                   IF Emp-Left
                       MOVE "EMPLOYEE HAS LEFT" TO WS-Refuse-Reason
                   END-IF
               END-IF
           END-IF.

       AddRep.
           IF Entry-Found
               MOVE "REP ALREADY ON FILE" TO WS-Refuse-Reason
           ELSE
               IF WS-Rep-Count >= WS-Rep-Table-Limit
                   MOVE "REP TABLE FULL" TO WS-Refuse-Reason
               ELSE
                   PERFORM ValidateRepFields
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Rep-Count
               MOVE BT-Code TO RT-RepCode(WS-Rep-Count)
               MOVE BT-Name TO RT-RepName(WS-Rep-Count)
               MOVE BT-Territory TO RT-Territory(WS-Rep-Count)
               MOVE BT-CommRate TO RT-CommRate(WS-Rep-Count)
               MOVE BT-EmpID TO RT-EmpID(WS-Rep-Count)
               MOVE "O" TO RT-Status(WS-Rep-Count)
               MOVE ZERO TO RT-Unpaid-Comm(WS-Rep-Count)
               MOVE SPACES TO WS-Audit-Old
               MOVE "NAME" TO WS-Audit-Field
               MOVE BT-Name TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "TERRITORY" TO WS-Audit-Field
               MOVE BT-Territory TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "COMMRATE" TO WS-Audit-Field
               MOVE BT-CommRate TO WS-Rate-Display
               MOVE WS-Rate-Display TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "EMPID" TO WS-Audit-Field
               MOVE BT-EmpID TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "Y" TO WS-Rep-Changed
           END-IF.

      * Only the fields that actually differ are changed and
      * audited.
       ChangeRep.
           IF NOT Entry-Found
               MOVE "REP NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               PERFORM ValidateRepFields
           END-IF.
           IF WS-Refuse-Reason = SPACES
               IF BT-Name NOT = RT-RepName(WS-Found-Idx)
                   MOVE "NAME" TO WS-Audit-Field
                   MOVE RT-RepName(WS-Found-Idx) TO WS-Audit-Old
                   MOVE BT-Name TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE BT-Name TO RT-RepName(WS-Found-Idx)
               END-IF
               IF BT-Territory NOT = RT-Territory(WS-Found-Idx)
                   MOVE "TERRITORY" TO WS-Audit-Field
                   MOVE RT-Territory(WS-Found-Idx) TO WS-Audit-Old
                   MOVE BT-Territory TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE BT-Territory TO RT-Territory(WS-Found-Idx)
               END-IF
               IF BT-CommRate NOT = RT-CommRate(WS-Found-Idx)
                   MOVE "COMMRATE" TO WS-Audit-Field
                   MOVE RT-CommRate(WS-Found-Idx) TO WS-Rate-Display
                   MOVE WS-Rate-Display TO WS-Audit-Old
                   MOVE BT-CommRate TO WS-Rate-Display
                   MOVE WS-Rate-Display TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE BT-CommRate TO RT-CommRate(WS-Found-Idx)
               END-IF
               IF BT-EmpID NOT = RT-EmpID(WS-Found-Idx)
                   MOVE "EMPID" TO WS-Audit-Field
                   MOVE RT-EmpID(WS-Found-Idx) TO WS-Audit-Old
                   MOVE BT-EmpID TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE BT-EmpID TO RT-EmpID(WS-Found-Idx)
               END-IF
               MOVE "Y" TO WS-Rep-Changed
           END-IF.

       CloseRep.
           EVALUATE TRUE
               WHEN NOT Entry-Found
                   MOVE "REP NOT ON FILE" TO WS-Refuse-Reason
               WHEN RT-Status(WS-Found-Idx) = "C"
                   MOVE "REP ALREADY CLOSED" TO WS-Refuse-Reason
               WHEN RT-Unpaid-Comm(WS-Found-Idx) NOT = ZERO
                   MOVE "REP HAS UNPAID COMMISSION"
                       TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "OPEN" TO WS-Audit-Old
                   MOVE "CLOSED" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "C" TO RT-Status(WS-Found-Idx)
                   MOVE "Y" TO WS-Rep-Changed
           END-EVALUATE.

       ReopenRep.
           EVALUATE TRUE
               WHEN NOT Entry-Found
                   MOVE "REP NOT ON FILE" TO WS-Refuse-Reason
               WHEN RT-Status(WS-Found-Idx) NOT = "C"
                   MOVE "REP NOT CLOSED" TO WS-Refuse-Reason
               WHEN OTHER
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "CLOSED" TO WS-Audit-Old
                   MOVE "OPEN" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "O" TO RT-Status(WS-Found-Idx)
                   MOVE "Y" TO WS-Rep-Changed
           END-EVALUATE.

       WriteAuditLine.
           MOVE SPACES TO WS-Audit-Line.
           MOVE BT-RecType TO AL-RecType.
           MOVE BT-Code TO AL-Code.
           MOVE BT-Action TO AL-Action.
           MOVE WS-Audit-Field TO AL-Field.
           MOVE WS-Audit-Old TO AL-OldValue.
           MOVE WS-Audit-New TO AL-NewValue.
           MOVE WS-Run-Date TO AL-ChangeDate.
           MOVE WS-Auth-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.

       WriteRefusal.
           ADD 1 TO WS-Refused-Count.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "BRREPMAINT" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING BT-RecType BT-Action "/" BT-Code
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Refuse-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       RewriteBranchFile.
           CALL "GenBackup" USING WS-Branch-Backup.
           OPEN OUTPUT BranchMaster.
           PERFORM VARYING WS-Branch-Idx FROM 1 BY 1
                   UNTIL WS-Branch-Idx > 99
               IF BN-Exists(WS-Branch-Idx) = "Y"
                   MOVE WS-Branch-Idx TO BR-BranchCode
                   MOVE BN-TableName(WS-Branch-Idx) TO BR-BranchName
                   MOVE BN-TableStatus(WS-Branch-Idx) TO BR-Status
                   WRITE BranchMasterRec
               END-IF
           END-PERFORM.
           CLOSE BranchMaster.

       RewriteRepFile.
           CALL "GenBackup" USING WS-Rep-Backup.
           OPEN OUTPUT RepMaster.
           PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                   UNTIL WS-Rep-Idx > WS-Rep-Count
               MOVE RT-RepCode(WS-Rep-Idx) TO RM-RepCode
               MOVE RT-RepName(WS-Rep-Idx) TO RM-RepName
               MOVE RT-Territory(WS-Rep-Idx) TO RM-Territory
               MOVE RT-CommRate(WS-Rep-Idx) TO RM-CommRate
               MOVE RT-EmpID(WS-Rep-Idx) TO RM-EmpID
               MOVE RT-Status(WS-Rep-Idx) TO RM-Status
               WRITE RepMasterRec
           END-PERFORM.
           CLOSE RepMaster.
       END PROGRAM BranchRepMaint.

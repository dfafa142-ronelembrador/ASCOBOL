      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/delete transactions to the sales
      *          rep target file (REPTARGET.DAT) used by the month-end
      *          attainment report, in the BudgetMaint style. The key
      *          is rep code, calendar month and category, so a rep's
      *          year is twelve all-oils records, or twelve Essential
      *          and twelve Base records where the target is split.
      *          Transactions with a month outside 1-12 or a category
      *          other than blank, E or B are rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepTargetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TargetFile ASSIGN TO "REPTARGET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Target-Status.
           SELECT TransactionFile ASSIGN TO "REPTARGMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TargetFile.
           COPY REPTARG.

       FD  TransactionFile.
       01  TargetTranRec.
           02  TT-Action               PIC X.
               88  TT-Add                  VALUE "A".
               88  TT-Change               VALUE "C".
               88  TT-Delete               VALUE "D".
           02  TT-TranRepCode          PIC 9(3).
           02  TT-TranCalMonth         PIC 99.
           02  TT-TranCategory         PIC X.
               88  TT-Valid-Category       VALUE SPACE "E" "B".
           02  TT-TranUnitTarget       PIC 9(5).
           02  TT-TranValueTarget      PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-Target-Status            PIC XX.
       01  WS-Target-Count             PIC 9(4) VALUE ZERO.
       01  WS-Target-Table-Limit       PIC 9(4) VALUE 7200.
       01  TargetTable.
           02 Target-Entry OCCURS 7200 TIMES
                   DEPENDING ON WS-Target-Count.
               03 TG-TableRepCode          PIC 9(3).
               03 TG-TableCalMonth         PIC 99.
               03 TG-TableCategory         PIC X.
               03 TG-TableUnitTarget       PIC 9(5).
               03 TG-TableValueTarget      PIC 9(7)V99.

       01  WS-Eof-Switches.
           02  WS-Target-Eof           PIC X VALUE "N".
               88  Target-Eof              VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".

       01  WS-Table-Idx                PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Reject-Count             PIC 9(5) VALUE ZERO.


      * Operator sign-on checked against the authorization
      * master before any transaction is applied.
       01  WS-Auth-Program             PIC X(20)
               VALUE "RepTargetMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "REPTARGETMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadTargetTable.
           PERFORM ApplyTransactions.
           PERFORM RewriteTargetFile.
           IF WS-Reject-Count > ZERO
               DISPLAY "REPTARGETMAINT: " WS-Reject-Count
                   " TRANSACTIONS REJECTED"
           END-IF.
           STOP RUN.

       LoadTargetTable.
           OPEN INPUT TargetFile.
           IF WS-Target-Status = "00"
               READ TargetFile
                   AT END MOVE "Y" TO WS-Target-Eof
               END-READ
               PERFORM UNTIL Target-Eof
                   IF WS-Target-Count < WS-Target-Table-Limit
                       ADD 1 TO WS-Target-Count
                       MOVE TG-RepCode
                           TO TG-TableRepCode(WS-Target-Count)
                       MOVE TG-CalMonth
                           TO TG-TableCalMonth(WS-Target-Count)
                       MOVE TG-Category
                           TO TG-TableCategory(WS-Target-Count)
                       MOVE TG-UnitTarget
                           TO TG-TableUnitTarget(WS-Target-Count)
                       MOVE TG-ValueTarget
                           TO TG-TableValueTarget(WS-Target-Count)
                   END-IF
                   READ TargetFile
                       AT END MOVE "Y" TO WS-Target-Eof
                   END-READ
               END-PERFORM
               CLOSE TargetFile
           END-IF.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           READ TransactionFile
               AT END MOVE "Y" TO WS-Tran-Eof
           END-READ.
           PERFORM UNTIL Tran-Eof
               IF TT-TranCalMonth < 1 OR TT-TranCalMonth > 12
                       OR NOT TT-Valid-Category
                   ADD 1 TO WS-Reject-Count
                   DISPLAY "REPTARGETMAINT: REJECTED REP "
                       TT-TranRepCode " MONTH " TT-TranCalMonth
                       " CATEGORY '" TT-TranCategory "'"
               ELSE
                   PERFORM ApplyOneTransaction
               END-IF
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
           END-PERFORM.
           CLOSE TransactionFile.

       ApplyOneTransaction.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Target-Count
                       OR Entry-Found
               IF TG-TableRepCode(WS-Table-Idx) = TT-TranRepCode
                       AND TG-TableCalMonth(WS-Table-Idx)
                           = TT-TranCalMonth
                       AND TG-TableCategory(WS-Table-Idx)
                           = TT-TranCategory
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN TT-Add
                   IF NOT Entry-Found
                           AND WS-Target-Count
                               < WS-Target-Table-Limit
                       ADD 1 TO WS-Target-Count
                       MOVE TT-TranRepCode
                           TO TG-TableRepCode(WS-Target-Count)
                       MOVE TT-TranCalMonth
                           TO TG-TableCalMonth(WS-Target-Count)
                       MOVE TT-TranCategory
                           TO TG-TableCategory(WS-Target-Count)
                       MOVE TT-TranUnitTarget
                           TO TG-TableUnitTarget(WS-Target-Count)
                       MOVE TT-TranValueTarget
                           TO TG-TableValueTarget(WS-Target-Count)
                   END-IF
               WHEN TT-Change
                   IF Entry-Found
                       MOVE TT-TranUnitTarget
                           TO TG-TableUnitTarget(WS-Found-Idx)
                       MOVE TT-TranValueTarget
                           TO TG-TableValueTarget(WS-Found-Idx)
                   END-IF
               WHEN TT-Delete
                   IF Entry-Found
                       PERFORM RemoveTableEntry
                   END-IF
           END-EVALUATE.

       RemoveTableEntry.
           PERFORM VARYING WS-Table-Idx FROM WS-Found-Idx BY 1
                   UNTIL WS-Table-Idx >= WS-Target-Count
               MOVE Target-Entry(WS-Table-Idx + 1)
                   TO Target-Entry(WS-Table-Idx)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Target-Count.

       RewriteTargetFile.
           OPEN OUTPUT TargetFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Target-Count
               MOVE TG-TableRepCode(WS-Table-Idx) TO TG-RepCode
               MOVE TG-TableCalMonth(WS-Table-Idx) TO TG-CalMonth
               MOVE TG-TableCategory(WS-Table-Idx) TO TG-Category
               MOVE TG-TableUnitTarget(WS-Table-Idx)
                   TO TG-UnitTarget
               MOVE TG-TableValueTarget(WS-Table-Idx)
                   TO TG-ValueTarget
               WRITE RepTargetRec
           END-PERFORM.
           CLOSE TargetFile.

       END PROGRAM RepTargetMaint.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/deactivate transactions from
      *          SUPPMAINT.DAT to the supplier master (SUPPLIER.DAT)
      *          in the CustomerMaint style, covering the name, lead
      *          days, supplied-oil flags and invoicing currency the
      *          purchasing and accounts-payable programs read, and
      *          the bank details on SUPPBANK.DAT that ApPaymentRun
      *          pays to. The run is signed on through OperAuth. A
      *          bank-detail change is never applied by the operator
      *          who keys it: it is held on SUPPBANKPEND.DAT until a
      *          second operator, signed on with the SuppBankConfirm
      *          authority, re-keys the same IBAN and BIC to confirm
      *          it, or rejects it. Every change - field by field -
      *          is appended to the supplier audit file SUPPAUDIT.DAT
      *          with the date and operator; refused transactions go
      *          to the exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT SuppBankFile ASSIGN TO "SUPPBANK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppBank-Status.
           SELECT BankPendFile ASSIGN TO "SUPPBANKPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BankPend-Status.
           SELECT TransactionFile ASSIGN TO "SUPPMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tran-Status.
           SELECT AuditFile ASSIGN TO "SUPPAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SupplierFile.
           COPY SUPPMAST.

       FD  SuppBankFile.
           COPY SUPPBANK.

       FD  BankPendFile.
           COPY SUPPBPEND.

       FD  TransactionFile.
           COPY SUPPMTRAN.

       FD  AuditFile.
       01  AuditLine                   PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Supplier-Status          PIC XX.
       01  WS-SuppBank-Status          PIC XX.
       01  WS-BankPend-Status          PIC XX.
       01  WS-Tran-Status              PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-SuppBank-Eof         PIC X VALUE "N".
               88  SuppBank-Eof            VALUE "Y".
           02  WS-BankPend-Eof         PIC X VALUE "N".
               88  BankPend-Eof            VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  WS-Supplier-Table-Limit     PIC 9(3) VALUE 50.
       01  SupplierTable.
           02 Supplier-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Supplier-Count.
               03 SU-Code                  PIC 9(3).
               03 SU-Name                  PIC X(20).
               03 SU-LeadDays              PIC 9(3).
               03 SU-OilFlags              PIC X(30).
               03 SU-Currency              PIC X(3).
               03 SU-Status                PIC X.

       01  WS-Bank-Count               PIC 9(3) VALUE ZERO.
       01  WS-Bank-Table-Limit         PIC 9(3) VALUE 50.
       01  BankTable.
           02 Bank-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Bank-Count.
               03 BK-Code                  PIC 9(3).
               03 BK-IBAN                  PIC X(22).
               03 BK-BIC                   PIC X(11).

       01  WS-Pend-Count               PIC 9(3) VALUE ZERO.
       01  WS-Pend-Table-Limit         PIC 9(3) VALUE 500.
       01  PendTable.
           02 Pend-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Pend-Count.
               03 PD-Code                  PIC 9(3).
               03 PD-IBAN                  PIC X(22).
               03 PD-BIC                   PIC X(11).
               03 PD-RequestDate           PIC 9(8).
               03 PD-RequestBy             PIC X(8).
               03 PD-Status                PIC X.
               03 PD-SettleDate            PIC 9(8).
               03 PD-SettleBy              PIC X(8).

       01  WS-Table-Idx                PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Bank-Idx                 PIC 9(3).
       01  WS-Bank-Found-Idx           PIC 9(3).
       01  WS-Bank-Found               PIC X VALUE "N".
           88  Bank-Found                  VALUE "Y".
       01  WS-Pend-Idx                 PIC 9(3).
       01  WS-Pend-Found-Idx           PIC 9(3).
       01  WS-Pend-Found               PIC X VALUE "N".
           88  Pend-Found                  VALUE "Y".
       01  WS-Oil-Idx                  PIC 99.

       01  WS-Bank-Changed             PIC X VALUE "N".
           88  Bank-Changed                VALUE "Y".
       01  WS-Pend-Changed             PIC X VALUE "N".
           88  Pend-Changed                VALUE "Y".

       01  WS-Refuse-Reason            PIC X(30).

       01  WS-Tran-Count               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Held-Count               PIC 9(5) VALUE ZERO.

       01  WS-Supplier-Backup          PIC X(30)
               VALUE "SUPPLIER.DAT".
       01  WS-Bank-Backup              PIC X(30)
               VALUE "SUPPBANK.DAT".

       01  WS-Audit-Field              PIC X(10).
       01  WS-Audit-Old                PIC X(30).
       01  WS-Audit-New                PIC X(30).

       01  WS-Audit-Line.
           02  AL-SupCode              PIC 9(3).
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
           02  FILLER                  PIC X(4) VALUE SPACES.


      * Run lock on the master, taken through FileLock before the
      * table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "SUPPLIER.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "SupplierMaint".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).


      * Operator sign-on checked against the authorization
      * master before any transaction is applied. Confirming a
      * held bank change needs the separate SuppBankConfirm
      * authority, checked the first time a confirmation is read.
       01  WS-Auth-Program             PIC X(20)
               VALUE "SupplierMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.
       01  WS-Confirm-Program          PIC X(20)
               VALUE "SuppBankConfirm".
       01  WS-Confirm-Result           PIC X VALUE SPACE.
           88  Confirm-Not-Checked         VALUE SPACE.
           88  Confirm-Authorized          VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "SUPPLIERMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "SUPPLIERMAINT: SUPPLIER.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadSupplierTable.
           PERFORM LoadBankTable.
           PERFORM LoadPendTable.
           IF Table-Full
               DISPLAY "SUPPLIERMAINT: SUPPLIER TABLE FULL - "
                   "MASTER NOT REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OpenExceptionsFile
               OPEN EXTEND AuditFile
               IF WS-Audit-Status = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               PERFORM ApplyTransactions
               CLOSE AuditFile
               CLOSE ExceptionsFile
               PERFORM RewriteSupplierFile
               IF Bank-Changed
                   PERFORM RewriteBankFile
               END-IF
               IF Pend-Changed
                   PERFORM RewritePendFile
               END-IF
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           DISPLAY "SUPPLIERMAINT: " WS-Tran-Count
               " TRANSACTIONS, " WS-Applied-Count " APPLIED, "
               WS-Refused-Count " REFUSED, " WS-Held-Count
               " BANK CHANGES HELD FOR CONFIRMATION".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadSupplierTable.
           OPEN INPUT SupplierFile.
           IF WS-Supplier-Status = "00"
               READ SupplierFile
                   AT END MOVE "Y" TO WS-Supplier-Eof
               END-READ
               PERFORM UNTIL Supplier-Eof
                   IF WS-Supplier-Count >= WS-Supplier-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Supplier-Count
                       MOVE SUP-Code TO SU-Code(WS-Supplier-Count)
                       MOVE SUP-Name TO SU-Name(WS-Supplier-Count)
                       MOVE SUP-LeadDays
                           TO SU-LeadDays(WS-Supplier-Count)
                       MOVE SUP-OilFlags
                           TO SU-OilFlags(WS-Supplier-Count)
                       MOVE SUP-CurrencyCode
                           TO SU-Currency(WS-Supplier-Count)
                       IF SUP-Inactive
                           MOVE "I" TO SU-Status(WS-Supplier-Count)
                       ELSE
                           MOVE "A" TO SU-Status(WS-Supplier-Count)
                       END-IF
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       LoadBankTable.
           OPEN INPUT SuppBankFile.
           IF WS-SuppBank-Status = "00"
               READ SuppBankFile
                   AT END MOVE "Y" TO WS-SuppBank-Eof
               END-READ
               PERFORM UNTIL SuppBank-Eof
                   IF WS-Bank-Count >= WS-Bank-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Bank-Count
                       MOVE SB-SupplierCode TO BK-Code(WS-Bank-Count)
                       MOVE SB-IBAN TO BK-IBAN(WS-Bank-Count)
                       MOVE SB-BIC TO BK-BIC(WS-Bank-Count)
                   END-IF
                   READ SuppBankFile
                       AT END MOVE "Y" TO WS-SuppBank-Eof
                   END-READ
               END-PERFORM
               CLOSE SuppBankFile
           END-IF.

       LoadPendTable.
           OPEN INPUT BankPendFile.
           IF WS-BankPend-Status = "00"
               READ BankPendFile
                   AT END MOVE "Y" TO WS-BankPend-Eof
               END-READ
               PERFORM UNTIL BankPend-Eof
                   IF WS-Pend-Count >= WS-Pend-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Pend-Count
                       MOVE BP-SupplierCode TO PD-Code(WS-Pend-Count)
                       MOVE BP-IBAN TO PD-IBAN(WS-Pend-Count)
                       MOVE BP-BIC TO PD-BIC(WS-Pend-Count)
                       MOVE BP-RequestDate
                           TO PD-RequestDate(WS-Pend-Count)
                       MOVE BP-RequestBy TO PD-RequestBy(WS-Pend-Count)
                       MOVE BP-Status TO PD-Status(WS-Pend-Count)
                       MOVE BP-SettleDate
                           TO PD-SettleDate(WS-Pend-Count)
                       MOVE BP-SettleBy TO PD-SettleBy(WS-Pend-Count)
                   END-IF
                   READ BankPendFile
                       AT END MOVE "Y" TO WS-BankPend-Eof
                   END-READ
               END-PERFORM
               CLOSE BankPendFile
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
           PERFORM FindSupplier.
           PERFORM FindBank.
           PERFORM FindPending.
           EVALUATE TRUE
               WHEN ST-Add
                   PERFORM AddSupplier
               WHEN ST-Change
                   PERFORM ChangeSupplier
               WHEN ST-Deactivate
                   PERFORM DeactivateSupplier
               WHEN ST-Reactivate
                   PERFORM ReactivateSupplier
               WHEN ST-Bank-Change
                   PERFORM RequestBankChange
               WHEN ST-Bank-Confirm
                   PERFORM ConfirmBankChange
               WHEN ST-Bank-Reject
                   PERFORM RejectBankChange
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Applied-Count
           ELSE
               PERFORM WriteRefusal
           END-IF.

       FindSupplier.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Supplier-Count
                       OR Entry-Found
               IF SU-Code(WS-Table-Idx) = ST-SupplierCode
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       FindBank.
           MOVE "N" TO WS-Bank-Found.
           PERFORM VARYING WS-Bank-Idx FROM 1 BY 1
                   UNTIL WS-Bank-Idx > WS-Bank-Count
                       OR Bank-Found
               IF BK-Code(WS-Bank-Idx) = ST-SupplierCode
                   MOVE "Y" TO WS-Bank-Found
                   MOVE WS-Bank-Idx TO WS-Bank-Found-Idx
               END-IF
           END-PERFORM.

      * At most one change per supplier is pending at a time; a new
      * request supersedes the one before it.
       FindPending.
           MOVE "N" TO WS-Pend-Found.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
                       OR Pend-Found
               IF PD-Code(WS-Pend-Idx) = ST-SupplierCode
                       AND PD-Status(WS-Pend-Idx) = "P"
                   MOVE "Y" TO WS-Pend-Found
                   MOVE WS-Pend-Idx TO WS-Pend-Found-Idx
               END-IF
           END-PERFORM.

       ValidateSupplierFields.
           IF ST-Name = SPACES
               MOVE "NAME MISSING" TO WS-Refuse-Reason
           END-IF.
           IF ST-LeadDays NOT NUMERIC
               MOVE "BAD LEAD DAYS" TO WS-Refuse-Reason
           END-IF.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               IF ST-OilFlag(WS-Oil-Idx) NOT = "Y"
                       AND ST-OilFlag(WS-Oil-Idx) NOT = "N"
                       AND ST-OilFlag(WS-Oil-Idx) NOT = SPACE
                   MOVE "BAD OIL FLAG" TO WS-Refuse-Reason
               END-IF
           END-PERFORM.
           IF ST-Currency NOT = SPACES
                   AND (ST-Currency NOT ALPHABETIC-UPPER
                       OR ST-Currency(3:1) = SPACE)
               MOVE "BAD CURRENCY CODE" TO WS-Refuse-Reason
           END-IF.

      * Bank details keyed with a new supplier are held for
      * confirmation like any other bank change.
       AddSupplier.
           IF Entry-Found
               MOVE "SUPPLIER ALREADY ON FILE" TO WS-Refuse-Reason
           ELSE
               IF WS-Supplier-Count >= WS-Supplier-Table-Limit
                   MOVE "SUPPLIER TABLE FULL" TO WS-Refuse-Reason
               ELSE
                   PERFORM ValidateSupplierFields
                   IF ST-IBAN NOT = SPACES
                           AND WS-Pend-Count >= WS-Pend-Table-Limit
                       MOVE "PENDING TABLE FULL" TO WS-Refuse-Reason
                   END-IF
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Supplier-Count
               MOVE ST-SupplierCode TO SU-Code(WS-Supplier-Count)
               MOVE ST-Name TO SU-Name(WS-Supplier-Count)
               MOVE ST-LeadDays TO SU-LeadDays(WS-Supplier-Count)
               MOVE ST-OilFlags TO SU-OilFlags(WS-Supplier-Count)
               MOVE ST-Currency TO SU-Currency(WS-Supplier-Count)
               MOVE "A" TO SU-Status(WS-Supplier-Count)
               MOVE "NAME" TO WS-Audit-Field
               MOVE SPACES TO WS-Audit-Old
               MOVE ST-Name TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "LEADDAYS" TO WS-Audit-Field
               MOVE ST-LeadDays TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "OILFLAGS" TO WS-Audit-Field
               MOVE ST-OilFlags TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "CURRENCY" TO WS-Audit-Field
               MOVE ST-Currency TO WS-Audit-New
               PERFORM WriteAuditLine
               IF ST-IBAN NOT = SPACES
                   PERFORM HoldBankChange
               END-IF
           END-IF.

      * Only the fields that actually differ are changed and
      * audited.
       ChangeSupplier.
           IF NOT Entry-Found
               MOVE "SUPPLIER NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               PERFORM ValidateSupplierFields
           END-IF.
           IF WS-Refuse-Reason = SPACES
               IF ST-Name NOT = SU-Name(WS-Found-Idx)
                   MOVE "NAME" TO WS-Audit-Field
                   MOVE SU-Name(WS-Found-Idx) TO WS-Audit-Old
                   MOVE ST-Name TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE ST-Name TO SU-Name(WS-Found-Idx)
               END-IF
               IF ST-LeadDays NOT = SU-LeadDays(WS-Found-Idx)
                   MOVE "LEADDAYS" TO WS-Audit-Field
                   MOVE SU-LeadDays(WS-Found-Idx) TO WS-Audit-Old
                   MOVE ST-LeadDays TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE ST-LeadDays TO SU-LeadDays(WS-Found-Idx)
               END-IF
               IF ST-OilFlags NOT = SU-OilFlags(WS-Found-Idx)
                   MOVE "OILFLAGS" TO WS-Audit-Field
                   MOVE SU-OilFlags(WS-Found-Idx) TO WS-Audit-Old
                   MOVE ST-OilFlags TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE ST-OilFlags TO SU-OilFlags(WS-Found-Idx)
               END-IF
               IF ST-Currency NOT = SU-Currency(WS-Found-Idx)
                   MOVE "CURRENCY" TO WS-Audit-Field
                   MOVE SU-Currency(WS-Found-Idx) TO WS-Audit-Old
                   MOVE ST-Currency TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE ST-Currency TO SU-Currency(WS-Found-Idx)
               END-IF
           END-IF.

      * A deactivated supplier stays on file so its ledger history
      * keeps a name and open invoices are still paid; it is only
      * no longer ordered from.
       DeactivateSupplier.
           IF NOT Entry-Found
               MOVE "SUPPLIER NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               IF SU-Status(WS-Found-Idx) = "I"
                   MOVE "SUPPLIER ALREADY INACTIVE"
                       TO WS-Refuse-Reason
               ELSE
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "ACTIVE" TO WS-Audit-Old
                   MOVE "INACTIVE" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "I" TO SU-Status(WS-Found-Idx)
               END-IF
           END-IF.

       ReactivateSupplier.
           IF NOT Entry-Found
               MOVE "SUPPLIER NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               IF SU-Status(WS-Found-Idx) NOT = "I"
                   MOVE "SUPPLIER ALREADY ACTIVE" TO WS-Refuse-Reason
               ELSE
                   MOVE "STATUS" TO WS-Audit-Field
                   MOVE "INACTIVE" TO WS-Audit-Old
                   MOVE "ACTIVE" TO WS-Audit-New
                   PERFORM WriteAuditLine
                   MOVE "A" TO SU-Status(WS-Found-Idx)
               END-IF
           END-IF.

       RequestBankChange.
           EVALUATE TRUE
               WHEN NOT Entry-Found
                   MOVE "SUPPLIER NOT ON FILE" TO WS-Refuse-Reason
               WHEN ST-IBAN = SPACES
                   MOVE "IBAN MISSING" TO WS-Refuse-Reason
               WHEN WS-Pend-Count >= WS-Pend-Table-Limit
                   MOVE "PENDING TABLE FULL" TO WS-Refuse-Reason
               WHEN OTHER
                   PERFORM HoldBankChange
           END-EVALUATE.

       HoldBankChange.
           IF Pend-Found
               MOVE "S" TO PD-Status(WS-Pend-Found-Idx)
               MOVE WS-Run-Date TO PD-SettleDate(WS-Pend-Found-Idx)
               MOVE WS-Auth-Operator TO PD-SettleBy(WS-Pend-Found-Idx)
           END-IF.
           ADD 1 TO WS-Pend-Count.
           MOVE ST-SupplierCode TO PD-Code(WS-Pend-Count).
           MOVE ST-IBAN TO PD-IBAN(WS-Pend-Count).
           MOVE ST-BIC TO PD-BIC(WS-Pend-Count).
           MOVE WS-Run-Date TO PD-RequestDate(WS-Pend-Count).
           MOVE WS-Auth-Operator TO PD-RequestBy(WS-Pend-Count).
           MOVE "P" TO PD-Status(WS-Pend-Count).
           MOVE ZERO TO PD-SettleDate(WS-Pend-Count).
           MOVE SPACES TO PD-SettleBy(WS-Pend-Count).
           MOVE "Y" TO WS-Pend-Changed.
           ADD 1 TO WS-Held-Count.
           MOVE "IBAN HELD" TO WS-Audit-Field.
           IF Bank-Found
               MOVE BK-IBAN(WS-Bank-Found-Idx) TO WS-Audit-Old
           ELSE
               MOVE SPACES TO WS-Audit-Old
           END-IF.
           MOVE ST-IBAN TO WS-Audit-New.
           PERFORM WriteAuditLine.

      * The confirming operator must hold the confirm authority, be
      * someone other than the operator who keyed the change, and
      * re-key the same details.
       ConfirmBankChange.
           IF Confirm-Not-Checked
               CALL "OperAuth" USING WS-Confirm-Program
                   WS-Auth-Operator WS-Confirm-Result
           END-IF.
           EVALUATE TRUE
               WHEN NOT Pend-Found
                   MOVE "NO BANK CHANGE PENDING" TO WS-Refuse-Reason
               WHEN NOT Confirm-Authorized
                   MOVE "NOT AUTHORIZED TO CONFIRM"
                       TO WS-Refuse-Reason
               WHEN PD-RequestBy(WS-Pend-Found-Idx) = WS-Auth-Operator
                   MOVE "SAME OPERATOR AS REQUEST"
                       TO WS-Refuse-Reason
               WHEN ST-IBAN NOT = PD-IBAN(WS-Pend-Found-Idx)
                       OR ST-BIC NOT = PD-BIC(WS-Pend-Found-Idx)
                   MOVE "DETAILS DO NOT MATCH REQUEST"
                       TO WS-Refuse-Reason
               WHEN NOT Bank-Found
                       AND WS-Bank-Count >= WS-Bank-Table-Limit
                   MOVE "BANK TABLE FULL" TO WS-Refuse-Reason
               WHEN OTHER
                   PERFORM ApplyBankChange
           END-EVALUATE.

       ApplyBankChange.
           IF NOT Bank-Found
               ADD 1 TO WS-Bank-Count
               MOVE WS-Bank-Count TO WS-Bank-Found-Idx
               MOVE ST-SupplierCode TO BK-Code(WS-Bank-Found-Idx)
               MOVE SPACES TO BK-IBAN(WS-Bank-Found-Idx)
               MOVE SPACES TO BK-BIC(WS-Bank-Found-Idx)
           END-IF.
           MOVE "IBAN" TO WS-Audit-Field.
           MOVE BK-IBAN(WS-Bank-Found-Idx) TO WS-Audit-Old.
           MOVE ST-IBAN TO WS-Audit-New.
           PERFORM WriteAuditLine.
           MOVE "BIC" TO WS-Audit-Field.
           MOVE BK-BIC(WS-Bank-Found-Idx) TO WS-Audit-Old.
           MOVE ST-BIC TO WS-Audit-New.
           PERFORM WriteAuditLine.
           MOVE ST-IBAN TO BK-IBAN(WS-Bank-Found-Idx).
           MOVE ST-BIC TO BK-BIC(WS-Bank-Found-Idx).
           MOVE "C" TO PD-Status(WS-Pend-Found-Idx).
           MOVE WS-Run-Date TO PD-SettleDate(WS-Pend-Found-Idx).
           MOVE WS-Auth-Operator TO PD-SettleBy(WS-Pend-Found-Idx).
           MOVE "Y" TO WS-Bank-Changed.
           MOVE "Y" TO WS-Pend-Changed.

       RejectBankChange.
           IF NOT Pend-Found
               MOVE "NO BANK CHANGE PENDING" TO WS-Refuse-Reason
           ELSE
               MOVE "IBAN HELD" TO WS-Audit-Field
               MOVE PD-IBAN(WS-Pend-Found-Idx) TO WS-Audit-Old
               MOVE "REJECTED" TO WS-Audit-New
               PERFORM WriteAuditLine
               MOVE "R" TO PD-Status(WS-Pend-Found-Idx)
               MOVE WS-Run-Date TO PD-SettleDate(WS-Pend-Found-Idx)
               MOVE WS-Auth-Operator
                   TO PD-SettleBy(WS-Pend-Found-Idx)
               MOVE "Y" TO WS-Pend-Changed
           END-IF.

       WriteAuditLine.
           MOVE SPACES TO WS-Audit-Line.
           MOVE ST-SupplierCode TO AL-SupCode.
           MOVE ST-Action TO AL-Action.
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
           MOVE "SUPPMAINT" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING ST-Action "/" ST-SupplierCode
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Refuse-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       RewriteSupplierFile.
           CALL "GenBackup" USING WS-Supplier-Backup.
           OPEN OUTPUT SupplierFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Supplier-Count
               MOVE SU-Code(WS-Table-Idx) TO SUP-Code
               MOVE SU-Name(WS-Table-Idx) TO SUP-Name
               MOVE SU-LeadDays(WS-Table-Idx) TO SUP-LeadDays
               MOVE SU-OilFlags(WS-Table-Idx) TO SUP-OilFlags
               MOVE SU-Currency(WS-Table-Idx) TO SUP-CurrencyCode
               MOVE SU-Status(WS-Table-Idx) TO SUP-Status
               WRITE SupplierRec
           END-PERFORM.
           CLOSE SupplierFile.

       RewriteBankFile.
           CALL "GenBackup" USING WS-Bank-Backup.
           OPEN OUTPUT SuppBankFile.
           PERFORM VARYING WS-Bank-Idx FROM 1 BY 1
                   UNTIL WS-Bank-Idx > WS-Bank-Count
               MOVE BK-Code(WS-Bank-Idx) TO SB-SupplierCode
               MOVE BK-IBAN(WS-Bank-Idx) TO SB-IBAN
               MOVE BK-BIC(WS-Bank-Idx) TO SB-BIC
               WRITE SuppBankRec
           END-PERFORM.
           CLOSE SuppBankFile.

       RewritePendFile.
           OPEN OUTPUT BankPendFile.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               MOVE PD-Code(WS-Pend-Idx) TO BP-SupplierCode
               MOVE PD-IBAN(WS-Pend-Idx) TO BP-IBAN
               MOVE PD-BIC(WS-Pend-Idx) TO BP-BIC
               MOVE PD-RequestDate(WS-Pend-Idx) TO BP-RequestDate
               MOVE PD-RequestBy(WS-Pend-Idx) TO BP-RequestBy
               MOVE PD-Status(WS-Pend-Idx) TO BP-Status
               MOVE PD-SettleDate(WS-Pend-Idx) TO BP-SettleDate
               MOVE PD-SettleBy(WS-Pend-Idx) TO BP-SettleBy
               WRITE SuppBankPendRec
           END-PERFORM.
           CLOSE BankPendFile.
       END PROGRAM SupplierMaint.

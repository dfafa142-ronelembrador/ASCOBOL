      *          customer names with the same character rules
      *          AromaSales' ScrubCustName applies, and writing an
      *          audit line per change the way StudentMaint does.
      *          The country code and VAT registration number keyed
      *          on an add or change are checked for format through
      *          VatNoCheck; a transaction failing the check is
      *          refused to the shared exceptions file and the
      *          customer left as it was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditFile ASSIGN TO "CUSTAUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY AROMACUST.

       FD  TransactionFile.
           COPY CUSTMTRAN.

       FD  AuditFile.
       01  AuditLine                   PIC X(70).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
               03 CU-TableCreditLimit      PIC 9(7)V99.
               03 CU-TableRouteCode        PIC 99.
               03 CU-TableWriteOff         PIC X.
               03 CU-TableIntExempt        PIC X.
               03 CU-TableCurrency         PIC X(3).
               03 CU-TableCountry          PIC X(2).
               03 CU-TableVatNo            PIC X(14).

       01  WS-Eof-Switches.
           02  WS-Customer-Eof         PIC X VALUE "N".
       01  WS-Work-Name                PIC X(20).

       01  WS-Old-CustName             PIC X(20).
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Vat-Result               PIC X.
           88  Vat-Details-Valid           VALUE "H" "E" "O".
       01  WS-Backup-Name              PIC X(30)
               VALUE "AROMACUST.DAT".

               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AuditFile
               PERFORM OpenExceptionsFile
               PERFORM ApplyTransactions
               CLOSE ExceptionsFile
               CLOSE AuditFile
               IF WS-Refused-Count > ZERO
                   DISPLAY "CUSTOMERMAINT: " WS-Refused-Count
                       " TRANSACTIONS REFUSED - SEE EXCEPTIONS"
               END-IF
               PERFORM RewriteCustomerFile
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
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

       LoadCustomerTable.
           OPEN INPUT CustomerMaster.
           READ CustomerMaster
                       TO CU-TableRouteCode(WS-Customer-Count)
                   MOVE CM-WriteOffFlag
                       TO CU-TableWriteOff(WS-Customer-Count)
                   MOVE CM-InterestExempt
                       TO CU-TableIntExempt(WS-Customer-Count)
                   MOVE CM-CurrencyCode
                       TO CU-TableCurrency(WS-Customer-Count)
                   MOVE CM-CountryCode
                       TO CU-TableCountry(WS-Customer-Count)
                   MOVE CM-VatRegNo
                       TO CU-TableVatNo(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-Customer-Eof
               END-IF
           END-PERFORM.
           PERFORM ScrubTranName.
           MOVE "H" TO WS-Vat-Result.
           IF CU-Add OR CU-Change
               CALL "VatNoCheck" USING CU-TranCountry CU-TranVatNo
                   WS-Vat-Result
           END-IF.
           EVALUATE TRUE
               WHEN NOT Vat-Details-Valid
                   PERFORM WriteVatRefusal
               WHEN CU-Add
                   IF NOT Entry-Found
                           AND WS-Customer-Count
                           TO CU-TableRouteCode(WS-Customer-Count)
                       MOVE SPACE
                           TO CU-TableWriteOff(WS-Customer-Count)
                       MOVE CU-TranIntExempt
                           TO CU-TableIntExempt(WS-Customer-Count)
                       MOVE CU-TranCurrency
                           TO CU-TableCurrency(WS-Customer-Count)
                       MOVE CU-TranCountry
                           TO CU-TableCountry(WS-Customer-Count)
                       MOVE CU-TranVatNo
                           TO CU-TableVatNo(WS-Customer-Count)
                       MOVE SPACES TO WS-Old-CustName
                       PERFORM WriteAuditLine
                   END-IF
                           TO CU-TableCreditLimit(WS-Found-Idx)
                       MOVE CU-TranRouteCode
                           TO CU-TableRouteCode(WS-Found-Idx)
                       MOVE CU-TranIntExempt
                           TO CU-TableIntExempt(WS-Found-Idx)
                       MOVE CU-TranCurrency
                           TO CU-TableCurrency(WS-Found-Idx)
                       MOVE CU-TranCountry
                           TO CU-TableCountry(WS-Found-Idx)
                       MOVE CU-TranVatNo
                           TO CU-TableVatNo(WS-Found-Idx)
                       PERFORM WriteAuditLine
                   END-IF
               WHEN CU-Delete
                   END-IF
           END-EVALUATE.

       WriteVatRefusal.
           CALL "BusDate" USING EXC-RunDate.
           MOVE "CUSTMAINT" TO EXC-Source.
           MOVE CU-TranCustID TO EXC-Key.
           IF WS-Vat-Result = "C"
               MOVE "INVALID COUNTRY CODE" TO EXC-Reason
           ELSE
               MOVE "INVALID VAT NUMBER FORMAT" TO EXC-Reason
           END-IF.
           WRITE ExceptionRecord.
           ADD 1 TO WS-Refused-Count.

       ScrubTranName.
           MOVE CU-TranCustName TO WS-Work-Name.
           PERFORM VARYING WS-Scrub-Idx FROM 1 BY 1
           MOVE CU-Action TO AL-Action.
           MOVE WS-Old-CustName TO AL-OldName.
           MOVE WS-Work-Name TO AL-NewName.
           CALL "BusDate" USING AL-ChangeDate.
           MOVE CU-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.
                   TO CU-TableRouteCode(WS-Table-Idx)
               MOVE CU-TableWriteOff(WS-Table-Idx + 1)
                   TO CU-TableWriteOff(WS-Table-Idx)
               MOVE CU-TableIntExempt(WS-Table-Idx + 1)
                   TO CU-TableIntExempt(WS-Table-Idx)
               MOVE CU-TableCurrency(WS-Table-Idx + 1)
                   TO CU-TableCurrency(WS-Table-Idx)
               MOVE CU-TableCountry(WS-Table-Idx + 1)
                   TO CU-TableCountry(WS-Table-Idx)
               MOVE CU-TableVatNo(WS-Table-Idx + 1)
                   TO CU-TableVatNo(WS-Table-Idx)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Customer-Count.

                   TO CM-RouteCode
               MOVE CU-TableWriteOff(WS-Table-Idx)
                   TO CM-WriteOffFlag
               MOVE CU-TableIntExempt(WS-Table-Idx)
                   TO CM-InterestExempt
               MOVE CU-TableCurrency(WS-Table-Idx)
                   TO CM-CurrencyCode
               MOVE CU-TableCountry(WS-Table-Idx) TO CM-CountryCode
               MOVE CU-TableVatNo(WS-Table-Idx) TO CM-VatRegNo
               WRITE CustomerRecord
           END-PERFORM.
           CLOSE CustomerMaster.

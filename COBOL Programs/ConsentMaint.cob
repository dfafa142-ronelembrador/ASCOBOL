      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/delete transactions to the
      *          award-verification consent list (GRADCONSENT.DAT)
      *          that VerifyAward checks before confirming a
      *          graduate's award to an employer, in the OptOutMaint
      *          style. A delete records that the graduate has
      *          withdrawn consent; later enquiries are answered not
      *          confirmed. The run is refused rather than rewrite a
      *          truncated list when the table fills.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsentMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentFile ASSIGN TO "GRADCONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Consent-Status.
           SELECT TransactionFile ASSIGN TO "CONSENTMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ConsentFile.
           COPY GRADCONSENT.

       FD  TransactionFile.
       01  ConsentTranRec.
           02 CV-Action                PIC X.
               88  CV-Add                  VALUE "A".
               88  CV-Change               VALUE "C".
               88  CV-Delete               VALUE "D".
           02 CV-TranGradID            PIC 9(7).
           02 CV-TranConsentDate       PIC 9(8).
           02 CV-TranSource            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-Consent-Count            PIC 9(4) VALUE ZERO.
       01  WS-Consent-Table-Limit      PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".
       01  ConsentTable.
           02 Consent-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Consent-Count.
               03 CV-TableGradID           PIC 9(7).
               03 CV-TableConsentDate      PIC 9(8).
               03 CV-TableSource           PIC X(20).

       01  WS-Eof-Switches.
           02  WS-Consent-Eof          PIC X VALUE "N".
               88  Consent-Eof             VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".

       01  WS-Consent-Status           PIC XX.
       01  WS-Table-Idx                PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadConsentTable.
           IF Table-Full
               DISPLAY "CONSENTMAINT: CONSENT TABLE FULL - LIST NOT "
                   "REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ApplyTransactions.
           PERFORM RewriteConsentFile.
           STOP RUN.

       LoadConsentTable.
           OPEN INPUT ConsentFile.
           IF WS-Consent-Status = "00"
               READ ConsentFile
                   AT END MOVE "Y" TO WS-Consent-Eof
               END-READ
               PERFORM UNTIL Consent-Eof
                   IF WS-Consent-Count >= WS-Consent-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Consent-Count
                       MOVE GC-GradID
                           TO CV-TableGradID(WS-Consent-Count)
                       MOVE GC-ConsentDate
                           TO CV-TableConsentDate(WS-Consent-Count)
                       MOVE GC-Source
                           TO CV-TableSource(WS-Consent-Count)
                   END-IF
                   READ ConsentFile
                       AT END MOVE "Y" TO WS-Consent-Eof
                   END-READ
               END-PERFORM
               CLOSE ConsentFile
           END-IF.

       ApplyTransactions.
           OPEN INPUT TransactionFile.
           READ TransactionFile
               AT END MOVE "Y" TO WS-Tran-Eof
           END-READ.
           PERFORM UNTIL Tran-Eof
               PERFORM ApplyOneTransaction
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
           END-PERFORM.
           CLOSE TransactionFile.

       ApplyOneTransaction.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Consent-Count
                       OR Entry-Found
               IF CV-TableGradID(WS-Table-Idx) = CV-TranGradID
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CV-Add
                   IF NOT Entry-Found
                           AND WS-Consent-Count < WS-Consent-Table-Limit
                       ADD 1 TO WS-Consent-Count
                       MOVE CV-TranGradID
                           TO CV-TableGradID(WS-Consent-Count)
                       MOVE CV-TranConsentDate
                           TO CV-TableConsentDate(WS-Consent-Count)
                       MOVE CV-TranSource
                           TO CV-TableSource(WS-Consent-Count)
                   END-IF
               WHEN CV-Change
                   IF Entry-Found
                       MOVE CV-TranConsentDate
                           TO CV-TableConsentDate(WS-Found-Idx)
                       MOVE CV-TranSource
                           TO CV-TableSource(WS-Found-Idx)
                   END-IF
               WHEN CV-Delete
                   IF Entry-Found
                       PERFORM RemoveTableEntry
                   END-IF
           END-EVALUATE.

       RemoveTableEntry.
           PERFORM VARYING WS-Table-Idx FROM WS-Found-Idx BY 1
                   UNTIL WS-Table-Idx >= WS-Consent-Count
               MOVE CV-TableGradID(WS-Table-Idx + 1)
                   TO CV-TableGradID(WS-Table-Idx)
               MOVE CV-TableConsentDate(WS-Table-Idx + 1)
                   TO CV-TableConsentDate(WS-Table-Idx)
               MOVE CV-TableSource(WS-Table-Idx + 1)
                   TO CV-TableSource(WS-Table-Idx)
           END-PERFORM.
           SUBTRACT 1 FROM WS-Consent-Count.

       RewriteConsentFile.
           OPEN OUTPUT ConsentFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Consent-Count
               MOVE CV-TableGradID(WS-Table-Idx) TO GC-GradID
               MOVE CV-TableConsentDate(WS-Table-Idx) TO GC-ConsentDate
               MOVE CV-TableSource(WS-Table-Idx) TO GC-Source
               WRITE ConsentRec
           END-PERFORM.
           CLOSE ConsentFile.
       END PROGRAM ConsentMaint.

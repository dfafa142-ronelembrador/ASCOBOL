      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-off conversion for the accounts-receivable
      *          ledger: reads ARLEDGER.DAT in the layout before
      *          invoice numbering (no AR-InvoiceNo field) and
      *          rewrites it in the ARLEDGER.cpy layout with a zero
      *          AR-InvoiceNo per entry - zero means no number, so
      *          converted invoices print without one and converted
      *          payments keep their date reference. An
      *          already-converted file is detected (the old layout
      *          leaves the number bytes blank) and the run refused.
      *          A generation backup is taken before the rewrite, in
      *          the ArLedgerConvert manner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArInvoiceConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OldLedger-Status.
           SELECT NewLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OldLedgerFile.
       01  OldLedgerRec.
           02  OL-CustID               PIC 9(5).
           02  OL-TranDate             PIC 9(8).
           02  OL-TranType             PIC X.
           02  OL-Amount               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  OL-RefDate              PIC 9(8).
           02  OL-Tail                 PIC X(6).

       FD  NewLedgerFile.
           COPY ARLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-OldLedger-Status         PIC XX.
       01  WS-Backup-Name              PIC X(30)
               VALUE "ARLEDGER.DAT".

       01  WS-Eof-Switches.
           02  WS-Old-Eof              PIC X VALUE "N".
               88  Old-Eof                 VALUE "Y".

       01  WS-Already-Converted        PIC X VALUE "N".
           88  Already-Converted           VALUE "Y".

       01  WS-Entry-Count              PIC 9(5) VALUE ZERO.
       01  WS-Entry-Table-Limit        PIC 9(5) VALUE 10000.
       01  WS-Entry-Table-Full         PIC X VALUE "N".
           88  Entry-Table-Full            VALUE "Y".
       01  WS-Old-Table.
           02  Old-Entry OCCURS 10000 TIMES
                   DEPENDING ON WS-Entry-Count.
               03  OT-CustID           PIC 9(5).
               03  OT-TranDate         PIC 9(8).
               03  OT-TranType         PIC X.
               03  OT-Amount           PIC S9(7)V99.
               03  OT-RefDate          PIC 9(8).
       01  WS-Entry-Idx                PIC 9(5).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadOldLedgerFile.
           EVALUATE TRUE
               WHEN Already-Converted
                   DISPLAY "ARINVOICECONVERT: FILE ALREADY CARRIES "
                       "INVOICE NUMBERS - CONVERSION NOT RUN"
                   MOVE 1 TO RETURN-CODE
               WHEN Entry-Table-Full
                   DISPLAY "ARINVOICECONVERT: LEDGER TABLE FULL "
                       "- FILE NOT CONVERTED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   CALL "GenBackup" USING WS-Backup-Name
                   PERFORM RewriteNewLayout
                   DISPLAY "ARINVOICECONVERT: " WS-Entry-Count
                       " LEDGER ENTRIES CONVERTED"
           END-EVALUATE.
           GOBACK.

      * A record written in the old 32-byte layout reads back with
      * blank invoice-number bytes; any digits there mean the file
      * has already been converted.
       LoadOldLedgerFile.
           OPEN INPUT OldLedgerFile.
           IF WS-OldLedger-Status = "00"
               READ OldLedgerFile
                   AT END MOVE "Y" TO WS-Old-Eof
               END-READ
               PERFORM UNTIL Old-Eof OR Already-Converted
                   IF OL-Tail NOT = SPACES
                       MOVE "Y" TO WS-Already-Converted
                   ELSE
                       IF WS-Entry-Count >= WS-Entry-Table-Limit
                           MOVE "Y" TO WS-Entry-Table-Full
                           MOVE "Y" TO WS-Old-Eof
                       ELSE
                           ADD 1 TO WS-Entry-Count
                           MOVE OL-CustID
                               TO OT-CustID(WS-Entry-Count)
                           MOVE OL-TranDate
                               TO OT-TranDate(WS-Entry-Count)
                           MOVE OL-TranType
                               TO OT-TranType(WS-Entry-Count)
                           MOVE OL-Amount
                               TO OT-Amount(WS-Entry-Count)
                           MOVE OL-RefDate
                               TO OT-RefDate(WS-Entry-Count)
                       END-IF
                   END-IF
                   READ OldLedgerFile
                       AT END MOVE "Y" TO WS-Old-Eof
                   END-READ
               END-PERFORM
               CLOSE OldLedgerFile
           END-IF.

       RewriteNewLayout.
           OPEN OUTPUT NewLedgerFile.
           PERFORM VARYING WS-Entry-Idx FROM 1 BY 1
                   UNTIL WS-Entry-Idx > WS-Entry-Count
               MOVE OT-CustID(WS-Entry-Idx) TO AR-CustID
               MOVE OT-TranDate(WS-Entry-Idx) TO AR-TranDate
               MOVE OT-TranType(WS-Entry-Idx) TO AR-TranType
               MOVE OT-Amount(WS-Entry-Idx) TO AR-Amount
               MOVE OT-RefDate(WS-Entry-Idx) TO AR-RefDate
               MOVE ZERO TO AR-InvoiceNo
               MOVE SPACES TO AR-CurrencyCode
               MOVE ZERO TO AR-CurrAmount
               MOVE ZERO TO AR-ExchRate
               WRITE ArLedgerRec
           END-PERFORM.
           CLOSE NewLedgerFile.

       END PROGRAM ArInvoiceConvert.

      * Date:
      * Purpose: Generates the day's nominal-ledger journals from the
      *          subsystem totals the accountant currently re-keys:
      *          the sales value on AROMATOTALS.DAT, the output VAT
      *          dated the run date on VATTRANS.DAT (the file runs
      *          for the whole VAT period, and input VAT from
      *          supplier invoices is left to the VAT return),
      *          payroll net and deductions from PAYROLLTOTALS.DAT,
      *          the till takings recorded on
      *          TENDERHIST.DAT for the run date, and the day's rent
      *          charges and utility recharges on TENANTLEDGER.DAT.
      *          Each source posts a two-leg balanced journal
      *          through the accounts named on the posting-rules
      *          file NLPOSTRULES.DAT - a
      *          mapping change is a rules-file change, not a source
      *          change. The fixed asset depreciation and disposal
      *          journals FixedAssetDepr and FixedAssetMaint leave on
      *          FAJRNL.DAT, already in balanced legs, are taken for
      *          the run date as they stand, and so are the expense
      *          claim journals ExpenseAnalysis leaves on EXPJRNL.DAT.
      *          Manual journals on NLMANUAL.DAT append with an
      *          audit line each. If the day's debits and credits
      *          disagree the step fails loudly, the TillSalesRecon
      *          way, and nothing is posted.
      * Tectonics: cobc
           SELECT TenantLedgerFile ASSIGN TO "TENANTLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TenantLedger-Status.
           SELECT AssetJrnlFile ASSIGN TO "FAJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AssetJrnl-Status.
           SELECT ExpenseJrnlFile ASSIGN TO "EXPJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExpenseJrnl-Status.
           SELECT ManualJrnlFile ASSIGN TO "NLMANUAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Manual-Status.
       FD  TenantLedgerFile.
           COPY TENLEDG.

       FD  AssetJrnlFile.
           COPY NLJRNL REPLACING LEADING ==NJ-== BY ==FJ-==
                                 ==NlJournalRec== BY ==AssetJrnlRec==.

       FD  ExpenseJrnlFile.
           COPY NLJRNL REPLACING LEADING ==NJ-== BY ==EJ-==
                                 ==NlJournalRec== BY ==ExpenseJrnlRec==.

       FD  ManualJrnlFile.
       01  ManualJrnlRec.
           02  MJ-Acct                 PIC 9(4).
       01  WS-NlPayCtl-Status          PIC XX.
       01  WS-TenderHist-Status        PIC XX.
       01  WS-TenantLedger-Status      PIC XX.
       01  WS-AssetJrnl-Status         PIC XX.
       01  WS-ExpenseJrnl-Status       PIC XX.
       01  WS-Manual-Status            PIC XX.
       01  WS-NlJournal-Status         PIC XX.
       01  WS-JrnlAudit-Status         PIC XX.
               88  Tender-Eof              VALUE "Y".
           02  WS-Rent-Eof             PIC X VALUE "N".
               88  Rent-Eof                VALUE "Y".
           02  WS-AssetJrnl-Eof        PIC X VALUE "N".
               88  AssetJrnl-Eof           VALUE "Y".
           02  WS-ExpenseJrnl-Eof      PIC X VALUE "N".
               88  ExpenseJrnl-Eof         VALUE "Y".
           02  WS-Manual-Eof           PIC X VALUE "N".
               88  Manual-Eof              VALUE "Y".


       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadPostingRules.
           PERFORM StageSalesJournal.
           PERFORM StagePayrollJournals.
           PERFORM StageTillJournal.
           PERFORM StageRentJournal.
           PERFORM StageAssetJournals.
           PERFORM StageExpenseJournals.
           PERFORM StageManualJournals.
           PERFORM ProveAndPost.
           STOP RUN.
                   AT END MOVE "Y" TO WS-Vat-Eof
               END-READ
               PERFORM UNTIL Vat-Eof
                   IF Vat-Output AND VatTranDate = WS-Run-Date-Num
                       COMPUTE WS-Vat-Line-Amt ROUNDED =
                           Sales * VatRate
                       ADD WS-Vat-Line-Amt TO WS-Vat-Total
                   END-IF
                   READ VatTransFile
                       AT END MOVE "Y" TO WS-Vat-Eof
                   END-READ
                   AT END MOVE "Y" TO WS-Rent-Eof
               END-READ
               PERFORM UNTIL Rent-Eof
                   IF (TL-Charge OR TL-Utility)
                           AND TL-TranDate = WS-Run-Date-Num
                       ADD TL-Amount TO WS-Rent-Total
                   END-IF
           MOVE WS-Rent-Total TO WS-Post-Amount.
           PERFORM StageRuledJournal.

       StageAssetJournals.
           OPEN INPUT AssetJrnlFile.
           IF WS-AssetJrnl-Status = "00"
               READ AssetJrnlFile
                   AT END MOVE "Y" TO WS-AssetJrnl-Eof
               END-READ
               PERFORM UNTIL AssetJrnl-Eof
                   IF FJ-JrnlDate = WS-Run-Date-Num
                           AND WS-Leg-Count < WS-Leg-Table-Limit
                       ADD 1 TO WS-Leg-Count
                       MOVE FJ-Acct TO LG-Acct(WS-Leg-Count)
                       MOVE FJ-Debit TO LG-Debit(WS-Leg-Count)
                       MOVE FJ-Credit TO LG-Credit(WS-Leg-Count)
                       MOVE FJ-Source TO LG-Source(WS-Leg-Count)
                   END-IF
                   READ AssetJrnlFile
                       AT END MOVE "Y" TO WS-AssetJrnl-Eof
                   END-READ
               END-PERFORM
               CLOSE AssetJrnlFile
           END-IF.

       StageExpenseJournals.
           OPEN INPUT ExpenseJrnlFile.
           IF WS-ExpenseJrnl-Status = "00"
               READ ExpenseJrnlFile
                   AT END MOVE "Y" TO WS-ExpenseJrnl-Eof
               END-READ
               PERFORM UNTIL ExpenseJrnl-Eof
                   IF EJ-JrnlDate = WS-Run-Date-Num
                           AND WS-Leg-Count < WS-Leg-Table-Limit
                       ADD 1 TO WS-Leg-Count
                       MOVE EJ-Acct TO LG-Acct(WS-Leg-Count)
                       MOVE EJ-Debit TO LG-Debit(WS-Leg-Count)
                       MOVE EJ-Credit TO LG-Credit(WS-Leg-Count)
                       MOVE EJ-Source TO LG-Source(WS-Leg-Count)
                   END-IF
                   READ ExpenseJrnlFile
                       AT END MOVE "Y" TO WS-ExpenseJrnl-Eof
                   END-READ
               END-PERFORM
               CLOSE ExpenseJrnlFile
           END-IF.

       StageManualJournals.
           OPEN INPUT ManualJrnlFile.
           IF WS-Manual-Status = "00"

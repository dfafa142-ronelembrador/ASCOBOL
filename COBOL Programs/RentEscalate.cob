      *          escalation history file so it advances run over run
      *          instead of resetting daily, and generates a dunning
      *          letter per tenant at their stage with the city rent
      *          breakdown and balance merged in. A rent direct debit
      *          the bank returned unpaid is back on the balance, no
      *          longer counts towards an arrears plan, and is quoted
      *          on the letter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   DEPENDING ON WS-LedgerBal-Count.
               03 LB-TenantID              PIC 9(5).
               03 LB-Balance               PIC S9(7)V99.
               03 LB-ReturnDate            PIC 9(8).
               03 LB-ReturnAmount          PIC 9(5)V99.
       01  WS-LedgerBal-Idx            PIC 9(4).
       01  WS-LedgerBal-Found-Idx      PIC 9(4).
       01  WS-LedgerBal-Found          PIC X.
       01  WS-Letters-Count            PIC 9(4) VALUE ZERO.

       01  WS-Stage-Text               PIC X(14).
       01  WS-Return-Date              PIC 9(8).
       01  WS-Return-Amount            PIC 9(5)V99.

       01  WS-Letter-Header-Line.
           02  FILLER                  PIC X(3) VALUE "TO ".
           02  LT-Months               PIC ZZ9.
           02  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-Letter-Return-Line.
           02  FILLER                  PIC X(28)
                   VALUE "  DIRECT DEBIT RETURNED ON: ".
           02  LT-ReturnDate           PIC 9(8).
           02  FILLER                  PIC X(11)
                   VALUE "  UNPAID:  ".
           02  LT-ReturnAmount         PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
               MOVE TL-TenantID
                   TO LB-TenantID(WS-LedgerBal-Found-Idx)
               MOVE ZERO TO LB-Balance(WS-LedgerBal-Found-Idx)
               MOVE ZERO TO LB-ReturnDate(WS-LedgerBal-Found-Idx)
               MOVE ZERO TO LB-ReturnAmount(WS-LedgerBal-Found-Idx)
           END-IF.
           IF TL-Debit
               ADD TL-Amount TO LB-Balance(WS-LedgerBal-Found-Idx)
               IF TL-Returned
                   PERFORM NoteReturnedDirectDebit
               END-IF
           ELSE
               SUBTRACT TL-Amount
                   FROM LB-Balance(WS-LedgerBal-Found-Idx)
               PERFORM NotePlanPayment
               MOVE ZERO TO LB-ReturnDate(WS-LedgerBal-Found-Idx)
               MOVE ZERO TO LB-ReturnAmount(WS-LedgerBal-Found-Idx)
           END-IF.

      * Payments landing on or after the plan's start date count
               END-IF
           END-PERFORM.

      * A direct debit the bank returned unpaid takes back the
      * payment it replaced: it no longer counts towards the plan,
      * and the latest return is quoted on the dunning letter until
      * a later payment arrives.
       NoteReturnedDirectDebit.
           MOVE TL-TranDate TO LB-ReturnDate(WS-LedgerBal-Found-Idx).
           MOVE TL-Amount TO LB-ReturnAmount(WS-LedgerBal-Found-Idx).
           PERFORM VARYING WS-Plan-Idx FROM 1 BY 1
                   UNTIL WS-Plan-Idx > WS-Plan-Count
               IF PL-TenantID(WS-Plan-Idx) = TL-TenantID
                       AND TL-TranDate >= PL-StartDate(WS-Plan-Idx)
                   IF PL-PaidSinceStart(WS-Plan-Idx) > TL-Amount
                       SUBTRACT TL-Amount
                           FROM PL-PaidSinceStart(WS-Plan-Idx)
                   ELSE
                       MOVE ZERO TO PL-PaidSinceStart(WS-Plan-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       LoadPaymentPlans.
           OPEN INPUT RentPlanFile.
           IF WS-RentPlan-Status = "00"
           COMPUTE WS-Monthly-Rent =
               CITY-BASE-RENT(TR-CityCode) + WS-Rent-Surcharge.
           MOVE ZERO TO WS-Balance.
           MOVE ZERO TO WS-Return-Date.
           MOVE ZERO TO WS-Return-Amount.
           PERFORM VARYING WS-LedgerBal-Idx FROM 1 BY 1
                   UNTIL WS-LedgerBal-Idx > WS-LedgerBal-Count
               IF LB-TenantID(WS-LedgerBal-Idx) = TR-TenantID
                   MOVE LB-Balance(WS-LedgerBal-Idx) TO WS-Balance
                   MOVE LB-ReturnDate(WS-LedgerBal-Idx)
                       TO WS-Return-Date
                   MOVE LB-ReturnAmount(WS-LedgerBal-Idx)
                       TO WS-Return-Amount
               END-IF
           END-PERFORM.
           IF WS-Balance <= ZERO
           MOVE WS-Months-Behind TO LT-Months.
           MOVE WS-Letter-Balance-Line TO LetterLine.
           WRITE LetterLine.
           IF WS-Return-Date NOT = ZERO
               MOVE WS-Return-Date TO LT-ReturnDate
               MOVE WS-Return-Amount TO LT-ReturnAmount
               MOVE WS-Letter-Return-Line TO LetterLine
               WRITE LetterLine
           END-IF.
           ADD 1 TO WS-Letters-Count.

       RewriteEscalationHistory.
           CLOSE RentPlanFile.

       LoadCityRates.
           CALL "BusDate" USING WS-CityRate-Run-Date.
           MOVE WS-CityRate-Run-Date TO WS-CityRate-Date-Num.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.

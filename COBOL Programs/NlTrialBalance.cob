      *          summed per account code, printed with the account
      *          name from NLACCOUNT.DAT, and totalled; a ledger
      *          that does not balance is flagged and fails the
      *          step. Once NlYearEnd has rolled the ledger, each
      *          account starts from its OPENBAL opening balance,
      *          shown apart from the year's debits and credits.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY NLJRNL.

       FD  AccountFile.
           COPY NLACCT.

       FD  TrialBalFile.
       01  TrialBalLine                PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-NlJournal-Status         PIC XX.
               03 AB-Name                  PIC X(20).
               03 AB-Debits                PIC 9(11)V99.
               03 AB-Credits               PIC 9(11)V99.
               03 AB-Opening               PIC S9(11)V99.
       01  WS-Acct-Idx                 PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Acct-Found               PIC X VALUE "N".

       01  WS-Total-Debits             PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-Credits            PIC 9(11)V99 VALUE ZERO.
       01  WS-Year-Debits              PIC 9(11)V99 VALUE ZERO.
       01  WS-Year-Credits             PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-Opening            PIC S9(11)V99 VALUE ZERO.
       01  WS-Opening-Date             PIC 9(8) VALUE ZERO.

       01  WS-TB-Header-Line.
           02  FILLER                  PIC X(17)
           02  TH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  TH-Day                  PIC 99.
           02  TH-Opening-Text         PIC X(24).
           02  TH-Opening-Date         PIC Z(8).
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-TB-Line.
           02  TB-Acct                 PIC 9(4).
           02  FILLER                  PIC X VALUE SPACES.
           02  TB-Name                 PIC X(20).
           02  FILLER                  PIC X(6) VALUE "  OB: ".
           02  TB-Opening              PIC ---,---,--9.99.
           02  FILLER                  PIC X(6) VALUE "  DR: ".
           02  TB-Debits               PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  CR: ".
           02  TB-Credits              PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TB-Total-Line.
           02  FILLER                  PIC X(25)
                   VALUE "TOTALS".
           02  FILLER                  PIC X(6) VALUE "  OB: ".
           02  TT-Opening              PIC ---,---,--9.99.
           02  FILLER                  PIC X(6) VALUE "  DR: ".
           02  TT-Debits               PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  CR: ".
           02  TT-Credits              PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TT-Flag                 PIC X(20).
           02  FILLER                  PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadAccountNames.
           PERFORM AccumulateJournal.
           PERFORM PrintTrialBalance.
                       MOVE NA-Name TO AB-Name(WS-Acct-Count)
                       MOVE ZERO TO AB-Debits(WS-Acct-Count)
                       MOVE ZERO TO AB-Credits(WS-Acct-Count)
                       MOVE ZERO TO AB-Opening(WS-Acct-Count)
                   END-IF
                   READ AccountFile
                       AT END MOVE "Y" TO WS-Account-Eof
               MOVE "NOT ON ACCT MASTER" TO AB-Name(WS-Found-Idx)
               MOVE ZERO TO AB-Debits(WS-Found-Idx)
               MOVE ZERO TO AB-Credits(WS-Found-Idx)
               MOVE ZERO TO AB-Opening(WS-Found-Idx)
               MOVE "Y" TO WS-Acct-Found
           END-IF.

               PERFORM UNTIL Journal-Eof
                   MOVE NJ-Acct TO WS-Lookup-Acct
                   PERFORM FindAccount
                   IF NJ-Source = "OPENBAL"
                       IF Acct-Found
                           COMPUTE AB-Opening(WS-Found-Idx) =
                               AB-Opening(WS-Found-Idx)
                               + NJ-Debit - NJ-Credit
                       END-IF
                       COMPUTE WS-Total-Opening = WS-Total-Opening
                           + NJ-Debit - NJ-Credit
                       MOVE NJ-JrnlDate TO WS-Opening-Date
                   ELSE
                       IF Acct-Found
                           ADD NJ-Debit TO AB-Debits(WS-Found-Idx)
                           ADD NJ-Credit TO AB-Credits(WS-Found-Idx)
                       END-IF
                       ADD NJ-Debit TO WS-Year-Debits
                       ADD NJ-Credit TO WS-Year-Credits
                   END-IF
                   ADD NJ-Debit TO WS-Total-Debits
                   ADD NJ-Credit TO WS-Total-Credits
           MOVE WS-Run-Date(1:4) TO TH-Year.
           MOVE WS-Run-Date(5:2) TO TH-Month.
           MOVE WS-Run-Date(7:2) TO TH-Day.
           MOVE SPACES TO TH-Opening-Text.
           MOVE ZERO TO TH-Opening-Date.
           IF WS-Opening-Date NOT = ZERO
               MOVE "  OPENING BALANCES AT " TO TH-Opening-Text
               MOVE WS-Opening-Date TO TH-Opening-Date
           END-IF.
           MOVE WS-TB-Header-Line TO TrialBalLine.
           WRITE TrialBalLine.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-Debits(WS-Acct-Idx) NOT = ZERO
                       OR AB-Credits(WS-Acct-Idx) NOT = ZERO
                       OR AB-Opening(WS-Acct-Idx) NOT = ZERO
                   MOVE AB-Acct(WS-Acct-Idx) TO TB-Acct
                   MOVE AB-Name(WS-Acct-Idx) TO TB-Name
                   MOVE AB-Opening(WS-Acct-Idx) TO TB-Opening
                   MOVE AB-Debits(WS-Acct-Idx) TO TB-Debits
                   MOVE AB-Credits(WS-Acct-Idx) TO TB-Credits
                   MOVE WS-TB-Line TO TrialBalLine
                   WRITE TrialBalLine
               END-IF
           END-PERFORM.
           MOVE WS-Total-Opening TO TT-Opening.
           MOVE WS-Year-Debits TO TT-Debits.
           MOVE WS-Year-Credits TO TT-Credits.
           IF WS-Total-Debits = WS-Total-Credits
               MOVE "IN BALANCE" TO TT-Flag
           ELSE

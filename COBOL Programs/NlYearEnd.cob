      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nominal-ledger year end. Given the last month of the
      *          financial year (YYYYMM) and the retained-earnings
      *          account on NLYEPARM.DAT, and only once all twelve
      *          months of the year stand closed for NL on
      *          PERIODCLOSE.DAT, every journal leg on NLJOURNAL.DAT
      *          dated on or before the year end is moved to the
      *          year's archive NLJRNLyyyy.DAT (yyyy the year the
      *          financial year ends in). The revenue, cost of sales
      *          and overhead accounts are closed to the retained-
      *          earnings account by a YECLOSE journal dated the last
      *          day of the year, written to the archive with the
      *          year it closes; the balance sheet accounts are
      *          carried into the new year as an OPENBAL journal dated
      *          its first day, and NLJOURNAL.DAT is rewritten as
      *          those opening balances followed by any journals
      *          already dated in the new year. The run is refused,
      *          and nothing is moved, when a month is still open,
      *          the retained-earnings account is not an equity
      *          account on NLACCOUNT.DAT, a balance sits on an
      *          unclassified account, the year's journals do not
      *          balance, or there is nothing left to close. The
      *          closing and opening journals are listed on
      *          NLYEAREND.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NlYearEnd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YearEndParmFile ASSIGN TO "NLYEPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-YearEndParm-Status.
           SELECT AccountFile ASSIGN TO "NLACCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Account-Status.
           SELECT NlJournalFile ASSIGN TO "NLJOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NlJournal-Status.
           SELECT ArchiveFile ASSIGN TO WS-Archive-Name
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Archive-Status.
           SELECT CarryFile ASSIGN TO "NLYEWORK.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YearEndRptFile ASSIGN TO "NLYEAREND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YearEndParmFile.
       01  YearEndParmRec.
           02  YP-YearEndPeriod        PIC 9(6).
           02  YP-RetainedAcct         PIC 9(4).

       FD  AccountFile.
           COPY NLACCT.

       FD  NlJournalFile.
           COPY NLJRNL.

       FD  ArchiveFile.
           COPY NLJRNL REPLACING LEADING ==NJ-== BY ==AJ-==
                                 ==NlJournalRec== BY ==ArchiveJrnlRec==.

       FD  CarryFile.
           COPY NLJRNL REPLACING LEADING ==NJ-== BY ==CJ-==
                                 ==NlJournalRec== BY ==CarryJrnlRec==.

       FD  YearEndRptFile.
       01  YearEndRptLine              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-YearEndParm-Status       PIC XX.
       01  WS-Account-Status           PIC XX.
       01  WS-NlJournal-Status         PIC XX.
       01  WS-Archive-Status           PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Account-Eof          PIC X VALUE "N".
               88  Account-Eof             VALUE "Y".
           02  WS-Journal-Eof          PIC X VALUE "N".
               88  Journal-Eof             VALUE "Y".
           02  WS-Carry-Eof            PIC X VALUE "N".
               88  Carry-Eof               VALUE "Y".

       01  WS-Refuse-Reason            PIC X(40) VALUE SPACES.

       01  WS-Year-End-Period          PIC 9(6).
       01  WS-Year-End-Period-X REDEFINES WS-Year-End-Period.
           02  WS-Year-End-Year        PIC 9(4).
           02  WS-Year-End-Mon         PIC 99.
       01  WS-Retained-Acct            PIC 9(4).
       01  WS-Check-Month              PIC 9(6).
       01  WS-Check-Month-X REDEFINES WS-Check-Month.
           02  WS-Check-Year           PIC 9(4).
           02  WS-Check-Mon            PIC 99.
       01  WS-Months-Checked           PIC 99.
       01  WS-New-Year-Date            PIC 9(8).
       01  WS-New-Year-Date-X REDEFINES WS-New-Year-Date.
           02  WS-New-Year-Year        PIC 9(4).
           02  WS-New-Year-Mon         PIC 99.
           02  WS-New-Year-Day         PIC 99.
       01  WS-Year-End-Date            PIC 9(8).

       01  WS-Period-Subsystem         PIC X(8) VALUE "NL".
       01  WS-Period-Result            PIC X.
       01  WS-Period-Check-Date        PIC 9(8).

       01  WS-Archive-Name             PIC X(30).

       01  WS-Acct-Count               PIC 9(3) VALUE ZERO.
       01  AcctBalTable.
           02 AcctBal-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Acct-Count.
               03 AB-Acct                  PIC 9(4).
               03 AB-Name                  PIC X(20).
               03 AB-StmtClass             PIC X.
                   88 AB-ProfitAndLoss         VALUE "R" "C" "O".
                   88 AB-BalanceSheet          VALUE "A" "L" "E".
               03 AB-Balance               PIC S9(11)V99.
       01  WS-Acct-Idx                 PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Retained-Idx             PIC 9(3).
       01  WS-Acct-Found               PIC X VALUE "N".
           88  Acct-Found                  VALUE "Y".
       01  WS-Lookup-Acct              PIC 9(4).

       01  WS-Year-Debits              PIC 9(11)V99 VALUE ZERO.
       01  WS-Year-Credits             PIC 9(11)V99 VALUE ZERO.
       01  WS-Year-Leg-Count           PIC 9(7) VALUE ZERO.
       01  WS-Carried-Count            PIC 9(7) VALUE ZERO.
       01  WS-Unclassified-Count       PIC 9(3) VALUE ZERO.
       01  WS-Profit-For-Year          PIC S9(11)V99 VALUE ZERO.
       01  WS-Leg-Amount               PIC S9(11)V99.
       01  WS-Leg-Debit                PIC 9(9)V99.
       01  WS-Leg-Credit               PIC 9(9)V99.
       01  WS-Close-Leg-Count          PIC 9(5) VALUE ZERO.
       01  WS-Open-Leg-Count           PIC 9(5) VALUE ZERO.
       01  WS-Section-Debits           PIC 9(11)V99.
       01  WS-Section-Credits          PIC 9(11)V99.

       01  WS-Journal-Backup           PIC X(30)
               VALUE "NLJOURNAL.DAT".

       01  WS-Report-Heading.
           02  FILLER              PIC X(37)
                   VALUE "NOMINAL LEDGER YEAR END - YEAR ENDED ".
           02  RH-YearEndDate      PIC 9(8).
           02  FILLER              PIC X(22)
                   VALUE "   RETAINED EARNINGS: ".
           02  RH-RetainedAcct     PIC 9(4).
           02  FILLER              PIC X(19) VALUE SPACES.

       01  WS-Section-Heading.
           02  SH-Title            PIC X(40).
           02  SH-Date             PIC 9(8).
           02  FILLER              PIC X(42) VALUE SPACES.

       01  WS-Leg-Line.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  LL-Acct             PIC 9(4).
           02  FILLER              PIC X VALUE SPACES.
           02  LL-Name             PIC X(20).
           02  FILLER              PIC X(6) VALUE "  DR: ".
           02  LL-Debit            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(6) VALUE "  CR: ".
           02  LL-Credit           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(17) VALUE SPACES.

       01  WS-Message-Line.
           02  ML-Text             PIC X(50).
           02  ML-Acct             PIC Z(4).
           02  FILLER              PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           OPEN OUTPUT YearEndRptFile.
           PERFORM ReadYearEndParms.
           IF WS-Refuse-Reason = SPACES
               PERFORM CheckPeriodsClosed
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM LoadAccounts
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM TotalTheYear
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM ArchiveTheYear
               PERFORM WriteClosingJournal
               PERFORM RewriteJournalFile
               DISPLAY "NLYEAREND: YEAR ENDED " WS-Year-End-Date
                   " CLOSED, " WS-Year-Leg-Count " LEGS ARCHIVED TO "
                   WS-Archive-Name
               DISPLAY "NLYEAREND: " WS-Close-Leg-Count
                   " CLOSING LEGS, " WS-Open-Leg-Count
                   " OPENING BALANCES, " WS-Carried-Count
                   " NEW-YEAR LEGS CARRIED"
           ELSE
               MOVE SPACES TO WS-Message-Line
               STRING "YEAR END REFUSED - " DELIMITED BY SIZE
                   WS-Refuse-Reason DELIMITED BY SIZE
                   INTO ML-Text
               MOVE WS-Message-Line TO YearEndRptLine
               WRITE YearEndRptLine
               DISPLAY "NLYEAREND: RUN REFUSED - " WS-Refuse-Reason
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE YearEndRptFile.
           STOP RUN.

       ReadYearEndParms.
           MOVE ZERO TO YP-YearEndPeriod.
           OPEN INPUT YearEndParmFile.
           IF WS-YearEndParm-Status = "00"
               READ YearEndParmFile
                   AT END MOVE ZERO TO YP-YearEndPeriod
               END-READ
               CLOSE YearEndParmFile
           END-IF.
           IF YP-YearEndPeriod NOT NUMERIC
                   OR YP-RetainedAcct NOT NUMERIC
               MOVE "NO VALID YEAR-END PARAMETER"
                   TO WS-Refuse-Reason
           ELSE
               MOVE YP-YearEndPeriod TO WS-Year-End-Period
               MOVE YP-RetainedAcct TO WS-Retained-Acct
               IF WS-Year-End-Mon < 1 OR WS-Year-End-Mon > 12
                   MOVE "NO VALID YEAR-END PARAMETER"
                       TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               IF WS-Year-End-Mon = 12
                   COMPUTE WS-New-Year-Year = WS-Year-End-Year + 1
                   MOVE 1 TO WS-New-Year-Mon
               ELSE
                   MOVE WS-Year-End-Year TO WS-New-Year-Year
                   COMPUTE WS-New-Year-Mon = WS-Year-End-Mon + 1
               END-IF
               MOVE 1 TO WS-New-Year-Day
               COMPUTE WS-Year-End-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-New-Year-Date) - 1)
               MOVE SPACES TO WS-Archive-Name
               STRING "NLJRNL" DELIMITED BY SIZE
                   WS-Year-End-Year DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-Archive-Name
               MOVE WS-Year-End-Date TO RH-YearEndDate
               MOVE WS-Retained-Acct TO RH-RetainedAcct
               MOVE WS-Report-Heading TO YearEndRptLine
               WRITE YearEndRptLine
           END-IF.

      * The twelve months run from the month after the same month a
      * year earlier up to the year end itself.
       CheckPeriodsClosed.
           MOVE WS-New-Year-Date(1:6) TO WS-Check-Month.
           SUBTRACT 1 FROM WS-Check-Year.
           MOVE ZERO TO WS-Months-Checked.
           PERFORM UNTIL WS-Months-Checked = 12
                   OR WS-Refuse-Reason NOT = SPACES
               MOVE WS-Check-Month TO WS-Period-Check-Date(1:6)
               MOVE "01" TO WS-Period-Check-Date(7:2)
               CALL "PeriodCheck" USING WS-Period-Subsystem
                   WS-Period-Check-Date WS-Period-Result
               IF WS-Period-Result NOT = "C"
                   MOVE SPACES TO WS-Refuse-Reason
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-Check-Month DELIMITED BY SIZE
                       " NOT CLOSED" DELIMITED BY SIZE
                       INTO WS-Refuse-Reason
               END-IF
               ADD 1 TO WS-Months-Checked
               IF WS-Check-Mon = 12
                   MOVE 1 TO WS-Check-Mon
                   ADD 1 TO WS-Check-Year
               ELSE
                   ADD 1 TO WS-Check-Mon
               END-IF
           END-PERFORM.

       LoadAccounts.
           OPEN INPUT AccountFile.
           IF WS-Account-Status = "00"
               READ AccountFile
                   AT END MOVE "Y" TO WS-Account-Eof
               END-READ
               PERFORM UNTIL Account-Eof
                   IF WS-Acct-Count < 200
                       ADD 1 TO WS-Acct-Count
                       MOVE NA-Acct TO AB-Acct(WS-Acct-Count)
                       MOVE NA-Name TO AB-Name(WS-Acct-Count)
                       MOVE SPACE TO AB-StmtClass(WS-Acct-Count)
                       IF NA-Valid-Class
                           MOVE NA-StmtClass
                               TO AB-StmtClass(WS-Acct-Count)
                       END-IF
                       MOVE ZERO TO AB-Balance(WS-Acct-Count)
                   END-IF
                   READ AccountFile
                       AT END MOVE "Y" TO WS-Account-Eof
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF.
           MOVE WS-Retained-Acct TO WS-Lookup-Acct.
           PERFORM FindAccount.
           MOVE WS-Found-Idx TO WS-Retained-Idx.
           IF NOT Acct-Found
               MOVE "RETAINED EARNINGS ACCOUNT NOT ON FILE"
                   TO WS-Refuse-Reason
           ELSE
               IF AB-StmtClass(WS-Retained-Idx) NOT = "E"
                   MOVE "RETAINED EARNINGS NOT AN EQUITY ACCOUNT"
                       TO WS-Refuse-Reason
               END-IF
           END-IF.

      * A journal to an account missing from the master is taken as
      * unclassified, as the trial balance shows it.
       FindAccount.
           MOVE "N" TO WS-Acct-Found.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
                       OR Acct-Found
               IF AB-Acct(WS-Acct-Idx) = WS-Lookup-Acct
                   MOVE "Y" TO WS-Acct-Found
                   MOVE WS-Acct-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       AddUnknownAccount.
           IF WS-Acct-Count < 200
               ADD 1 TO WS-Acct-Count
               MOVE WS-Acct-Count TO WS-Found-Idx
               MOVE WS-Lookup-Acct TO AB-Acct(WS-Found-Idx)
               MOVE "NOT ON ACCT MASTER" TO AB-Name(WS-Found-Idx)
               MOVE SPACE TO AB-StmtClass(WS-Found-Idx)
               MOVE ZERO TO AB-Balance(WS-Found-Idx)
               MOVE "Y" TO WS-Acct-Found
           END-IF.

       TotalTheYear.
           OPEN INPUT NlJournalFile.
           IF WS-NlJournal-Status = "00"
               READ NlJournalFile
                   AT END MOVE "Y" TO WS-Journal-Eof
               END-READ
               PERFORM UNTIL Journal-Eof
                   IF NJ-JrnlDate <= WS-Year-End-Date
                       ADD 1 TO WS-Year-Leg-Count
                       ADD NJ-Debit TO WS-Year-Debits
                       ADD NJ-Credit TO WS-Year-Credits
                       MOVE NJ-Acct TO WS-Lookup-Acct
                       PERFORM FindAccount
                       IF NOT Acct-Found
                           PERFORM AddUnknownAccount
                       END-IF
                       IF Acct-Found
                           COMPUTE AB-Balance(WS-Found-Idx) =
                               AB-Balance(WS-Found-Idx)
                               + NJ-Debit - NJ-Credit
                       END-IF
                   END-IF
                   READ NlJournalFile
                       AT END MOVE "Y" TO WS-Journal-Eof
                   END-READ
               END-PERFORM
               CLOSE NlJournalFile
           END-IF.
           MOVE "N" TO WS-Journal-Eof.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-StmtClass(WS-Acct-Idx) = SPACE
                       AND AB-Balance(WS-Acct-Idx) NOT = ZERO
                   ADD 1 TO WS-Unclassified-Count
                   MOVE "BALANCE ON UNCLASSIFIED ACCOUNT" TO ML-Text
                   MOVE AB-Acct(WS-Acct-Idx) TO ML-Acct
                   MOVE WS-Message-Line TO YearEndRptLine
                   WRITE YearEndRptLine
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-Year-Leg-Count = ZERO
                   MOVE "NOTHING TO CLOSE FOR THE YEAR"
                       TO WS-Refuse-Reason
               WHEN WS-Year-Debits NOT = WS-Year-Credits
                   MOVE "YEAR'S JOURNALS OUT OF BALANCE"
                       TO WS-Refuse-Reason
               WHEN WS-Unclassified-Count > ZERO
                   MOVE "BALANCES ON UNCLASSIFIED ACCOUNTS"
                       TO WS-Refuse-Reason
           END-EVALUATE.

      * The year's legs go to the archive as they stand; the new
      * year's are set aside to follow the opening balances.
       ArchiveTheYear.
           OPEN EXTEND ArchiveFile.
           IF WS-Archive-Status = "35"
               OPEN OUTPUT ArchiveFile
           END-IF.
           OPEN OUTPUT CarryFile.
           OPEN INPUT NlJournalFile.
           READ NlJournalFile
               AT END MOVE "Y" TO WS-Journal-Eof
           END-READ.
           PERFORM UNTIL Journal-Eof
               IF NJ-JrnlDate <= WS-Year-End-Date
                   MOVE NlJournalRec TO ArchiveJrnlRec
                   WRITE ArchiveJrnlRec
               ELSE
                   MOVE NlJournalRec TO CarryJrnlRec
                   WRITE CarryJrnlRec
                   ADD 1 TO WS-Carried-Count
               END-IF
               READ NlJournalFile
                   AT END MOVE "Y" TO WS-Journal-Eof
               END-READ
           END-PERFORM.
           CLOSE NlJournalFile.
           CLOSE CarryFile.

      * Each profit and loss account is cleared by a leg for its
      * balance the other way; the net is the year's profit, which
      * lands on retained earnings and so in its opening balance.
       WriteClosingJournal.
           MOVE "CLOSING ENTRIES TO RETAINED EARNINGS AT " TO SH-Title.
           MOVE WS-Year-End-Date TO SH-Date.
           MOVE WS-Section-Heading TO YearEndRptLine.
           WRITE YearEndRptLine.
           MOVE ZERO TO WS-Section-Debits.
           MOVE ZERO TO WS-Section-Credits.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-ProfitAndLoss(WS-Acct-Idx)
                       AND AB-Balance(WS-Acct-Idx) NOT = ZERO
                   SUBTRACT AB-Balance(WS-Acct-Idx)
                       FROM WS-Profit-For-Year
                   COMPUTE WS-Leg-Amount =
                       ZERO - AB-Balance(WS-Acct-Idx)
                   MOVE AB-Acct(WS-Acct-Idx) TO WS-Lookup-Acct
                   MOVE AB-Name(WS-Acct-Idx) TO LL-Name
                   PERFORM WriteClosingLeg
                   MOVE ZERO TO AB-Balance(WS-Acct-Idx)
               END-IF
           END-PERFORM.
           IF WS-Profit-For-Year NOT = ZERO
               COMPUTE WS-Leg-Amount = ZERO - WS-Profit-For-Year
               MOVE WS-Retained-Acct TO WS-Lookup-Acct
               MOVE AB-Name(WS-Retained-Idx) TO LL-Name
               PERFORM WriteClosingLeg
               SUBTRACT WS-Profit-For-Year
                   FROM AB-Balance(WS-Retained-Idx)
           END-IF.
           PERFORM WriteSectionTotal.
           CLOSE ArchiveFile.

      * WS-Leg-Amount is debit positive, credit negative.
       WriteClosingLeg.
           MOVE WS-Year-End-Date TO AJ-JrnlDate.
           MOVE WS-Lookup-Acct TO AJ-Acct.
           MOVE "YECLOSE" TO AJ-Source.
           PERFORM SetLegAmounts.
           MOVE WS-Leg-Debit TO AJ-Debit.
           MOVE WS-Leg-Credit TO AJ-Credit.
           WRITE ArchiveJrnlRec.
           ADD 1 TO WS-Close-Leg-Count.

       SetLegAmounts.
           MOVE WS-Lookup-Acct TO LL-Acct.
           IF WS-Leg-Amount > ZERO
               MOVE WS-Leg-Amount TO WS-Leg-Debit
               MOVE ZERO TO WS-Leg-Credit
           ELSE
               MOVE ZERO TO WS-Leg-Debit
               COMPUTE WS-Leg-Credit = ZERO - WS-Leg-Amount
           END-IF.
           ADD WS-Leg-Debit TO WS-Section-Debits.
           ADD WS-Leg-Credit TO WS-Section-Credits.
           MOVE WS-Leg-Debit TO LL-Debit.
           MOVE WS-Leg-Credit TO LL-Credit.
           MOVE WS-Leg-Line TO YearEndRptLine.
           WRITE YearEndRptLine.

       WriteSectionTotal.
           MOVE ZERO TO LL-Acct.
           MOVE "TOTAL" TO LL-Name.
           MOVE WS-Section-Debits TO LL-Debit.
           MOVE WS-Section-Credits TO LL-Credit.
           MOVE WS-Leg-Line TO YearEndRptLine.
           WRITE YearEndRptLine.
           MOVE SPACES TO YearEndRptLine.
           WRITE YearEndRptLine.

       RewriteJournalFile.
           CALL "GenBackup" USING WS-Journal-Backup.
           OPEN OUTPUT NlJournalFile.
           MOVE "OPENING BALANCES AT " TO SH-Title.
           MOVE WS-New-Year-Date TO SH-Date.
           MOVE WS-Section-Heading TO YearEndRptLine.
           WRITE YearEndRptLine.
           MOVE ZERO TO WS-Section-Debits.
           MOVE ZERO TO WS-Section-Credits.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-BalanceSheet(WS-Acct-Idx)
                       AND AB-Balance(WS-Acct-Idx) NOT = ZERO
                   MOVE AB-Balance(WS-Acct-Idx) TO WS-Leg-Amount
                   MOVE AB-Acct(WS-Acct-Idx) TO WS-Lookup-Acct
                   MOVE AB-Name(WS-Acct-Idx) TO LL-Name
                   PERFORM SetLegAmounts
                   MOVE WS-New-Year-Date TO NJ-JrnlDate
                   MOVE WS-Lookup-Acct TO NJ-Acct
                   MOVE WS-Leg-Debit TO NJ-Debit
                   MOVE WS-Leg-Credit TO NJ-Credit
                   MOVE "OPENBAL" TO NJ-Source
                   WRITE NlJournalRec
                   ADD 1 TO WS-Open-Leg-Count
               END-IF
           END-PERFORM.
           PERFORM WriteSectionTotal.
           OPEN INPUT CarryFile.
           READ CarryFile
               AT END MOVE "Y" TO WS-Carry-Eof
           END-READ.
           PERFORM UNTIL Carry-Eof
               MOVE CarryJrnlRec TO NlJournalRec
               WRITE NlJournalRec
               READ CarryFile
                   AT END MOVE "Y" TO WS-Carry-Eof
               END-READ
           END-PERFORM.
           CLOSE CarryFile.
           CLOSE NlJournalFile.

       END PROGRAM NlYearEnd.

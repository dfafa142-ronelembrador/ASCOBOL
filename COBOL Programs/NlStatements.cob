      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly profit and loss account and balance sheet
      *          from the nominal-ledger journal NLJOURNAL.DAT, each
      *          account placed by the statement class and line group
      *          it carries on NLACCOUNT.DAT. The profit and loss
      *          account shows revenue, cost of sales, gross profit,
      *          overheads and net profit for the month, the year to
      *          date and the same months of the prior year; the
      *          balance sheet shows assets, liabilities and equity at
      *          the month end, with profit brought forward from
      *          earlier years and the profit for the year carried
      *          into equity. Both are reconciled to the trial balance
      *          totals over the same journals: a trial balance out of
      *          balance, a balance left on an unclassified account or
      *          a balance sheet that does not balance is flagged and
      *          fails the step, the NlTrialBalance way. The month
      *          (YYYYMM) and the first month of the financial year
      *          are read from NLSTMTPARM.DAT; with no parameter the
      *          current month of a calendar year is reported.
      *          Written to NLSTATEMENTS.DAT. Once NlYearEnd has
      *          rolled the prior year off the journal, its figures
      *          come from that year's archive NLJRNLyyyy.DAT, less
      *          the year-end closing entries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NlStatements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StmtParmFile ASSIGN TO "NLSTMTPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-StmtParm-Status.
           SELECT NlJournalFile ASSIGN TO "NLJOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NlJournal-Status.
           SELECT AccountFile ASSIGN TO "NLACCOUNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Account-Status.
           SELECT ArchiveFile ASSIGN TO WS-Archive-Name
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Archive-Status.
           SELECT StatementFile ASSIGN TO "NLSTATEMENTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StmtParmFile.
       01  StmtParmRec.
           02  SP-Period               PIC 9(6).
           02  SP-YearStartMon         PIC 99.

       FD  NlJournalFile.
           COPY NLJRNL.

       FD  AccountFile.
           COPY NLACCT.

       FD  ArchiveFile.
           COPY NLJRNL REPLACING LEADING ==NJ-== BY ==AJ-==
                                 ==NlJournalRec== BY ==ArchiveJrnlRec==.

       FD  StatementFile.
       01  StatementLine               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-StmtParm-Status          PIC XX.
       01  WS-NlJournal-Status         PIC XX.
       01  WS-Account-Status           PIC XX.
       01  WS-Archive-Status           PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Journal-Eof          PIC X VALUE "N".
               88  Journal-Eof             VALUE "Y".
           02  WS-Account-Eof          PIC X VALUE "N".
               88  Account-Eof             VALUE "Y".
           02  WS-Archive-Eof          PIC X VALUE "N".
               88  Archive-Eof             VALUE "Y".

       01  WS-Period                   PIC 9(6).
       01  WS-Period-X REDEFINES WS-Period.
           02  WS-Period-Year          PIC 9(4).
           02  WS-Period-Mon           PIC 99.
       01  WS-Year-Start-Mon           PIC 99.
       01  WS-Ytd-Start                PIC 9(6).
       01  WS-Ytd-Start-X REDEFINES WS-Ytd-Start.
           02  WS-Ytd-Start-Year       PIC 9(4).
           02  WS-Ytd-Start-Mon        PIC 99.
       01  WS-Prior-Period             PIC 9(6).
       01  WS-Prior-Ytd-Start          PIC 9(6).
       01  WS-Prior-Year-End           PIC 9(6).
       01  WS-Prior-Year-End-X REDEFINES WS-Prior-Year-End.
           02  WS-Prior-Year-End-Year  PIC 9(4).
           02  WS-Prior-Year-End-Mon   PIC 99.
       01  WS-Archive-Name             PIC X(30).
       01  WS-Jrnl-Month               PIC 9(6).
       01  WS-Jrnl-Net                 PIC S9(11)V99.

      * Each account's movement, debit less credit, over the month,
      * the year to date, the prior year to date, everything to the
      * month end, and everything before the year began.
       01  WS-Acct-Count               PIC 9(3) VALUE ZERO.
       01  AcctBalTable.
           02 AcctBal-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Acct-Count.
               03 AB-Acct                  PIC 9(4).
               03 AB-Name                  PIC X(20).
               03 AB-StmtClass             PIC X.
               03 AB-LineGroup             PIC X(20).
               03 AB-Month                 PIC S9(11)V99.
               03 AB-Ytd                   PIC S9(11)V99.
               03 AB-PriorYtd              PIC S9(11)V99.
               03 AB-Cumul                 PIC S9(11)V99.
               03 AB-BroughtFwd            PIC S9(11)V99.
       01  WS-Acct-Idx                 PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Acct-Found               PIC X VALUE "N".
           88  Acct-Found                  VALUE "Y".
       01  WS-Lookup-Acct              PIC 9(4).

      * Statement lines, one per class and line group, in the order
      * the accounts first name them.
       01  WS-Group-Count              PIC 9(3) VALUE ZERO.
       01  WS-Group-Table-Limit        PIC 9(3) VALUE 100.
       01  GroupTable.
           02 Group-Entry OCCURS 100 TIMES
                   DEPENDING ON WS-Group-Count.
               03 GR-StmtClass             PIC X.
               03 GR-LineGroup             PIC X(20).
               03 GR-Month                 PIC S9(11)V99.
               03 GR-Ytd                   PIC S9(11)V99.
               03 GR-PriorYtd              PIC S9(11)V99.
               03 GR-Cumul                 PIC S9(11)V99.
       01  WS-Group-Idx                PIC 9(3).
       01  WS-Group-Found-Idx          PIC 9(3).
       01  WS-Group-Found              PIC X VALUE "N".
           88  Group-Found                 VALUE "Y".
       01  WS-Lookup-Class             PIC X.
       01  WS-Lookup-Group             PIC X(20).

      * Revenue, liabilities and equity are credit balances and are
      * shown with the sign turned so they read positive.
       01  WS-Print-Class              PIC X.
       01  WS-Print-Sign               PIC S9.
       01  WS-Class-Totals.
           02  WS-Class-Month          PIC S9(11)V99.
           02  WS-Class-Ytd            PIC S9(11)V99.
           02  WS-Class-PriorYtd       PIC S9(11)V99.
           02  WS-Class-Cumul          PIC S9(11)V99.

       01  WS-Revenue-Totals.
           02  WS-Rev-Month            PIC S9(11)V99.
           02  WS-Rev-Ytd              PIC S9(11)V99.
           02  WS-Rev-PriorYtd         PIC S9(11)V99.
       01  WS-Gross-Totals.
           02  WS-Gross-Month          PIC S9(11)V99.
           02  WS-Gross-Ytd            PIC S9(11)V99.
           02  WS-Gross-PriorYtd       PIC S9(11)V99.
       01  WS-Net-Totals.
           02  WS-Net-Month            PIC S9(11)V99.
           02  WS-Net-Ytd              PIC S9(11)V99.
           02  WS-Net-PriorYtd         PIC S9(11)V99.

       01  WS-Total-Assets             PIC S9(11)V99.
       01  WS-Total-Liabilities        PIC S9(11)V99.
       01  WS-Net-Assets               PIC S9(11)V99.
       01  WS-Profit-Brought-Fwd       PIC S9(11)V99 VALUE ZERO.
       01  WS-Total-Equity             PIC S9(11)V99.

       01  WS-TB-Debits                PIC 9(11)V99 VALUE ZERO.
       01  WS-TB-Credits               PIC 9(11)V99 VALUE ZERO.
       01  WS-Unclassified             PIC S9(11)V99 VALUE ZERO.
       01  WS-Unclassified-Count       PIC 9(3) VALUE ZERO.
       01  WS-Bs-Difference            PIC S9(11)V99.
       01  WS-Statements-Agree         PIC X VALUE "Y".
           88  Statements-Agree            VALUE "Y".

       01  WS-Pl-Heading.
           02  FILLER              PIC X(33)
                   VALUE "PROFIT AND LOSS ACCOUNT - PERIOD ".
           02  PH-Period           PIC 9(6).
           02  FILLER              PIC X(13) VALUE "   YEAR FROM ".
           02  PH-YtdStart         PIC 9(6).
           02  FILLER              PIC X(13) VALUE "   RUN DATE: ".
           02  PH-RunDate          PIC X(8).
           02  FILLER              PIC X(21) VALUE SPACES.

       01  WS-Pl-Columns.
           02  FILLER              PIC X(40) VALUE SPACES.
           02  FILLER              PIC X(16) VALUE "         MONTH".
           02  FILLER              PIC X(16) VALUE "  YEAR TO DATE".
           02  FILLER              PIC X(28) VALUE "    PRIOR YEAR".

       01  WS-Section-Line.
           02  SL-Title            PIC X(40).
           02  FILLER              PIC X(60) VALUE SPACES.

       01  WS-Pl-Line.
           02  PL-Label.
               03  PL-Indent       PIC X(4).
               03  PL-Name         PIC X(36).
           02  PL-Month            PIC ---,---,--9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PL-Ytd              PIC ---,---,--9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PL-PriorYtd         PIC ---,---,--9.99.
           02  FILLER              PIC X(14) VALUE SPACES.

       01  WS-Bs-Heading.
           02  FILLER              PIC X(31)
                   VALUE "BALANCE SHEET AT END OF PERIOD ".
           02  BH-Period           PIC 9(6).
           02  FILLER              PIC X(63) VALUE SPACES.

       01  WS-Bs-Line.
           02  BL-Label.
               03  BL-Indent       PIC X(4).
               03  BL-Name         PIC X(36).
           02  BL-Amount           PIC ---,---,--9.99.
           02  FILLER              PIC X(46) VALUE SPACES.

       01  WS-Unclassified-Line.
           02  FILLER              PIC X(4) VALUE SPACES.
           02  UL-Acct             PIC 9(4).
           02  FILLER              PIC X VALUE SPACES.
           02  UL-Name             PIC X(20).
           02  FILLER              PIC X(11) VALUE SPACES.
           02  UL-Balance          PIC ---,---,--9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(44) VALUE "UNCLASSIFIED".

       01  WS-Tb-Check-Line.
           02  FILLER              PIC X(40)
                   VALUE "TRIAL BALANCE TO PERIOD END".
           02  FILLER              PIC X(4) VALUE "DR: ".
           02  TC-Debits           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(6) VALUE "  CR: ".
           02  TC-Credits          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(16) VALUE SPACES.

       01  WS-Agree-Line.
           02  AL-Flag             PIC X(40).
           02  FILLER              PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadStatementParms.
           PERFORM LoadAccounts.
           PERFORM AccumulateJournal.
           PERFORM AccumulatePriorYearArchive.
           PERFORM BuildGroupTable.
           OPEN OUTPUT StatementFile.
           PERFORM PrintProfitAndLoss.
           PERFORM PrintBalanceSheet.
           PERFORM PrintReconciliation.
           CLOSE StatementFile.
           DISPLAY "NLSTATEMENTS: PERIOD " WS-Period
               " NET PROFIT YTD " WS-Net-Ytd
               " NET ASSETS " WS-Net-Assets.
           IF NOT Statements-Agree
               DISPLAY "NLSTATEMENTS: *** STATEMENTS DO NOT AGREE "
                   "TO THE TRIAL BALANCE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadStatementParms.
           MOVE WS-Run-Date(1:6) TO WS-Period.
           MOVE 1 TO WS-Year-Start-Mon.
           OPEN INPUT StmtParmFile.
           IF WS-StmtParm-Status = "00"
               READ StmtParmFile
                   AT END MOVE ZERO TO SP-Period
               END-READ
               IF SP-Period IS NUMERIC AND SP-Period > ZERO
                   MOVE SP-Period TO WS-Period
               END-IF
               IF SP-YearStartMon IS NUMERIC
                       AND SP-YearStartMon >= 1
                       AND SP-YearStartMon <= 12
                   MOVE SP-YearStartMon TO WS-Year-Start-Mon
               END-IF
               CLOSE StmtParmFile
           END-IF.
           MOVE WS-Year-Start-Mon TO WS-Ytd-Start-Mon.
           IF WS-Period-Mon >= WS-Year-Start-Mon
               MOVE WS-Period-Year TO WS-Ytd-Start-Year
           ELSE
               COMPUTE WS-Ytd-Start-Year = WS-Period-Year - 1
           END-IF.
           COMPUTE WS-Prior-Period = WS-Period - 100.
           COMPUTE WS-Prior-Ytd-Start = WS-Ytd-Start - 100.
           MOVE WS-Ytd-Start TO WS-Prior-Year-End.
           IF WS-Prior-Year-End-Mon = 1
               MOVE 12 TO WS-Prior-Year-End-Mon
               SUBTRACT 1 FROM WS-Prior-Year-End-Year
           ELSE
               SUBTRACT 1 FROM WS-Prior-Year-End-Mon
           END-IF.
           MOVE SPACES TO WS-Archive-Name.
           STRING "NLJRNL" DELIMITED BY SIZE
               WS-Prior-Year-End-Year DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Archive-Name.

       LoadAccounts.
           OPEN INPUT AccountFile.
           IF WS-Account-Status = "00"
               READ AccountFile
                   AT END MOVE "Y" TO WS-Account-Eof
               END-READ
               PERFORM UNTIL Account-Eof
                   IF WS-Acct-Count < 200
                       ADD 1 TO WS-Acct-Count
                       INITIALIZE AcctBal-Entry(WS-Acct-Count)
                       MOVE NA-Acct TO AB-Acct(WS-Acct-Count)
                       MOVE NA-Name TO AB-Name(WS-Acct-Count)
                       IF NA-Valid-Class
                           MOVE NA-StmtClass
                               TO AB-StmtClass(WS-Acct-Count)
                       END-IF
                       MOVE NA-LineGroup
                           TO AB-LineGroup(WS-Acct-Count)
                   END-IF
                   READ AccountFile
                       AT END MOVE "Y" TO WS-Account-Eof
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF.

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
           IF NOT Acct-Found AND WS-Acct-Count < 200
               ADD 1 TO WS-Acct-Count
               MOVE WS-Acct-Count TO WS-Found-Idx
               INITIALIZE AcctBal-Entry(WS-Found-Idx)
               MOVE WS-Lookup-Acct TO AB-Acct(WS-Found-Idx)
               MOVE "NOT ON ACCT MASTER" TO AB-Name(WS-Found-Idx)
               MOVE "Y" TO WS-Acct-Found
           END-IF.

      * Journals dated after the month end play no part; the trial
      * balance totals are taken over the same journals.
       AccumulateJournal.
           OPEN INPUT NlJournalFile.
           IF WS-NlJournal-Status = "00"
               READ NlJournalFile
                   AT END MOVE "Y" TO WS-Journal-Eof
               END-READ
               PERFORM UNTIL Journal-Eof
                   MOVE NJ-JrnlDate(1:6) TO WS-Jrnl-Month
                   IF WS-Jrnl-Month <= WS-Period
                       PERFORM AccumulateOneLeg
                   END-IF
                   READ NlJournalFile
                       AT END MOVE "Y" TO WS-Journal-Eof
                   END-READ
               END-PERFORM
               CLOSE NlJournalFile
           END-IF.

       AccumulateOneLeg.
           ADD NJ-Debit TO WS-TB-Debits.
           ADD NJ-Credit TO WS-TB-Credits.
           COMPUTE WS-Jrnl-Net = NJ-Debit - NJ-Credit.
           MOVE NJ-Acct TO WS-Lookup-Acct.
           PERFORM FindAccount.
           IF Acct-Found
               ADD WS-Jrnl-Net TO AB-Cumul(WS-Found-Idx)
               IF WS-Jrnl-Month < WS-Ytd-Start
                   ADD WS-Jrnl-Net TO AB-BroughtFwd(WS-Found-Idx)
               ELSE
                   ADD WS-Jrnl-Net TO AB-Ytd(WS-Found-Idx)
               END-IF
               IF WS-Jrnl-Month = WS-Period
                   ADD WS-Jrnl-Net TO AB-Month(WS-Found-Idx)
               END-IF
               IF WS-Jrnl-Month >= WS-Prior-Ytd-Start
                       AND WS-Jrnl-Month <= WS-Prior-Period
                   ADD WS-Jrnl-Net TO AB-PriorYtd(WS-Found-Idx)
               END-IF
           END-IF.

      * The prior year's archive adds to the comparatives only.
       AccumulatePriorYearArchive.
           OPEN INPUT ArchiveFile.
           IF WS-Archive-Status = "00"
               READ ArchiveFile
                   AT END MOVE "Y" TO WS-Archive-Eof
               END-READ
               PERFORM UNTIL Archive-Eof
                   MOVE AJ-JrnlDate(1:6) TO WS-Jrnl-Month
                   IF AJ-Source NOT = "YECLOSE"
                           AND WS-Jrnl-Month >= WS-Prior-Ytd-Start
                           AND WS-Jrnl-Month <= WS-Prior-Period
                       MOVE AJ-Acct TO WS-Lookup-Acct
                       PERFORM FindAccount
                       IF Acct-Found
                           COMPUTE AB-PriorYtd(WS-Found-Idx) =
                               AB-PriorYtd(WS-Found-Idx)
                               + AJ-Debit - AJ-Credit
                       END-IF
                   END-IF
                   READ ArchiveFile
                       AT END MOVE "Y" TO WS-Archive-Eof
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

      * Profit and loss balances from before the year began are the
      * profit brought forward into equity.
       BuildGroupTable.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-StmtClass(WS-Acct-Idx) = SPACE
                   ADD AB-Cumul(WS-Acct-Idx) TO WS-Unclassified
               ELSE
                   MOVE AB-StmtClass(WS-Acct-Idx) TO WS-Lookup-Class
                   MOVE AB-LineGroup(WS-Acct-Idx) TO WS-Lookup-Group
                   IF WS-Lookup-Group = SPACES
                       MOVE AB-Name(WS-Acct-Idx) TO WS-Lookup-Group
                   END-IF
                   PERFORM FindGroup
                   IF Group-Found
                       ADD AB-Month(WS-Acct-Idx)
                           TO GR-Month(WS-Group-Found-Idx)
                       ADD AB-Ytd(WS-Acct-Idx)
                           TO GR-Ytd(WS-Group-Found-Idx)
                       ADD AB-PriorYtd(WS-Acct-Idx)
                           TO GR-PriorYtd(WS-Group-Found-Idx)
                       ADD AB-Cumul(WS-Acct-Idx)
                           TO GR-Cumul(WS-Group-Found-Idx)
                   ELSE
                       ADD AB-Cumul(WS-Acct-Idx) TO WS-Unclassified
                   END-IF
                   IF AB-StmtClass(WS-Acct-Idx) = "R" OR "C" OR "O"
                       SUBTRACT AB-BroughtFwd(WS-Acct-Idx)
                           FROM WS-Profit-Brought-Fwd
                   END-IF
               END-IF
           END-PERFORM.

       FindGroup.
           MOVE "N" TO WS-Group-Found.
           PERFORM VARYING WS-Group-Idx FROM 1 BY 1
                   UNTIL WS-Group-Idx > WS-Group-Count
                       OR Group-Found
               IF GR-StmtClass(WS-Group-Idx) = WS-Lookup-Class
                       AND GR-LineGroup(WS-Group-Idx) = WS-Lookup-Group
                   MOVE "Y" TO WS-Group-Found
                   MOVE WS-Group-Idx TO WS-Group-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Group-Found
                   AND WS-Group-Count < WS-Group-Table-Limit
               ADD 1 TO WS-Group-Count
               MOVE WS-Group-Count TO WS-Group-Found-Idx
               INITIALIZE Group-Entry(WS-Group-Found-Idx)
               MOVE WS-Lookup-Class TO GR-StmtClass(WS-Group-Found-Idx)
               MOVE WS-Lookup-Group TO GR-LineGroup(WS-Group-Found-Idx)
               MOVE "Y" TO WS-Group-Found
           END-IF.

       PrintProfitAndLoss.
           MOVE WS-Period TO PH-Period.
           MOVE WS-Ytd-Start TO PH-YtdStart.
           MOVE WS-Run-Date TO PH-RunDate.
           MOVE WS-Pl-Heading TO StatementLine.
           WRITE StatementLine.
           MOVE WS-Pl-Columns TO StatementLine.
           WRITE StatementLine.
           MOVE "REVENUE" TO SL-Title.
           MOVE "R" TO WS-Print-Class.
           MOVE -1 TO WS-Print-Sign.
           PERFORM PrintPlClass.
           MOVE "TOTAL REVENUE" TO PL-Label.
           PERFORM PrintPlTotal.
           MOVE WS-Class-Month TO WS-Rev-Month.
           MOVE WS-Class-Ytd TO WS-Rev-Ytd.
           MOVE WS-Class-PriorYtd TO WS-Rev-PriorYtd.
           MOVE "COST OF SALES" TO SL-Title.
           MOVE "C" TO WS-Print-Class.
           MOVE 1 TO WS-Print-Sign.
           PERFORM PrintPlClass.
           MOVE "TOTAL COST OF SALES" TO PL-Label.
           PERFORM PrintPlTotal.
           COMPUTE WS-Gross-Month = WS-Rev-Month - WS-Class-Month.
           COMPUTE WS-Gross-Ytd = WS-Rev-Ytd - WS-Class-Ytd.
           COMPUTE WS-Gross-PriorYtd =
               WS-Rev-PriorYtd - WS-Class-PriorYtd.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE "GROSS PROFIT" TO PL-Label.
           MOVE WS-Gross-Month TO PL-Month.
           MOVE WS-Gross-Ytd TO PL-Ytd.
           MOVE WS-Gross-PriorYtd TO PL-PriorYtd.
           MOVE WS-Pl-Line TO StatementLine.
           WRITE StatementLine.
           MOVE "OVERHEADS" TO SL-Title.
           MOVE "O" TO WS-Print-Class.
           MOVE 1 TO WS-Print-Sign.
           PERFORM PrintPlClass.
           MOVE "TOTAL OVERHEADS" TO PL-Label.
           PERFORM PrintPlTotal.
           COMPUTE WS-Net-Month = WS-Gross-Month - WS-Class-Month.
           COMPUTE WS-Net-Ytd = WS-Gross-Ytd - WS-Class-Ytd.
           COMPUTE WS-Net-PriorYtd =
               WS-Gross-PriorYtd - WS-Class-PriorYtd.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE "NET PROFIT/(LOSS)" TO PL-Label.
           MOVE WS-Net-Month TO PL-Month.
           MOVE WS-Net-Ytd TO PL-Ytd.
           MOVE WS-Net-PriorYtd TO PL-PriorYtd.
           MOVE WS-Pl-Line TO StatementLine.
           WRITE StatementLine.

      * The caller sets the section title, class and sign; the class
      * totals are left signed for the statement.
       PrintPlClass.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE WS-Section-Line TO StatementLine.
           WRITE StatementLine.
           INITIALIZE WS-Class-Totals.
           PERFORM VARYING WS-Group-Idx FROM 1 BY 1
                   UNTIL WS-Group-Idx > WS-Group-Count
               IF GR-StmtClass(WS-Group-Idx) = WS-Print-Class
                       AND (GR-Month(WS-Group-Idx) NOT = ZERO
                           OR GR-Ytd(WS-Group-Idx) NOT = ZERO
                           OR GR-PriorYtd(WS-Group-Idx) NOT = ZERO)
                   MOVE SPACES TO PL-Indent
                   MOVE GR-LineGroup(WS-Group-Idx) TO PL-Name
                   COMPUTE PL-Month =
                       GR-Month(WS-Group-Idx) * WS-Print-Sign
                   COMPUTE PL-Ytd =
                       GR-Ytd(WS-Group-Idx) * WS-Print-Sign
                   COMPUTE PL-PriorYtd =
                       GR-PriorYtd(WS-Group-Idx) * WS-Print-Sign
                   MOVE WS-Pl-Line TO StatementLine
                   WRITE StatementLine
                   COMPUTE WS-Class-Month = WS-Class-Month
                       + GR-Month(WS-Group-Idx) * WS-Print-Sign
                   COMPUTE WS-Class-Ytd = WS-Class-Ytd
                       + GR-Ytd(WS-Group-Idx) * WS-Print-Sign
                   COMPUTE WS-Class-PriorYtd = WS-Class-PriorYtd
                       + GR-PriorYtd(WS-Group-Idx) * WS-Print-Sign
               END-IF
           END-PERFORM.

       PrintPlTotal.
           MOVE WS-Class-Month TO PL-Month.
           MOVE WS-Class-Ytd TO PL-Ytd.
           MOVE WS-Class-PriorYtd TO PL-PriorYtd.
           MOVE WS-Pl-Line TO StatementLine.
           WRITE StatementLine.

       PrintBalanceSheet.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE WS-Period TO BH-Period.
           MOVE WS-Bs-Heading TO StatementLine.
           WRITE StatementLine.
           MOVE "ASSETS" TO SL-Title.
           MOVE "A" TO WS-Print-Class.
           MOVE 1 TO WS-Print-Sign.
           PERFORM PrintBsClass.
           MOVE WS-Class-Cumul TO WS-Total-Assets.
           MOVE "TOTAL ASSETS" TO BL-Label.
           MOVE WS-Total-Assets TO BL-Amount.
           PERFORM PrintBsTotal.
           MOVE "LIABILITIES" TO SL-Title.
           MOVE "L" TO WS-Print-Class.
           MOVE -1 TO WS-Print-Sign.
           PERFORM PrintBsClass.
           MOVE WS-Class-Cumul TO WS-Total-Liabilities.
           MOVE "TOTAL LIABILITIES" TO BL-Label.
           MOVE WS-Total-Liabilities TO BL-Amount.
           PERFORM PrintBsTotal.
           COMPUTE WS-Net-Assets =
               WS-Total-Assets - WS-Total-Liabilities.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE "NET ASSETS" TO BL-Label.
           MOVE WS-Net-Assets TO BL-Amount.
           PERFORM PrintBsTotal.
           MOVE "EQUITY" TO SL-Title.
           MOVE "E" TO WS-Print-Class.
           MOVE -1 TO WS-Print-Sign.
           PERFORM PrintBsClass.
           MOVE SPACES TO BL-Indent.
           MOVE "PROFIT BROUGHT FORWARD" TO BL-Name.
           MOVE WS-Profit-Brought-Fwd TO BL-Amount.
           MOVE WS-Bs-Line TO StatementLine.
           WRITE StatementLine.
           MOVE "PROFIT FOR THE YEAR" TO BL-Name.
           MOVE WS-Net-Ytd TO BL-Amount.
           MOVE WS-Bs-Line TO StatementLine.
           WRITE StatementLine.
           COMPUTE WS-Total-Equity = WS-Class-Cumul
               + WS-Profit-Brought-Fwd + WS-Net-Ytd.
           MOVE "TOTAL EQUITY" TO BL-Label.
           MOVE WS-Total-Equity TO BL-Amount.
           PERFORM PrintBsTotal.

       PrintBsClass.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE WS-Section-Line TO StatementLine.
           WRITE StatementLine.
           INITIALIZE WS-Class-Totals.
           PERFORM VARYING WS-Group-Idx FROM 1 BY 1
                   UNTIL WS-Group-Idx > WS-Group-Count
               IF GR-StmtClass(WS-Group-Idx) = WS-Print-Class
                       AND GR-Cumul(WS-Group-Idx) NOT = ZERO
                   MOVE SPACES TO BL-Indent
                   MOVE GR-LineGroup(WS-Group-Idx) TO BL-Name
                   COMPUTE BL-Amount =
                       GR-Cumul(WS-Group-Idx) * WS-Print-Sign
                   MOVE WS-Bs-Line TO StatementLine
                   WRITE StatementLine
                   COMPUTE WS-Class-Cumul = WS-Class-Cumul
                       + GR-Cumul(WS-Group-Idx) * WS-Print-Sign
               END-IF
           END-PERFORM.

       PrintBsTotal.
           MOVE WS-Bs-Line TO StatementLine.
           WRITE StatementLine.

      * Net assets less equity is what the classified accounts leave
      * over; with the trial balance in balance it can only be the
      * balances sitting on unclassified accounts.
       PrintReconciliation.
           MOVE SPACES TO StatementLine.
           WRITE StatementLine.
           MOVE "RECONCILIATION TO TRIAL BALANCE" TO SL-Title.
           MOVE WS-Section-Line TO StatementLine.
           WRITE StatementLine.
           MOVE WS-TB-Debits TO TC-Debits.
           MOVE WS-TB-Credits TO TC-Credits.
           MOVE WS-Tb-Check-Line TO StatementLine.
           WRITE StatementLine.
           PERFORM VARYING WS-Acct-Idx FROM 1 BY 1
                   UNTIL WS-Acct-Idx > WS-Acct-Count
               IF AB-StmtClass(WS-Acct-Idx) = SPACE
                       AND AB-Cumul(WS-Acct-Idx) NOT = ZERO
                   ADD 1 TO WS-Unclassified-Count
                   MOVE AB-Acct(WS-Acct-Idx) TO UL-Acct
                   MOVE AB-Name(WS-Acct-Idx) TO UL-Name
                   MOVE AB-Cumul(WS-Acct-Idx) TO UL-Balance
                   MOVE WS-Unclassified-Line TO StatementLine
                   WRITE StatementLine
               END-IF
           END-PERFORM.
           COMPUTE WS-Bs-Difference =
               WS-Net-Assets - WS-Total-Equity.
           MOVE "NET ASSETS LESS EQUITY" TO BL-Label.
           MOVE WS-Bs-Difference TO BL-Amount.
           MOVE WS-Bs-Line TO StatementLine.
           WRITE StatementLine.
           IF WS-TB-Debits NOT = WS-TB-Credits
               MOVE "N" TO WS-Statements-Agree
               MOVE "** TRIAL BALANCE OUT OF BALANCE **" TO AL-Flag
           ELSE
               IF WS-Unclassified NOT = ZERO
                       OR WS-Bs-Difference NOT = ZERO
                   MOVE "N" TO WS-Statements-Agree
                   MOVE "** STATEMENTS DO NOT AGREE **" TO AL-Flag
               ELSE
                   MOVE "STATEMENTS AGREE TO TRIAL BALANCE"
                       TO AL-Flag
               END-IF
           END-IF.
           MOVE WS-Agree-Line TO StatementLine.
           WRITE StatementLine.

       END PROGRAM NlStatements.

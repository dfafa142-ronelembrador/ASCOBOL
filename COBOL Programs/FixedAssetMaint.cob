      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies add/change/dispose transactions from
      *          FAMAINT.DAT to the fixed asset register FIXEDASSET.DAT
      *          in the SupplierMaint style: signed on through
      *          OperAuth, the master locked through FileLock for the
      *          run and backed up through GenBackup before it is
      *          rewritten, refused transactions to the exceptions
      *          file. An asset is located at a branch on
      *          AROMABRANCH.DAT or a property on PROPERTY.DAT. A
      *          disposal takes the asset off the register at its net
      *          book value - depreciation must have been charged up
      *          to the month before - and the sale proceeds: the
      *          cost, the accumulated depreciation and the proceeds
      *          are journalled through the category's disposal
      *          account on FAJRNL.DAT (the NLJRNL layout), whose
      *          balance is the gain or loss on disposal, and the
      *          disposal is listed on FADISPOSAL.DAT. The accounts
      *          come from the posting rules on NLPOSTRULES.DAT:
      *            FACOSTc  disposal account / asset cost account
      *            FADEPc   depreciation charge / accumulated depn
      *            FAPROC   bank / disposal account
      *          for category c. A disposal dated into a period
      *          closed for FA on PERIODCLOSE.DAT is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "FIXEDASSET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Asset-Status.
           SELECT TransactionFile ASSIGN TO "FAMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tran-Status.
           SELECT BranchFile ASSIGN TO "AROMABRANCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Branch-Status.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT PostRulesFile ASSIGN TO "NLPOSTRULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PostRules-Status.
           SELECT AssetJrnlFile ASSIGN TO "FAJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AssetJrnl-Status.
           SELECT DisposalReportFile ASSIGN TO "FADISPOSAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AssetFile.
           COPY FAMAST.

       FD  TransactionFile.
           COPY FAMTRAN.

       FD  BranchFile.
           COPY AROMABR.

       FD  PropertyFile.
           COPY PROPERTY.

       FD  PostRulesFile.
       01  PostRuleRec.
           02  RU-Source               PIC X(8).
           02  RU-DebitAcct            PIC 9(4).
           02  RU-CreditAcct           PIC 9(4).

       FD  AssetJrnlFile.
           COPY NLJRNL.

       FD  DisposalReportFile.
       01  DisposalReportLine          PIC X(110).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Asset-Status             PIC XX.
       01  WS-Tran-Status              PIC XX.
       01  WS-Branch-Status            PIC XX.
       01  WS-Property-Status          PIC XX.
       01  WS-PostRules-Status         PIC XX.
       01  WS-AssetJrnl-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Asset-Eof            PIC X VALUE "N".
               88  Asset-Eof               VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Branch-Eof           PIC X VALUE "N".
               88  Branch-Eof              VALUE "Y".
           02  WS-Property-Eof         PIC X VALUE "N".
               88  Property-Eof            VALUE "Y".
           02  WS-Rules-Eof            PIC X VALUE "N".
               88  Rules-Eof               VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

       01  WS-Asset-Count              PIC 9(4) VALUE ZERO.
       01  WS-Asset-Table-Limit        PIC 9(4) VALUE 1000.
       01  AssetTable.
           02 Asset-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Asset-Count.
               03 AS-AssetNo               PIC 9(5).
               03 AS-Description           PIC X(20).
               03 AS-Category              PIC X.
               03 AS-AcqDate               PIC 9(8).
               03 AS-Cost                  PIC 9(7)V99.
               03 AS-ResidualValue         PIC 9(7)V99.
               03 AS-LifeMonths            PIC 9(3).
               03 AS-Method                PIC X.
               03 AS-LocType               PIC X.
               03 AS-LocID                 PIC 9(4).
               03 AS-AccumDepr             PIC 9(7)V99.
               03 AS-LastDeprPeriod        PIC 9(6).
               03 AS-Status                PIC X.
               03 AS-DisposalDate          PIC 9(8).
               03 AS-Proceeds              PIC 9(7)V99.
       01  WS-Table-Idx                PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".

       01  WS-Branch-Count             PIC 99 VALUE ZERO.
       01  WS-Branch-Table.
           02  BT-BranchCode           PIC 99 OCCURS 99 TIMES.
       01  WS-Property-Count           PIC 9(4) VALUE ZERO.
       01  WS-Property-Table.
           02  PR-PropertyID           PIC 9(4) OCCURS 500 TIMES.
       01  WS-Loc-Idx                  PIC 9(4).
       01  WS-Location-Found           PIC X VALUE "N".
           88  Location-Found              VALUE "Y".

       01  WS-Rule-Count               PIC 9(2) VALUE ZERO.
       01  RuleTable.
           02 Rule-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Rule-Count.
               03 RL-Source                PIC X(8).
               03 RL-DebitAcct             PIC 9(4).
               03 RL-CreditAcct            PIC 9(4).
       01  WS-Rule-Idx                 PIC 9(2).
       01  WS-Rule-Found-Idx           PIC 9(2).
       01  WS-Rule-Found               PIC X VALUE "N".
           88  Rule-Found                  VALUE "Y".
       01  WS-Lookup-Source            PIC X(8).
       01  WS-Cost-Rule-Idx            PIC 9(2).
       01  WS-Depr-Rule-Idx            PIC 9(2).
       01  WS-Proc-Rule-Idx            PIC 9(2).

      * The disposal is checked against the FA period lock.
       01  WS-Period-Subsystem         PIC X(8) VALUE "FA".
       01  WS-Period-Result            PIC X.
       01  WS-Period-Check-Date        PIC 9(8).

       01  WS-Disposal-Month           PIC 9(6).
       01  WS-Prior-Month              PIC 9(6).
       01  WS-Prior-Month-X REDEFINES WS-Prior-Month.
           02  WS-Prior-Year           PIC 9(4).
           02  WS-Prior-Mon            PIC 99.
       01  WS-Net-Book-Value           PIC S9(9)V99.
       01  WS-Gain-Loss                PIC S9(9)V99.

       01  WS-Leg-Acct                 PIC 9(4).
       01  WS-Leg-Debit                PIC 9(9)V99.
       01  WS-Leg-Credit               PIC 9(9)V99.
       01  WS-Leg-Count                PIC 9(5) VALUE ZERO.

       01  WS-Refuse-Reason            PIC X(30).

       01  WS-Tran-Count               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Disposed-Count           PIC 9(5) VALUE ZERO.

       01  WS-Asset-Backup             PIC X(30)
               VALUE "FIXEDASSET.DAT".

       01  WS-Disposal-Heading.
           02  FILLER              PIC X(40)
                   VALUE "FIXED ASSET DISPOSALS - RUN DATE ".
           02  DH-RunDate          PIC X(8).
           02  FILLER              PIC X(62) VALUE SPACES.

       01  WS-Disposal-Columns.
           02  FILLER              PIC X(27)
                   VALUE "ASSET DESCRIPTION".
           02  FILLER              PIC X(8) VALUE "DISPOSED".
           02  FILLER              PIC X(13) VALUE "         COST".
           02  FILLER              PIC X(13) VALUE "     ACC DEPN".
           02  FILLER              PIC X(13) VALUE "          NBV".
           02  FILLER              PIC X(13) VALUE "     PROCEEDS".
           02  FILLER              PIC X(17)
                   VALUE "      GAIN/(LOSS)".
           02  FILLER              PIC X(6) VALUE SPACES.

       01  WS-Disposal-Line.
           02  DL-AssetNo          PIC 9(5).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Description      PIC X(20).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-DisposalDate     PIC 9(8).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Cost             PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-AccumDepr        PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Nbv              PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Proceeds         PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-GainLoss         PIC ----,---,--9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Result           PIC X(4).


      * Run lock on the master, taken through FileLock before the
      * table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "FIXEDASSET.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "FixedAssetMaint".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).


      * Operator sign-on checked against the authorization
      * master before any transaction is applied.
       01  WS-Auth-Program             PIC X(20)
               VALUE "FixedAssetMaint".
       01  WS-Auth-Operator            PIC X(8).
       01  WS-Auth-Result              PIC X.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-Auth-Operator FROM CONSOLE.
           CALL "OperAuth" USING WS-Auth-Program
               WS-Auth-Operator WS-Auth-Result.
           IF WS-Auth-Result NOT = "Y"
               DISPLAY "FIXEDASSETMAINT: OPERATOR NOT AUTHORIZED "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "FIXEDASSETMAINT: FIXEDASSET.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadAssetTable.
           PERFORM LoadBranchTable.
           PERFORM LoadPropertyTable.
           PERFORM LoadPostingRules.
           IF Table-Full
               DISPLAY "FIXEDASSETMAINT: ASSET TABLE FULL - "
                   "MASTER NOT REWRITTEN, NO CHANGES APPLIED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OpenExceptionsFile
               OPEN EXTEND AssetJrnlFile
               IF WS-AssetJrnl-Status = "35"
                   OPEN OUTPUT AssetJrnlFile
               END-IF
               OPEN OUTPUT DisposalReportFile
               MOVE WS-Run-Date TO DH-RunDate
               MOVE WS-Disposal-Heading TO DisposalReportLine
               WRITE DisposalReportLine
               MOVE WS-Disposal-Columns TO DisposalReportLine
               WRITE DisposalReportLine
               PERFORM ApplyTransactions
               CLOSE DisposalReportFile
               CLOSE AssetJrnlFile
               CLOSE ExceptionsFile
               PERFORM RewriteAssetFile
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           DISPLAY "FIXEDASSETMAINT: " WS-Tran-Count
               " TRANSACTIONS, " WS-Applied-Count " APPLIED, "
               WS-Refused-Count " REFUSED, " WS-Disposed-Count
               " DISPOSALS, " WS-Leg-Count " JOURNAL LEGS".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadAssetTable.
           OPEN INPUT AssetFile.
           IF WS-Asset-Status = "00"
               READ AssetFile
                   AT END MOVE "Y" TO WS-Asset-Eof
               END-READ
               PERFORM UNTIL Asset-Eof
                   IF WS-Asset-Count >= WS-Asset-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Asset-Count
                       MOVE FA-AssetNo TO AS-AssetNo(WS-Asset-Count)
                       MOVE FA-Description
                           TO AS-Description(WS-Asset-Count)
                       MOVE FA-Category TO AS-Category(WS-Asset-Count)
                       MOVE FA-AcqDate TO AS-AcqDate(WS-Asset-Count)
                       MOVE FA-Cost TO AS-Cost(WS-Asset-Count)
                       MOVE FA-ResidualValue
                           TO AS-ResidualValue(WS-Asset-Count)
                       MOVE FA-LifeMonths
                           TO AS-LifeMonths(WS-Asset-Count)
                       MOVE FA-Method TO AS-Method(WS-Asset-Count)
                       MOVE FA-LocType TO AS-LocType(WS-Asset-Count)
                       MOVE FA-LocID TO AS-LocID(WS-Asset-Count)
                       MOVE FA-AccumDepr
                           TO AS-AccumDepr(WS-Asset-Count)
                       MOVE FA-LastDeprPeriod
                           TO AS-LastDeprPeriod(WS-Asset-Count)
                       MOVE FA-Status TO AS-Status(WS-Asset-Count)
                       MOVE FA-DisposalDate
                           TO AS-DisposalDate(WS-Asset-Count)
                       MOVE FA-Proceeds TO AS-Proceeds(WS-Asset-Count)
                   END-IF
                   READ AssetFile
                       AT END MOVE "Y" TO WS-Asset-Eof
                   END-READ
               END-PERFORM
               CLOSE AssetFile
           END-IF.

       LoadBranchTable.
           OPEN INPUT BranchFile.
           IF WS-Branch-Status = "00"
               READ BranchFile
                   AT END MOVE "Y" TO WS-Branch-Eof
               END-READ
               PERFORM UNTIL Branch-Eof
                   IF WS-Branch-Count < 99 AND BR-Open
                       ADD 1 TO WS-Branch-Count
                       MOVE BR-BranchCode
                           TO BT-BranchCode(WS-Branch-Count)
                   END-IF
                   READ BranchFile
                       AT END MOVE "Y" TO WS-Branch-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchFile
           END-IF.

       LoadPropertyTable.
           OPEN INPUT PropertyFile.
           IF WS-Property-Status = "00"
               READ PropertyFile
                   AT END MOVE "Y" TO WS-Property-Eof
               END-READ
               PERFORM UNTIL Property-Eof
                   IF WS-Property-Count < 500
                       ADD 1 TO WS-Property-Count
                       MOVE PP-PropertyID
                           TO PR-PropertyID(WS-Property-Count)
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
                   END-READ
               END-PERFORM
               CLOSE PropertyFile
           END-IF.

       LoadPostingRules.
           OPEN INPUT PostRulesFile.
           IF WS-PostRules-Status = "00"
               READ PostRulesFile
                   AT END MOVE "Y" TO WS-Rules-Eof
               END-READ
               PERFORM UNTIL Rules-Eof
                   IF WS-Rule-Count < 20
                       ADD 1 TO WS-Rule-Count
                       MOVE RU-Source TO RL-Source(WS-Rule-Count)
                       MOVE RU-DebitAcct
                           TO RL-DebitAcct(WS-Rule-Count)
                       MOVE RU-CreditAcct
                           TO RL-CreditAcct(WS-Rule-Count)
                   END-IF
                   READ PostRulesFile
                       AT END MOVE "Y" TO WS-Rules-Eof
                   END-READ
               END-PERFORM
               CLOSE PostRulesFile
           END-IF.

       FindRule.
           MOVE "N" TO WS-Rule-Found.
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
                       OR Rule-Found
               IF RL-Source(WS-Rule-Idx) = WS-Lookup-Source
                   MOVE "Y" TO WS-Rule-Found
                   MOVE WS-Rule-Idx TO WS-Rule-Found-Idx
               END-IF
           END-PERFORM.

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
           PERFORM FindAsset.
           EVALUATE TRUE
               WHEN FT-Add
                   PERFORM AddAsset
               WHEN FT-Change
                   PERFORM ChangeAsset
               WHEN FT-Dispose
                   PERFORM DisposeAsset
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-Refuse-Reason
           END-EVALUATE.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Applied-Count
           ELSE
               PERFORM WriteRefusal
           END-IF.

       FindAsset.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Asset-Count
                       OR Entry-Found
               IF AS-AssetNo(WS-Table-Idx) = FT-AssetNo
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       ValidateAssetFields.
           IF FT-Description = SPACES
               MOVE "DESCRIPTION MISSING" TO WS-Refuse-Reason
           END-IF.
           MOVE "FADEP" TO WS-Lookup-Source.
           MOVE FT-Category TO WS-Lookup-Source(6:1).
           PERFORM FindRule.
           IF FT-Category NOT = "V" AND NOT = "T" AND NOT = "F"
                   AND NOT = "O"
               MOVE "BAD CATEGORY" TO WS-Refuse-Reason
           ELSE
               IF NOT Rule-Found
                   MOVE "NO POSTING RULE FOR CATEGORY"
                       TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF FT-AcqDate NOT NUMERIC OR FT-AcqDate = ZERO
               MOVE "BAD ACQUISITION DATE" TO WS-Refuse-Reason
           END-IF.
           IF FT-Cost NOT NUMERIC OR FT-Cost = ZERO
               MOVE "BAD COST" TO WS-Refuse-Reason
           ELSE
               IF FT-ResidualValue NOT NUMERIC
                       OR FT-ResidualValue >= FT-Cost
                   MOVE "BAD RESIDUAL VALUE" TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF FT-LifeMonths NOT NUMERIC OR FT-LifeMonths = ZERO
               MOVE "BAD USEFUL LIFE" TO WS-Refuse-Reason
           END-IF.
           IF FT-Method NOT = "S" AND NOT = "R"
               MOVE "BAD DEPRECIATION METHOD" TO WS-Refuse-Reason
           END-IF.
           PERFORM CheckLocation.
           IF NOT Location-Found
               MOVE "LOCATION NOT ON FILE" TO WS-Refuse-Reason
           END-IF.

       CheckLocation.
           MOVE "N" TO WS-Location-Found.
           IF FT-LocID IS NUMERIC
               EVALUATE FT-LocType
                   WHEN "B"
                       PERFORM VARYING WS-Loc-Idx FROM 1 BY 1
                               UNTIL WS-Loc-Idx > WS-Branch-Count
                                   OR Location-Found
                           IF BT-BranchCode(WS-Loc-Idx) = FT-LocID
                               MOVE "Y" TO WS-Location-Found
                           END-IF
                       END-PERFORM
                   WHEN "P"
                       PERFORM VARYING WS-Loc-Idx FROM 1 BY 1
                               UNTIL WS-Loc-Idx > WS-Property-Count
                                   OR Location-Found
                           IF PR-PropertyID(WS-Loc-Idx) = FT-LocID
                               MOVE "Y" TO WS-Location-Found
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       AddAsset.
           IF Entry-Found
               MOVE "ASSET ALREADY ON FILE" TO WS-Refuse-Reason
           ELSE
               IF WS-Asset-Count >= WS-Asset-Table-Limit
                   MOVE "ASSET TABLE FULL" TO WS-Refuse-Reason
               ELSE
                   PERFORM ValidateAssetFields
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               ADD 1 TO WS-Asset-Count
               MOVE FT-AssetNo TO AS-AssetNo(WS-Asset-Count)
               MOVE WS-Asset-Count TO WS-Found-Idx
               PERFORM MoveAssetFields
               MOVE ZERO TO AS-AccumDepr(WS-Asset-Count)
               MOVE ZERO TO AS-LastDeprPeriod(WS-Asset-Count)
               MOVE "A" TO AS-Status(WS-Asset-Count)
               MOVE ZERO TO AS-DisposalDate(WS-Asset-Count)
               MOVE ZERO TO AS-Proceeds(WS-Asset-Count)
           END-IF.

      * Once depreciation has been charged on the cost, the cost and
      * the acquisition date it ran from stand.
       ChangeAsset.
           IF NOT Entry-Found
               MOVE "ASSET NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               IF AS-Status(WS-Found-Idx) = "D"
                   MOVE "ASSET ALREADY DISPOSED" TO WS-Refuse-Reason
               ELSE
                   PERFORM ValidateAssetFields
                   IF WS-Refuse-Reason = SPACES
                           AND AS-LastDeprPeriod(WS-Found-Idx) > ZERO
                           AND (FT-Cost NOT = AS-Cost(WS-Found-Idx)
                               OR FT-AcqDate
                                   NOT = AS-AcqDate(WS-Found-Idx))
                       MOVE "COST FIXED ONCE DEPRECIATED"
                           TO WS-Refuse-Reason
                   END-IF
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM MoveAssetFields
           END-IF.

       MoveAssetFields.
           MOVE FT-Description TO AS-Description(WS-Found-Idx).
           MOVE FT-Category TO AS-Category(WS-Found-Idx).
           MOVE FT-AcqDate TO AS-AcqDate(WS-Found-Idx).
           MOVE FT-Cost TO AS-Cost(WS-Found-Idx).
           MOVE FT-ResidualValue TO AS-ResidualValue(WS-Found-Idx).
           MOVE FT-LifeMonths TO AS-LifeMonths(WS-Found-Idx).
           MOVE FT-Method TO AS-Method(WS-Found-Idx).
           MOVE FT-LocType TO AS-LocType(WS-Found-Idx).
           MOVE FT-LocID TO AS-LocID(WS-Found-Idx).

       DisposeAsset.
           IF NOT Entry-Found
               MOVE "ASSET NOT ON FILE" TO WS-Refuse-Reason
           ELSE
               IF AS-Status(WS-Found-Idx) = "D"
                   MOVE "ASSET ALREADY DISPOSED" TO WS-Refuse-Reason
               ELSE
                   PERFORM ValidateDisposal
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM PostDisposal
           END-IF.

       ValidateDisposal.
           IF FT-DisposalDate NOT NUMERIC
                   OR FT-DisposalDate < AS-AcqDate(WS-Found-Idx)
               MOVE "BAD DISPOSAL DATE" TO WS-Refuse-Reason
           END-IF.
           IF FT-Proceeds NOT NUMERIC
               MOVE "BAD PROCEEDS" TO WS-Refuse-Reason
           END-IF.
           IF WS-Refuse-Reason = SPACES
               MOVE FT-DisposalDate TO WS-Period-Check-Date
               CALL "PeriodCheck" USING WS-Period-Subsystem
                   WS-Period-Check-Date WS-Period-Result
               IF WS-Period-Result = "C"
                   MOVE "PERIOD CLOSED" TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               PERFORM CheckDepreciationCurrent
           END-IF.
           IF WS-Refuse-Reason = SPACES
               MOVE "FACOST" TO WS-Lookup-Source
               MOVE AS-Category(WS-Found-Idx)
                   TO WS-Lookup-Source(7:1)
               PERFORM FindRule
               MOVE WS-Rule-Found-Idx TO WS-Cost-Rule-Idx
               IF NOT Rule-Found
                   MOVE "NO DISPOSAL POSTING RULE" TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES
               MOVE "FADEP" TO WS-Lookup-Source
               MOVE AS-Category(WS-Found-Idx)
                   TO WS-Lookup-Source(6:1)
               PERFORM FindRule
               MOVE WS-Rule-Found-Idx TO WS-Depr-Rule-Idx
               IF NOT Rule-Found
                   MOVE "NO POSTING RULE FOR CATEGORY"
                       TO WS-Refuse-Reason
               END-IF
           END-IF.
           IF WS-Refuse-Reason = SPACES AND FT-Proceeds > ZERO
               MOVE "FAPROC" TO WS-Lookup-Source
               PERFORM FindRule
               MOVE WS-Rule-Found-Idx TO WS-Proc-Rule-Idx
               IF NOT Rule-Found
                   MOVE "NO PROCEEDS POSTING RULE" TO WS-Refuse-Reason
               END-IF
           END-IF.

      * No charge is taken in the month of disposal, so the asset
      * must have been depreciated up to the month before it - an
      * asset bought in the month it goes carries no charge at all.
       CheckDepreciationCurrent.
           MOVE FT-DisposalDate(1:6) TO WS-Disposal-Month.
           MOVE WS-Disposal-Month TO WS-Prior-Month.
           IF WS-Prior-Mon = 1
               MOVE 12 TO WS-Prior-Mon
               SUBTRACT 1 FROM WS-Prior-Year
           ELSE
               SUBTRACT 1 FROM WS-Prior-Mon
           END-IF.
           IF AS-AcqDate(WS-Found-Idx)(1:6) <= WS-Prior-Month
                   AND AS-LastDeprPeriod(WS-Found-Idx) < WS-Prior-Month
                   AND AS-AccumDepr(WS-Found-Idx)
                       < AS-Cost(WS-Found-Idx)
                           - AS-ResidualValue(WS-Found-Idx)
               MOVE "DEPRECIATION NOT UP TO DATE" TO WS-Refuse-Reason
           END-IF.

      * The cost and accumulated depreciation are cleared to the
      * disposal account and the proceeds credited to it; what is
      * left there is the gain or loss.
       PostDisposal.
           COMPUTE WS-Net-Book-Value =
               AS-Cost(WS-Found-Idx) - AS-AccumDepr(WS-Found-Idx).
           COMPUTE WS-Gain-Loss = FT-Proceeds - WS-Net-Book-Value.
           MOVE AS-Cost(WS-Found-Idx) TO WS-Leg-Debit.
           MOVE RL-DebitAcct(WS-Cost-Rule-Idx) TO WS-Leg-Acct.
           PERFORM WriteDebitLeg.
           MOVE RL-CreditAcct(WS-Cost-Rule-Idx) TO WS-Leg-Acct.
           PERFORM WriteCreditLeg.
           IF AS-AccumDepr(WS-Found-Idx) > ZERO
               MOVE AS-AccumDepr(WS-Found-Idx) TO WS-Leg-Debit
               MOVE RL-CreditAcct(WS-Depr-Rule-Idx) TO WS-Leg-Acct
               PERFORM WriteDebitLeg
               MOVE RL-DebitAcct(WS-Cost-Rule-Idx) TO WS-Leg-Acct
               PERFORM WriteCreditLeg
           END-IF.
           IF FT-Proceeds > ZERO
               MOVE FT-Proceeds TO WS-Leg-Debit
               MOVE RL-DebitAcct(WS-Proc-Rule-Idx) TO WS-Leg-Acct
               PERFORM WriteDebitLeg
               MOVE RL-CreditAcct(WS-Proc-Rule-Idx) TO WS-Leg-Acct
               PERFORM WriteCreditLeg
           END-IF.
           MOVE "D" TO AS-Status(WS-Found-Idx).
           MOVE FT-DisposalDate TO AS-DisposalDate(WS-Found-Idx).
           MOVE FT-Proceeds TO AS-Proceeds(WS-Found-Idx).
           ADD 1 TO WS-Disposed-Count.
           MOVE AS-AssetNo(WS-Found-Idx) TO DL-AssetNo.
           MOVE AS-Description(WS-Found-Idx) TO DL-Description.
           MOVE FT-DisposalDate TO DL-DisposalDate.
           MOVE AS-Cost(WS-Found-Idx) TO DL-Cost.
           MOVE AS-AccumDepr(WS-Found-Idx) TO DL-AccumDepr.
           MOVE WS-Net-Book-Value TO DL-Nbv.
           MOVE FT-Proceeds TO DL-Proceeds.
           MOVE WS-Gain-Loss TO DL-GainLoss.
           IF WS-Gain-Loss < ZERO
               MOVE "LOSS" TO DL-Result
           ELSE
               MOVE "GAIN" TO DL-Result
           END-IF.
           MOVE WS-Disposal-Line TO DisposalReportLine.
           WRITE DisposalReportLine.

      * The caller sets WS-Leg-Acct and WS-Leg-Debit; the credit leg
      * that follows takes the same amount.
       WriteDebitLeg.
           MOVE WS-Run-Date TO NJ-JrnlDate.
           MOVE WS-Leg-Acct TO NJ-Acct.
           MOVE WS-Leg-Debit TO NJ-Debit.
           MOVE ZERO TO NJ-Credit.
           MOVE "FADISP" TO NJ-Source.
           WRITE NlJournalRec.
           ADD 1 TO WS-Leg-Count.

       WriteCreditLeg.
           MOVE WS-Leg-Debit TO WS-Leg-Credit.
           MOVE WS-Run-Date TO NJ-JrnlDate.
           MOVE WS-Leg-Acct TO NJ-Acct.
           MOVE ZERO TO NJ-Debit.
           MOVE WS-Leg-Credit TO NJ-Credit.
           MOVE "FADISP" TO NJ-Source.
           WRITE NlJournalRec.
           ADD 1 TO WS-Leg-Count.

       WriteRefusal.
           ADD 1 TO WS-Refused-Count.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "FAMAINT" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING FT-Action "/" FT-AssetNo
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Refuse-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       RewriteAssetFile.
           CALL "GenBackup" USING WS-Asset-Backup.
           OPEN OUTPUT AssetFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-Asset-Count
               MOVE AS-AssetNo(WS-Table-Idx) TO FA-AssetNo
               MOVE AS-Description(WS-Table-Idx) TO FA-Description
               MOVE AS-Category(WS-Table-Idx) TO FA-Category
               MOVE AS-AcqDate(WS-Table-Idx) TO FA-AcqDate
               MOVE AS-Cost(WS-Table-Idx) TO FA-Cost
               MOVE AS-ResidualValue(WS-Table-Idx) TO FA-ResidualValue
               MOVE AS-LifeMonths(WS-Table-Idx) TO FA-LifeMonths
               MOVE AS-Method(WS-Table-Idx) TO FA-Method
               MOVE AS-LocType(WS-Table-Idx) TO FA-LocType
               MOVE AS-LocID(WS-Table-Idx) TO FA-LocID
               MOVE AS-AccumDepr(WS-Table-Idx) TO FA-AccumDepr
               MOVE AS-LastDeprPeriod(WS-Table-Idx)
                   TO FA-LastDeprPeriod
               MOVE AS-Status(WS-Table-Idx) TO FA-Status
               MOVE AS-DisposalDate(WS-Table-Idx) TO FA-DisposalDate
               MOVE AS-Proceeds(WS-Table-Idx) TO FA-Proceeds
               WRITE FixedAssetRec
           END-PERFORM.
           CLOSE AssetFile.

       END PROGRAM FixedAssetMaint.

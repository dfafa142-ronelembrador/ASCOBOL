      ******************************************************************
      * Author:
      * Date:
      * Purpose: Annual tax-relief claim on graduate donations. For
      *          the tax year on DONCLAIMPARM.DAT (last calendar year
      *          when absent) each receipt on DONATIONTRANS.DAT not
      *          yet claimed is matched to the donor's declarations
      *          on DONORDECL.DAT: a valid declaration in force on
      *          the receipt date covers it. A donor qualifies when
      *          their receipts for the year reach the minimum on
      *          the parameter file (250.00 by default); the relief
      *          is the covered receipts at the grossing-up rate
      *          (0.4493 by default). Qualifying donors go on the
      *          claim file DONRELIEFCLM.DAT in the Revenue layout -
      *          a header with the charity number, a line per donor
      *          and a trailer - and every donor is listed with the
      *          outcome on DONCLAIMRPT.DAT. The receipts claimed are
      *          stamped with the tax year on DONATIONTRANS.DAT so a
      *          rerun, or a later claim for the same year, never
      *          takes them again. A late receipt for a donor already
      *          over the minimum is claimed on its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DonationClaim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimParmFile ASSIGN TO "DONCLAIMPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ClaimParm-Status.
           SELECT DonationTranFile ASSIGN TO "DONATIONTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DonationTran-Status.
           SELECT DonorDeclFile ASSIGN TO "DONORDECL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DonorDecl-Status.
           SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GradInfo-Status.
           SELECT ReliefClaimFile ASSIGN TO "DONRELIEFCLM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClaimReportFile ASSIGN TO "DONCLAIMRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimParmFile.
       01  ClaimParmRec.
           02  CP-TaxYear              PIC 9(4).
           02  CP-CharityNo            PIC X(10).
           02  CP-MinAmount            PIC 9(5)V99.
           02  CP-ReliefRate           PIC V9(4).

       FD  DonationTranFile.
           COPY DONTRAN.

       FD  DonorDeclFile.
           COPY DONDECL.

       FD  GraduateInfoFile.
           COPY GRADINFOGIF.

      * Revenue claim layout: H header, D one line per donor, T
      * trailer with the count and totals of the D lines.
       FD  ReliefClaimFile.
       01  ReliefClaimRec.
           02  RC-RecType              PIC X.
               88  RC-Header               VALUE "H".
               88  RC-Detail               VALUE "D".
               88  RC-Trailer              VALUE "T".
           02  RC-Body                 PIC X(79).
           02  RC-Header-Body REDEFINES RC-Body.
               03  RC-CharityNo        PIC X(10).
               03  RC-TaxYear          PIC 9(4).
               03  RC-ClaimDate        PIC 9(8).
               03  FILLER              PIC X(57).
           02  RC-Detail-Body REDEFINES RC-Body.
               03  RC-GradID           PIC 9(7).
               03  RC-DonorName        PIC X(25).
               03  RC-DeclType         PIC X.
               03  RC-DeclRef          PIC X(10).
               03  RC-Donated          PIC 9(7)V99.
               03  RC-Relief           PIC 9(7)V99.
               03  FILLER              PIC X(18).
           02  RC-Trailer-Body REDEFINES RC-Body.
               03  RC-DonorCount       PIC 9(5).
               03  RC-TotalDonated     PIC 9(9)V99.
               03  RC-TotalRelief      PIC 9(9)V99.
               03  FILLER              PIC X(52).

       FD  ClaimReportFile.
       01  ClaimReportLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ClaimParm-Status         PIC XX.
       01  WS-DonationTran-Status      PIC XX.
       01  WS-DonorDecl-Status         PIC XX.
       01  WS-GradInfo-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Tax-Year                 PIC 9(4).
       01  WS-Charity-No               PIC X(10) VALUE SPACES.
       01  WS-Min-Amount               PIC 9(5)V99 VALUE 250.00.
       01  WS-Relief-Rate              PIC V9(4) VALUE .4493.
       01  WS-Donation-Backup          PIC X(30)
               VALUE "DONATIONTRANS.DAT".

       01  WS-Eof-Switches.
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Decl-Eof             PIC X VALUE "N".
               88  Decl-Eof                VALUE "Y".
           02  WS-Grad-Eof             PIC X VALUE "N".
               88  Grad-Eof                VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

      * The whole transaction file is held so the claimed receipts
      * can be stamped and the file rewritten; Candidate marks a
      * receipt covered by a declaration, pending the donor's
      * minimum.
       01  WS-Tran-Count               PIC 9(5) VALUE ZERO.
       01  WS-Tran-Limit               PIC 9(5) VALUE 10000.
       01  TranTable.
           02 Tran-Entry OCCURS 10000 TIMES
                   DEPENDING ON WS-Tran-Count.
               03 TT-TranRec               PIC X(27).
               03 TT-DonorIdx              PIC 9(4).
               03 TT-Candidate             PIC X.
                   88 TT-Is-Candidate          VALUE "Y".
       01  WS-Tran-Idx                 PIC 9(5).

       01  WS-Decl-Count               PIC 9(4) VALUE ZERO.
       01  DeclTable.
           02 Decl-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Decl-Count.
               03 DC-GradID                PIC 9(7).
               03 DC-DeclType              PIC X.
               03 DC-DeclRef               PIC X(10).
               03 DC-StartDate             PIC 9(8).
               03 DC-Valid                 PIC X.
       01  WS-Decl-Idx                 PIC 9(4).
       01  WS-Decl-Found-Idx           PIC 9(4).
       01  WS-Cover-Last-Year          PIC 9(4).

       01  WS-Grad-Count               PIC 9(4) VALUE ZERO.
       01  GradTable.
           02 Grad-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Grad-Count.
               03 GT-GradID                PIC 9(7).
               03 GT-StudentName           PIC X(25).
       01  WS-Grad-Idx                 PIC 9(4).
       01  WS-Donor-Name               PIC X(25).

      * One entry per donor with a receipt in the tax year.
       01  WS-Donor-Count              PIC 9(4) VALUE ZERO.
       01  DonorTable.
           02 Donor-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Donor-Count.
               03 DR-GradID                PIC 9(7).
               03 DR-YearTotal             PIC 9(7)V99.
               03 DR-Covered               PIC 9(7)V99.
               03 DR-Uncovered             PIC 9(7)V99.
               03 DR-Relief                PIC 9(7)V99.
               03 DR-DeclType              PIC X.
               03 DR-DeclRef               PIC X(10).
               03 DR-Outcome               PIC X.
                   88 DR-Claimed               VALUE "C".
                   88 DR-Below-Minimum         VALUE "B".
                   88 DR-No-Declaration        VALUE "N".
                   88 DR-Already-Claimed       VALUE "A".
       01  WS-Donor-Idx                PIC 9(4).
       01  WS-Donor-Found-Idx          PIC 9(4).

       01  WS-Claim-Count              PIC 9(5) VALUE ZERO.
       01  WS-Receipt-Count            PIC 9(5) VALUE ZERO.
       01  WS-Total-Donated            PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Relief             PIC 9(9)V99 VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(36)
                   VALUE "DONATION TAX RELIEF CLAIM - TAX YEAR".
           02  FILLER                  PIC X VALUE SPACE.
           02  RH-TaxYear              PIC 9(4).
           02  FILLER                  PIC X(10) VALUE "  CHARITY ".
           02  RH-CharityNo            PIC X(10).
           02  FILLER                  PIC X(5) VALUE "  RUN".
           02  FILLER                  PIC X VALUE SPACE.
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-Report-Columns.
           02  FILLER                  PIC X(40)
                   VALUE "GRADID  DONOR NAME                T DECL".
           02  FILLER                  PIC X(40)
                   VALUE " REF      DONATED     RELIEF OUTCOME".

       01  WS-Detail-Line.
           02  DL-GradID               PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-DonorName            PIC X(25).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-DeclType             PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-DeclRef              PIC X(10).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-Donated              PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-Relief               PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-Outcome              PIC X(11).

       01  WS-Total-Line.
           02  FILLER                  PIC X(18)
                   VALUE "DONORS CLAIMED:  ".
           02  TL-Count                PIC ZZZZ9.
           02  FILLER                  PIC X(26) VALUE SPACES.
           02  TL-Donated              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  TL-Relief               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadClaimParameters.
           IF WS-Charity-No = SPACES
               DISPLAY "DONATIONCLAIM: NO CHARITY NUMBER ON "
                   "DONCLAIMPARM.DAT - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadDeclarations.
           PERFORM LoadGradTable.
           PERFORM LoadDonations.
           IF Table-Full
               DISPLAY "DONATIONCLAIM: TABLE FULL - NOTHING CLAIMED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SettleDonors.
           PERFORM WriteReliefClaim.
           PERFORM PrintClaimListing.
           IF WS-Receipt-Count > ZERO
               PERFORM RewriteDonationFile
           END-IF.
           DISPLAY "DONATIONCLAIM: TAX YEAR " WS-Tax-Year ", "
               WS-Claim-Count " DONORS " WS-Receipt-Count
               " RECEIPTS CLAIMED, RELIEF " WS-Total-Relief.
           STOP RUN.

       ReadClaimParameters.
           MOVE WS-Run-Date(1:4) TO WS-Tax-Year.
           SUBTRACT 1 FROM WS-Tax-Year.
           OPEN INPUT ClaimParmFile.
           IF WS-ClaimParm-Status = "00"
               READ ClaimParmFile
                   AT END MOVE SPACES TO ClaimParmRec
               END-READ
               IF CP-TaxYear IS NUMERIC AND CP-TaxYear > ZERO
                   MOVE CP-TaxYear TO WS-Tax-Year
               END-IF
               MOVE CP-CharityNo TO WS-Charity-No
               IF CP-MinAmount IS NUMERIC AND CP-MinAmount > ZERO
                   MOVE CP-MinAmount TO WS-Min-Amount
               END-IF
               IF CP-ReliefRate IS NUMERIC AND CP-ReliefRate > ZERO
                   MOVE CP-ReliefRate TO WS-Relief-Rate
               END-IF
               CLOSE ClaimParmFile
           END-IF.

       LoadDeclarations.
           OPEN INPUT DonorDeclFile.
           IF WS-DonorDecl-Status = "00"
               READ DonorDeclFile
                   AT END MOVE "Y" TO WS-Decl-Eof
               END-READ
               PERFORM UNTIL Decl-Eof
                   IF WS-Decl-Count < 2000
                       ADD 1 TO WS-Decl-Count
                       MOVE DD-GradID TO DC-GradID(WS-Decl-Count)
                       MOVE DD-DeclType TO DC-DeclType(WS-Decl-Count)
                       MOVE DD-DeclRef TO DC-DeclRef(WS-Decl-Count)
                       MOVE DD-StartDate
                           TO DC-StartDate(WS-Decl-Count)
                       MOVE DD-Valid TO DC-Valid(WS-Decl-Count)
                   END-IF
                   READ DonorDeclFile
                       AT END MOVE "Y" TO WS-Decl-Eof
                   END-READ
               END-PERFORM
               CLOSE DonorDeclFile
           END-IF.

       LoadGradTable.
           OPEN INPUT GraduateInfoFile.
           IF WS-GradInfo-Status = "00"
               READ GraduateInfoFile
                   AT END MOVE "Y" TO WS-Grad-Eof
               END-READ
               PERFORM UNTIL Grad-Eof
                   IF WS-Grad-Count < 2000
                       ADD 1 TO WS-Grad-Count
                       MOVE GradID TO GT-GradID(WS-Grad-Count)
                       MOVE StudentName
                           TO GT-StudentName(WS-Grad-Count)
                   END-IF
                   READ GraduateInfoFile
                       AT END MOVE "Y" TO WS-Grad-Eof
                   END-READ
               END-PERFORM
               CLOSE GraduateInfoFile
           END-IF.

       LoadDonations.
           OPEN INPUT DonationTranFile.
           IF WS-DonationTran-Status = "00"
               READ DonationTranFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   IF WS-Tran-Count >= WS-Tran-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Tran-Count
                       MOVE DonationTranRec
                           TO TT-TranRec(WS-Tran-Count)
                       MOVE ZERO TO TT-DonorIdx(WS-Tran-Count)
                       MOVE "N" TO TT-Candidate(WS-Tran-Count)
                       IF DN-Receipt
                               AND DN-TranDate(1:4) = WS-Tax-Year
                           PERFORM AccumulateReceipt
                       END-IF
                   END-IF
                   READ DonationTranFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE DonationTranFile
           END-IF.

      * Every receipt in the year counts towards the donor's
      * minimum, claimed before or not; only an unclaimed receipt
      * under a declaration can be claimed now.
       AccumulateReceipt.
           PERFORM FindDonor.
           IF WS-Donor-Found-Idx = ZERO
               MOVE "Y" TO WS-Table-Full
           ELSE
               MOVE WS-Donor-Found-Idx TO TT-DonorIdx(WS-Tran-Count)
               ADD DN-Amount TO DR-YearTotal(WS-Donor-Found-Idx)
               IF DN-ClaimYear IS NOT NUMERIC
                   MOVE ZERO TO DN-ClaimYear
                   MOVE DonationTranRec TO TT-TranRec(WS-Tran-Count)
               END-IF
               IF DN-ClaimYear = ZERO
                   PERFORM FindCoveringDeclaration
                   IF WS-Decl-Found-Idx > ZERO
                       MOVE "Y" TO TT-Candidate(WS-Tran-Count)
                       ADD DN-Amount TO DR-Covered(WS-Donor-Found-Idx)
                       MOVE DC-DeclType(WS-Decl-Found-Idx)
                           TO DR-DeclType(WS-Donor-Found-Idx)
                       MOVE DC-DeclRef(WS-Decl-Found-Idx)
                           TO DR-DeclRef(WS-Donor-Found-Idx)
                   ELSE
                       ADD DN-Amount
                           TO DR-Uncovered(WS-Donor-Found-Idx)
                   END-IF
               END-IF
           END-IF.

       FindDonor.
           MOVE ZERO TO WS-Donor-Found-Idx.
           PERFORM VARYING WS-Donor-Idx FROM 1 BY 1
                   UNTIL WS-Donor-Idx > WS-Donor-Count
                       OR WS-Donor-Found-Idx > ZERO
               IF DR-GradID(WS-Donor-Idx) = DN-GradID
                   MOVE WS-Donor-Idx TO WS-Donor-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Donor-Found-Idx = ZERO AND WS-Donor-Count < 2000
               ADD 1 TO WS-Donor-Count
               MOVE WS-Donor-Count TO WS-Donor-Found-Idx
               MOVE DN-GradID TO DR-GradID(WS-Donor-Count)
               MOVE ZERO TO DR-YearTotal(WS-Donor-Count)
               MOVE ZERO TO DR-Covered(WS-Donor-Count)
               MOVE ZERO TO DR-Uncovered(WS-Donor-Count)
               MOVE ZERO TO DR-Relief(WS-Donor-Count)
               MOVE SPACE TO DR-DeclType(WS-Donor-Count)
               MOVE SPACES TO DR-DeclRef(WS-Donor-Count)
               MOVE SPACE TO DR-Outcome(WS-Donor-Count)
           END-IF.

      * An enduring declaration runs for five tax years from the
      * year it starts; an annual one for its start year only.
       FindCoveringDeclaration.
           MOVE ZERO TO WS-Decl-Found-Idx.
           PERFORM VARYING WS-Decl-Idx FROM 1 BY 1
                   UNTIL WS-Decl-Idx > WS-Decl-Count
                       OR WS-Decl-Found-Idx > ZERO
               IF DC-GradID(WS-Decl-Idx) = DN-GradID
                       AND DC-Valid(WS-Decl-Idx) = "Y"
                       AND DC-StartDate(WS-Decl-Idx) IS NUMERIC
                       AND DC-StartDate(WS-Decl-Idx) <= DN-TranDate
                   MOVE DC-StartDate(WS-Decl-Idx)(1:4)
                       TO WS-Cover-Last-Year
                   IF DC-DeclType(WS-Decl-Idx) = "E"
                       ADD 4 TO WS-Cover-Last-Year
                   END-IF
                   IF (DC-DeclType(WS-Decl-Idx) = "E"
                           OR DC-DeclType(WS-Decl-Idx) = "A")
                           AND WS-Tax-Year <= WS-Cover-Last-Year
                       MOVE WS-Decl-Idx TO WS-Decl-Found-Idx
                   END-IF
               END-IF
           END-PERFORM.

       SettleDonors.
           PERFORM VARYING WS-Donor-Idx FROM 1 BY 1
                   UNTIL WS-Donor-Idx > WS-Donor-Count
               EVALUATE TRUE
                   WHEN DR-YearTotal(WS-Donor-Idx) < WS-Min-Amount
                       MOVE "B" TO DR-Outcome(WS-Donor-Idx)
                   WHEN DR-Covered(WS-Donor-Idx) > ZERO
                       MOVE "C" TO DR-Outcome(WS-Donor-Idx)
                       COMPUTE DR-Relief(WS-Donor-Idx) ROUNDED =
                           DR-Covered(WS-Donor-Idx) * WS-Relief-Rate
                       ADD 1 TO WS-Claim-Count
                       ADD DR-Covered(WS-Donor-Idx)
                           TO WS-Total-Donated
                       ADD DR-Relief(WS-Donor-Idx) TO WS-Total-Relief
                   WHEN DR-Uncovered(WS-Donor-Idx) > ZERO
                       MOVE "N" TO DR-Outcome(WS-Donor-Idx)
                   WHEN OTHER
                       MOVE "A" TO DR-Outcome(WS-Donor-Idx)
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-Tran-Idx FROM 1 BY 1
                   UNTIL WS-Tran-Idx > WS-Tran-Count
               IF TT-Is-Candidate(WS-Tran-Idx)
                   IF DR-Claimed(TT-DonorIdx(WS-Tran-Idx))
                       ADD 1 TO WS-Receipt-Count
                   END-IF
               END-IF
           END-PERFORM.

       WriteReliefClaim.
           OPEN OUTPUT ReliefClaimFile.
           MOVE SPACES TO ReliefClaimRec.
           MOVE "H" TO RC-RecType.
           MOVE WS-Charity-No TO RC-CharityNo.
           MOVE WS-Tax-Year TO RC-TaxYear.
           MOVE WS-Run-Date TO RC-ClaimDate.
           WRITE ReliefClaimRec.
           PERFORM VARYING WS-Donor-Idx FROM 1 BY 1
                   UNTIL WS-Donor-Idx > WS-Donor-Count
               IF DR-Claimed(WS-Donor-Idx)
                   MOVE SPACES TO ReliefClaimRec
                   MOVE "D" TO RC-RecType
                   MOVE DR-GradID(WS-Donor-Idx) TO RC-GradID
                   PERFORM FindDonorName
                   MOVE WS-Donor-Name TO RC-DonorName
                   MOVE DR-DeclType(WS-Donor-Idx) TO RC-DeclType
                   MOVE DR-DeclRef(WS-Donor-Idx) TO RC-DeclRef
                   MOVE DR-Covered(WS-Donor-Idx) TO RC-Donated
                   MOVE DR-Relief(WS-Donor-Idx) TO RC-Relief
                   WRITE ReliefClaimRec
               END-IF
           END-PERFORM.
           MOVE SPACES TO ReliefClaimRec.
           MOVE "T" TO RC-RecType.
           MOVE WS-Claim-Count TO RC-DonorCount.
           MOVE WS-Total-Donated TO RC-TotalDonated.
           MOVE WS-Total-Relief TO RC-TotalRelief.
           WRITE ReliefClaimRec.
           CLOSE ReliefClaimFile.

       FindDonorName.
           MOVE "NOT ON GRADUATE FILE" TO WS-Donor-Name.
           PERFORM VARYING WS-Grad-Idx FROM 1 BY 1
                   UNTIL WS-Grad-Idx > WS-Grad-Count
               IF GT-GradID(WS-Grad-Idx) = DR-GradID(WS-Donor-Idx)
                   MOVE GT-StudentName(WS-Grad-Idx) TO WS-Donor-Name
               END-IF
           END-PERFORM.

       PrintClaimListing.
           OPEN OUTPUT ClaimReportFile.
           MOVE WS-Tax-Year TO RH-TaxYear.
           MOVE WS-Charity-No TO RH-CharityNo.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Report-Heading TO ClaimReportLine.
           WRITE ClaimReportLine.
           MOVE WS-Report-Columns TO ClaimReportLine.
           WRITE ClaimReportLine.
           PERFORM VARYING WS-Donor-Idx FROM 1 BY 1
                   UNTIL WS-Donor-Idx > WS-Donor-Count
               MOVE DR-GradID(WS-Donor-Idx) TO DL-GradID
               PERFORM FindDonorName
               MOVE WS-Donor-Name TO DL-DonorName
               MOVE DR-DeclType(WS-Donor-Idx) TO DL-DeclType
               MOVE DR-DeclRef(WS-Donor-Idx) TO DL-DeclRef
               MOVE DR-Relief(WS-Donor-Idx) TO DL-Relief
               EVALUATE TRUE
                   WHEN DR-Claimed(WS-Donor-Idx)
                       MOVE DR-Covered(WS-Donor-Idx) TO DL-Donated
                       MOVE "CLAIMED" TO DL-Outcome
                   WHEN DR-Below-Minimum(WS-Donor-Idx)
                       MOVE DR-YearTotal(WS-Donor-Idx) TO DL-Donated
                       MOVE "BELOW MIN" TO DL-Outcome
                   WHEN DR-No-Declaration(WS-Donor-Idx)
                       MOVE DR-Uncovered(WS-Donor-Idx) TO DL-Donated
                       MOVE "NO DECL" TO DL-Outcome
                   WHEN OTHER
                       MOVE DR-YearTotal(WS-Donor-Idx) TO DL-Donated
                       MOVE "PREV CLAIM" TO DL-Outcome
               END-EVALUATE
               MOVE WS-Detail-Line TO ClaimReportLine
               WRITE ClaimReportLine
           END-PERFORM.
           MOVE WS-Claim-Count TO TL-Count.
           MOVE WS-Total-Donated TO TL-Donated.
           MOVE WS-Total-Relief TO TL-Relief.
           MOVE WS-Total-Line TO ClaimReportLine.
           WRITE ClaimReportLine.
           CLOSE ClaimReportFile.

      * Only the covered receipts of donors who made the minimum
      * are stamped; the rest stay open for a later claim.
       RewriteDonationFile.
           CALL "GenBackup" USING WS-Donation-Backup.
           OPEN OUTPUT DonationTranFile.
           PERFORM VARYING WS-Tran-Idx FROM 1 BY 1
                   UNTIL WS-Tran-Idx > WS-Tran-Count
               MOVE TT-TranRec(WS-Tran-Idx) TO DonationTranRec
               IF TT-Is-Candidate(WS-Tran-Idx)
                   IF DR-Claimed(TT-DonorIdx(WS-Tran-Idx))
                       MOVE WS-Tax-Year TO DN-ClaimYear
                   END-IF
               END-IF
               WRITE DonationTranRec
           END-PERFORM.
           CLOSE DonationTranFile.

       END PROGRAM DonationClaim.

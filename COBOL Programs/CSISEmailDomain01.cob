      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validates the graduate file, sorts it by email
      *          domain and produces the domain, country, CSIS and
      *          trend reports, the course mail lists and the day's
      *          outbound email. Each address's domain is checked
      *          against the known-good domain master
      *          (EMAILDOMAINS.DAT): an unknown domain is flagged,
      *          and one listed in the misspellings table
      *          (DOMAINTYPOS.DAT) is held back from sending and a
      *          corrected address is proposed on DOMAINFIX.DAT as a
      *          GradMaint change transaction for review - the
      *          graduate record itself is never changed here.
      *          DOMAINBOUNCE.DAT reports the bounce rate per domain
      *          from EMAILBOUNCED.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS IS WS-ResubGrad-Status.
           SELECT EmailSuppFile ASSIGN TO "EMAILSUPP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KnownDomainFile ASSIGN TO "EMAILDOMAINS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KnownDomain-Status.
           SELECT DomainTypoFile ASSIGN TO "DOMAINTYPOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DomainTypo-Status.
           SELECT DomainFixFile ASSIGN TO "DOMAINFIX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DomainBounceFile ASSIGN TO "DOMAINBOUNCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "WORK.TMP".


           02  ESP-GradID              PIC 9(7).
           02  ESP-MailText            PIC X(200).

      * Known-good email domains; an address on any other domain is
      * flagged on the reject report.
       FD  KnownDomainFile.
       01  KnownDomainRec.
           02  KD-DomainName           PIC X(20).

      * Common misspellings of real domains, each with the domain
      * it should have been.
       FD  DomainTypoFile.
       01  DomainTypoRec.
           02  TY-BadDomain            PIC X(20).
           02  TY-GoodDomain           PIC X(20).

      * Proposed address corrections, in GradMaint's transaction
      * layout so a reviewed file can be applied unchanged.
       FD  DomainFixFile.
           COPY GRADTRAN.

       FD  DomainBounceFile.
       01  DomainBounceLine            PIC X(80).

       FD  GradControlFile.
       01  GradControlLine.
           02  GC-Record-Count         PIC 9(7).
           02 CountryCodeWF            PIC XX.
           02 EmailFormatOkWF          PIC X.
               88  EmailFormatOkWFYes      VALUE "Y".
           02 DomainHeldWF             PIC X.
               88  DomainHeldWFYes         VALUE "Y".



               88  RetryQueue-Eof          VALUE "Y".
           02  WS-Bounced-Eof          PIC X VALUE "N".
               88  Bounced-Eof             VALUE "Y".
           02  WS-KnownDomain-Eof      PIC X VALUE "N".
               88  KnownDomain-Eof         VALUE "Y".
           02  WS-DomainTypo-Eof       PIC X VALUE "N".
               88  DomainTypo-Eof          VALUE "Y".

       01  WS-Country-Idx              PIC 9(3).
       01  WS-Country-Found-Idx        PIC 9(3).
       01  WS-Dom-Break-CSIS            PIC 9(7).
       01  WS-Dom-Break-NonCSIS         PIC 9(7).

       01  WS-Dom-Break-Bounced         PIC 9(7).
       01  WS-Bounce-Grand-Total        PIC 9(7) VALUE ZERO.
       01  WS-Bounce-Grand-Bounced      PIC 9(7) VALUE ZERO.
       01  WS-Bounce-Rate               PIC 999V9.

       01  WS-Domain-Bounce-Header.
           02  FILLER                  PIC X(20) VALUE "DOMAIN".
           02  FILLER                  PIC X(9) VALUE "    GRADS".
           02  FILLER                  PIC X(9) VALUE "  BOUNCED".
           02  FILLER                  PIC X(8) VALUE "   RATE%".
           02  FILLER                  PIC X(34) VALUE "  STATUS".

       01  WS-Domain-Bounce-Line.
           02  DB-DomainName           PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DB-Total                PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DB-Bounced              PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DB-Rate                 PIC ZZ9.9.
           02  FILLER                  PIC X VALUE "%".
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DB-Status               PIC X(8).
           02  FILLER                  PIC X(24) VALUE SPACES.

      * Domain master and misspellings table, both folded to lower
      * case on load so the check ignores the case of the address.
       01  WS-KnownDomain-Status        PIC XX.
       01  WS-KnownDomain-Count         PIC 9(3) VALUE ZERO.
       01  WS-KnownDomain-Table-Limit   PIC 9(3) VALUE 500.
       01  WS-KnownDomain-Table-Full    PIC X VALUE "N".
           88  KnownDomain-Table-Full       VALUE "Y".
       01  WS-KnownDomain-Table.
           02  KnownDomain-Entry OCCURS 500 TIMES.
               03  KT-DomainName       PIC X(20).
       01  WS-KnownDomain-Idx           PIC 9(3).

       01  WS-DomainTypo-Status         PIC XX.
       01  WS-DomainTypo-Count          PIC 9(3) VALUE ZERO.
       01  WS-DomainTypo-Table-Limit    PIC 9(3) VALUE 200.
       01  WS-DomainTypo-Table-Full     PIC X VALUE "N".
           88  DomainTypo-Table-Full        VALUE "Y".
       01  WS-DomainTypo-Table.
           02  DomainTypo-Entry OCCURS 200 TIMES.
               03  TT-BadDomain        PIC X(20).
               03  TT-GoodDomain       PIC X(20).
       01  WS-DomainTypo-Idx            PIC 9(3).

       01  WS-Check-Domain              PIC X(27).
       01  WS-Domain-Class              PIC X.
           88  Domain-Known                 VALUE "K".
           88  Domain-Misspelt              VALUE "M".
           88  Domain-Unknown               VALUE "U".
           88  Domain-Not-Checked           VALUE "N".
       01  WS-Fix-Domain                PIC X(20).
       01  WS-Fix-Email                 PIC X(28).
       01  WS-Fix-Fits                  PIC X.
           88  Fix-Fits                     VALUE "Y".
       01  WS-Unknown-Domain-Count      PIC 9(5) VALUE ZERO.
       01  WS-Domain-Fix-Count          PIC 9(5) VALUE ZERO.
       01  WS-Domain-Held-Count         PIC 9(5) VALUE ZERO.
       01  WS-Lower-Case                PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-Upper-Case                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-Top-Domain-Count          PIC 99 VALUE 10.
       01  WS-Top-Rank                  PIC 99.
       01  WS-Top-Used-Table.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadCountryTable.
           PERFORM LoadCourseTable.
           PERFORM LoadOptOutTable.
           PERFORM LoadMailTemplates.
           PERFORM LoadBouncedTable.
           PERFORM LoadKnownDomainTable.
           PERFORM LoadDomainTypoTable.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT DomainFixFile.
           OPEN OUTPUT DuplicateFile.
           OPEN OUTPUT MailList1 MailList2 MailList3 MailList4
                MailList5.
           CLOSE MailList1 MailList2 MailList3 MailList4 MailList5.
           CLOSE OutboundMailFile.
           CLOSE EmailSuppFile.
           CLOSE DomainFixFile.
           CLOSE ExceptionsFile.
           PERFORM ValidateGraduateControl.
           PERFORM TruncateConsumedQueues.
               CLOSE BouncedFile
           END-IF.

       LoadKnownDomainTable.
           OPEN INPUT KnownDomainFile.
           IF WS-KnownDomain-Status = "00"
               READ KnownDomainFile
                   AT END MOVE "Y" TO WS-KnownDomain-Eof
               END-READ
               PERFORM UNTIL KnownDomain-Eof
                   IF WS-KnownDomain-Count
                           >= WS-KnownDomain-Table-Limit
                       IF NOT KnownDomain-Table-Full
                           MOVE "Y" TO WS-KnownDomain-Table-Full
                           DISPLAY "EMAILDOMAIN: DOMAIN MASTER "
                               "TABLE FULL - DOMAINS BEYOND "
                               WS-KnownDomain-Table-Limit
                               " NOT LOADED"
                       END-IF
                   ELSE
                       IF KD-DomainName NOT = SPACES
                           ADD 1 TO WS-KnownDomain-Count
                           MOVE KD-DomainName TO KT-DomainName
                               (WS-KnownDomain-Count)
                           INSPECT KT-DomainName
                               (WS-KnownDomain-Count)
                               CONVERTING WS-Upper-Case
                               TO WS-Lower-Case
                       END-IF
                   END-IF
                   READ KnownDomainFile
                       AT END MOVE "Y" TO WS-KnownDomain-Eof
                   END-READ
               END-PERFORM
               CLOSE KnownDomainFile
           END-IF.

       LoadDomainTypoTable.
           OPEN INPUT DomainTypoFile.
           IF WS-DomainTypo-Status = "00"
               READ DomainTypoFile
                   AT END MOVE "Y" TO WS-DomainTypo-Eof
               END-READ
               PERFORM UNTIL DomainTypo-Eof
                   IF WS-DomainTypo-Count
                           >= WS-DomainTypo-Table-Limit
                       IF NOT DomainTypo-Table-Full
                           MOVE "Y" TO WS-DomainTypo-Table-Full
                           DISPLAY "EMAILDOMAIN: MISSPELLINGS "
                               "TABLE FULL - ENTRIES BEYOND "
                               WS-DomainTypo-Table-Limit
                               " NOT LOADED"
                       END-IF
                   ELSE
                       IF TY-BadDomain NOT = SPACES
                               AND TY-GoodDomain NOT = SPACES
                           ADD 1 TO WS-DomainTypo-Count
                           MOVE TY-BadDomain TO TT-BadDomain
                               (WS-DomainTypo-Count)
                           MOVE TY-GoodDomain TO TT-GoodDomain
                               (WS-DomainTypo-Count)
                           INSPECT DomainTypo-Entry
                               (WS-DomainTypo-Count)
                               CONVERTING WS-Upper-Case
                               TO WS-Lower-Case
                       END-IF
                   END-IF
                   READ DomainTypoFile
                       AT END MOVE "Y" TO WS-DomainTypo-Eof
                   END-READ
               END-PERFORM
               CLOSE DomainTypoFile
           END-IF.

       CheckBounceFlag.
           MOVE "N" TO WS-Bounce-Suppressed2.
           PERFORM VARYING WS-Bounced-Idx FROM 1 BY 1
           MOVE CountryCodeGIF TO CountryCodeWF.
           PERFORM ValidateEmailFormat.
           MOVE WS-Email-Format-Ok TO EmailFormatOkWF.
           MOVE "N" TO DomainHeldWF.
           IF NOT Email-Format-Ok
               PERFORM WriteEmailFormatRejectLine
           ELSE
               PERFORM CheckAddressDomain
           END-IF.
           RELEASE WorkRec.

      * The domain is taken from the address itself, since that is
      * where the mail goes. A misspelt domain is held back from
      * sending - it would only bounce - until the proposed
      * correction has been reviewed and applied through GradMaint.
       CheckAddressDomain.
           MOVE SPACES TO WS-Check-Domain.
           MOVE EmailAddrWF(WS-Email-At-Pos + 1:28 - WS-Email-At-Pos)
               TO WS-Check-Domain.
           INSPECT WS-Check-Domain
               CONVERTING WS-Upper-Case TO WS-Lower-Case.
           PERFORM ClassifyDomain.
           EVALUATE TRUE
               WHEN Domain-Misspelt
                   MOVE "Y" TO DomainHeldWF
                   PERFORM ProposeDomainFix
               WHEN Domain-Unknown
                   ADD 1 TO WS-Unknown-Domain-Count
                   MOVE "UNKNOWN EMAIL DOMAIN" TO REJ-Reason
                   PERFORM WriteDomainRejectLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Classifies WS-Check-Domain (lower case) as known, misspelt
      * (WS-Fix-Domain set to the correct domain) or unknown. With
      * no domain master on file only misspellings can be told.
       ClassifyDomain.
           MOVE "N" TO WS-Domain-Class.
           MOVE SPACES TO WS-Fix-Domain.
           IF WS-KnownDomain-Count > ZERO
               MOVE "U" TO WS-Domain-Class
               PERFORM VARYING WS-KnownDomain-Idx FROM 1 BY 1
                       UNTIL WS-KnownDomain-Idx > WS-KnownDomain-Count
                           OR Domain-Known
                   IF KT-DomainName(WS-KnownDomain-Idx)
                           = WS-Check-Domain
                       MOVE "K" TO WS-Domain-Class
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT Domain-Known
               PERFORM VARYING WS-DomainTypo-Idx FROM 1 BY 1
                       UNTIL WS-DomainTypo-Idx > WS-DomainTypo-Count
                           OR Domain-Misspelt
                   IF TT-BadDomain(WS-DomainTypo-Idx)
                           = WS-Check-Domain
                       MOVE "M" TO WS-Domain-Class
                       MOVE TT-GoodDomain(WS-DomainTypo-Idx)
                           TO WS-Fix-Domain
                   END-IF
               END-PERFORM
           END-IF.

      * The proposal keeps the local part of the address and swaps
      * in the correct domain; country and course are left blank so
      * GradMaint changes nothing else.
       ProposeDomainFix.
           MOVE SPACES TO WS-Fix-Email.
           MOVE "Y" TO WS-Fix-Fits.
           STRING EmailAddrWF(1:WS-Email-At-Pos) DELIMITED BY SIZE
                  WS-Fix-Domain DELIMITED BY SPACE
               INTO WS-Fix-Email
               ON OVERFLOW MOVE "N" TO WS-Fix-Fits
           END-STRING.
           IF Fix-Fits
               MOVE SPACES TO GradTranRec
               MOVE GradIDWF TO GM-GradID
               MOVE WS-Fix-Email TO GM-NewEmail
               MOVE WS-Fix-Domain TO GM-NewDomain
               MOVE ZERO TO GM-NewCourse
               MOVE "EMAILDOM" TO GM-Operator
               WRITE GradTranRec
               ADD 1 TO WS-Domain-Fix-Count
               MOVE "MISSPELT DOMAIN FIX PROPOSED" TO REJ-Reason
           ELSE
               MOVE "MISSPELT DOMAIN FIX TOO LONG" TO REJ-Reason
           END-IF.
           PERFORM WriteDomainRejectLine.

      * REJ-Reason is set by the caller before the line is cleared,
      * so it is saved across the MOVE SPACES.
       WriteDomainRejectLine.
           MOVE REJ-Reason TO EXC-Reason.
           MOVE SPACES TO WS-Reject-Line.
           MOVE GradIDWF TO REJ-GradID.
           MOVE StudentNameWF TO REJ-StudentName.
           MOVE EXC-Reason TO REJ-Reason.
           MOVE WS-Reject-Line TO RejectLine.
           WRITE RejectLine.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "EMAILDOMAIN" TO EXC-Source.
           MOVE GradIDWF TO EXC-Key.
           WRITE ExceptionRecord.

      * Corrected rejects queued by RejectCorrect are taken ahead of
      * the day's input and do not count against the GRADCTL.DAT
      * control totals, which cover GRADINFO.DAT only. The
       PrintSortedDomain.
           OPEN OUTPUT SortedDomainFile.
           OPEN OUTPUT DomainSummaryFile.
           OPEN OUTPUT DomainBounceFile.
           MOVE WS-Domain-Bounce-Header TO DomainBounceLine.
           WRITE DomainBounceLine.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
               PERFORM WriteDomainSummaryLine
           END-IF.
           PERFORM PrintTopDomainList.
           PERFORM WriteBounceTotalLine.
           CLOSE DomainBounceFile.
           CLOSE DomainSummaryFile.
           CLOSE SortedDomainFile.
           PERFORM PrintCSISSummary.
           PERFORM WriteMailListLine.
           PERFORM CheckDuplicateGraduate.
           IF Country-Found AND NOT Duplicate-Found
                   AND EmailFormatOkWFYes AND DomainHeldWFYes
               ADD 1 TO WS-Domain-Held-Count
           END-IF.
           IF Country-Found AND NOT Duplicate-Found
                   AND EmailFormatOkWFYes AND NOT DomainHeldWFYes
               PERFORM SendOutboundEmail
           END-IF.

               MOVE ZERO TO WS-Dom-Break-Total
               MOVE ZERO TO WS-Dom-Break-CSIS
               MOVE ZERO TO WS-Dom-Break-NonCSIS
               MOVE ZERO TO WS-Dom-Break-Bounced
               MOVE "Y" TO WS-Domain-Open
           END-IF.
           ADD 1 TO WS-Dom-Break-Total.
           PERFORM CheckBounceFlag.
           IF Bounce-Suppressed
               ADD 1 TO WS-Dom-Break-Bounced
           END-IF.
           IF CSISGraduateWF
               ADD 1 TO WS-Dom-Break-CSIS
           ELSE
           MOVE WS-Dom-Break-NonCSIS TO DS-NonCSIS.
           MOVE WS-Domain-Summary-Line TO DomainSummaryLine.
           WRITE DomainSummaryLine.
           PERFORM WriteDomainBounceLine.
           IF WS-Domain-Count < 500
               ADD 1 TO WS-Domain-Count
               MOVE WS-Prev-Domain
                   TO DM-NonCSIS(WS-Domain-Count)
           END-IF.

      * One line per domain: graduates on it, how many of them are
      * on EMAILBOUNCED.DAT, the bounce rate and the domain's
      * standing against the domain master.
       WriteDomainBounceLine.
           MOVE WS-Prev-Domain TO WS-Check-Domain.
           INSPECT WS-Check-Domain
               CONVERTING WS-Upper-Case TO WS-Lower-Case.
           PERFORM ClassifyDomain.
           MOVE WS-Prev-Domain TO DB-DomainName.
           MOVE WS-Dom-Break-Total TO DB-Total.
           MOVE WS-Dom-Break-Bounced TO DB-Bounced.
           COMPUTE WS-Bounce-Rate ROUNDED =
               WS-Dom-Break-Bounced * 100 / WS-Dom-Break-Total.
           MOVE WS-Bounce-Rate TO DB-Rate.
           EVALUATE TRUE
               WHEN Domain-Known
                   MOVE "KNOWN" TO DB-Status
               WHEN Domain-Misspelt
                   MOVE "MISSPELT" TO DB-Status
               WHEN Domain-Unknown
                   MOVE "UNKNOWN" TO DB-Status
               WHEN OTHER
                   MOVE SPACES TO DB-Status
           END-EVALUATE.
           MOVE WS-Domain-Bounce-Line TO DomainBounceLine.
           WRITE DomainBounceLine.
           ADD WS-Dom-Break-Total TO WS-Bounce-Grand-Total.
           ADD WS-Dom-Break-Bounced TO WS-Bounce-Grand-Bounced.

       WriteBounceTotalLine.
           MOVE "ALL DOMAINS" TO DB-DomainName.
           MOVE WS-Bounce-Grand-Total TO DB-Total.
           MOVE WS-Bounce-Grand-Bounced TO DB-Bounced.
           IF WS-Bounce-Grand-Total > ZERO
               COMPUTE WS-Bounce-Rate ROUNDED =
                   WS-Bounce-Grand-Bounced * 100
                       / WS-Bounce-Grand-Total
           ELSE
               MOVE ZERO TO WS-Bounce-Rate
           END-IF.
           MOVE WS-Bounce-Rate TO DB-Rate.
           MOVE SPACES TO DB-Status.
           MOVE WS-Domain-Bounce-Line TO DomainBounceLine.
           WRITE DomainBounceLine.

       PrintTopDomainList.
           IF WS-Top-Domain-Count > WS-Domain-Count
               MOVE WS-Domain-Count TO WS-Top-Domain-Count
           MOVE WS-Grad-Recon-Line TO GradReconLine.
           WRITE GradReconLine.
           MOVE SPACES TO WS-Grad-Recon-Line.
           MOVE "UNKNOWN DOMAIN FLAGGED" TO GR2-Label.
           MOVE WS-Unknown-Domain-Count TO GR2-Count.
           MOVE WS-Grad-Recon-Line TO GradReconLine.
           WRITE GradReconLine.
           MOVE SPACES TO WS-Grad-Recon-Line.
           MOVE "DOMAIN FIXES PROPOSED" TO GR2-Label.
           MOVE WS-Domain-Fix-Count TO GR2-Count.
           MOVE WS-Grad-Recon-Line TO GradReconLine.
           WRITE GradReconLine.
           MOVE SPACES TO WS-Grad-Recon-Line.
           MOVE "MISSPELT DOMAIN HELD" TO GR2-Label.
           MOVE WS-Domain-Held-Count TO GR2-Count.
           MOVE WS-Grad-Recon-Line TO GradReconLine.
           WRITE GradReconLine.
           MOVE SPACES TO WS-Grad-Recon-Line.
           MOVE "GRAD YEAR HASH TOTAL" TO GR2-Label.
           MOVE WS-Grad-Hash-Total TO GR2-Count.
           MOVE WS-Grad-Recon-Line TO GradReconLine.

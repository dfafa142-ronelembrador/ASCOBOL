      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accommodation applications and bed allocation. New
      *          applications and withdrawals on ACCOMAPPIN.DAT are
      *          checked - the student against STUDENTMASTER.DAT, the
      *          city preferences against the 1-12 city scheme, any
      *          sponsor against SPONSOR.DAT - and taken into the
      *          cumulative ACCOMAPP.DAT, kept in date-of-application
      *          order. Free beds are each property's PP-BedCapacity
      *          on PROPERTY.DAT less its open tenancies on
      *          TENANCY.DAT and the beds already offered and not yet
      *          moved into. Waiting applications are then taken in
      *          date order and offered the first free bed in their
      *          first preferred city whose monthly rent (CITYRATES
      *          base rent plus surcharge) is within budget, then
      *          their second and third choices. Each offer allocates
      *          the tenant number the student is to be registered
      *          under on TENANTRENT.DAT, writes an offer letter on
      *          ACCOMOFFERS.DAT and a proposed move-in on
      *          ACCOMMOVES.DAT in MoveProcess's transaction layout,
      *          to be passed to MoveProcess once the offer is
      *          accepted. An offer whose tenant has since moved in
      *          is marked housed. Applicants not placed stay waiting
      *          and are listed on ACCOMWAIT.DAT, ranked by date of
      *          application under each city they asked for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccomAllocate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NewAppFile ASSIGN TO "ACCOMAPPIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NewApp-Status.
           SELECT AppFile ASSIGN TO "ACCOMAPP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-App-Status.
           SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Student-Status.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT TenancyFile ASSIGN TO "TENANCY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tenancy-Status.
           SELECT TenantRentFile ASSIGN TO "TENANTRENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tenant-Status.
           SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Sponsor-Status.
           SELECT CityRateFile ASSIGN TO "CITYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CityRate-Status.
           SELECT ProposedMoveFile ASSIGN TO "ACCOMMOVES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OfferLetterFile ASSIGN TO "ACCOMOFFERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WaitListFile ASSIGN TO "ACCOMWAIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
      * A adds an application, W withdraws the student's waiting
      * application or declines their outstanding offer.
       FD  NewAppFile.
       01  NewAppRec.
           02  AI-Action               PIC X.
               88  AI-Add                  VALUE "A".
               88  AI-Withdraw             VALUE "W".
           02  AI-StudentID            PIC 9(7).
           02  AI-AppDate              PIC 9(8).
           02  AI-CityPrefs.
               03  AI-CityPref         PIC 99 OCCURS 3 TIMES.
           02  AI-MoveInDate           PIC 9(8).
           02  AI-Budget               PIC 9(4)V99.
           02  AI-SponsorCode          PIC 9(3).

       FD  AppFile.
           COPY ACCOMAPP.

       FD  StudentMasterFile.
       01  StudentMasterRec.
           02  SM-StudentID            PIC 9(7).
           COPY STUDNAME REPLACING
               ==01  StudentName==  BY ==02  SM-StudentName==
               ==02  FirstName==    BY ==03  SM-FirstName==
               ==02  Surname==      BY ==03  SM-Surname==.

       FD  PropertyFile.
           COPY PROPERTY.

       FD  TenancyFile.
           COPY TENANCY.

       FD  TenantRentFile.
       01  TenantRentRec.
           02 TR-TenantID               PIC 9(5).
           02 TR-TenantName             PIC X(20).
           02 TR-CityCode               PIC 99.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  SponsorFile.
       01  SponsorRec.
           02  SP2-Code                PIC 9(3).
           02  SP2-Name                PIC X(20).

       FD  CityRateFile.
           COPY CITYRATEREC.

       FD  ProposedMoveFile.
           COPY MOVETRAN.

       FD  OfferLetterFile.
       01  OfferLetterLine             PIC X(80).

       FD  WaitListFile.
       01  WaitListLine                PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
           COPY CITYRATE.

       01  WS-NewApp-Status            PIC XX.
       01  WS-App-Status               PIC XX.
       01  WS-Student-Status           PIC XX.
       01  WS-Property-Status          PIC XX.
       01  WS-Tenancy-Status           PIC XX.
       01  WS-Tenant-Status            PIC XX.
       01  WS-Sponsor-Status           PIC XX.
       01  WS-CityRate-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-App-Backup               PIC X(30)
               VALUE "ACCOMAPP.DAT".
       01  WS-City-Rate-Date-Table.
           02  WS-City-Rate-Date       PIC 9(8) OCCURS 12 TIMES.

       01  WS-Eof-Switches.
           02  WS-NewApp-Eof           PIC X VALUE "N".
               88  NewApp-Eof              VALUE "Y".
           02  WS-App-Eof              PIC X VALUE "N".
               88  App-Eof                 VALUE "Y".
           02  WS-Student-Eof          PIC X VALUE "N".
               88  Student-Eof             VALUE "Y".
           02  WS-Property-Eof         PIC X VALUE "N".
               88  Property-Eof            VALUE "Y".
           02  WS-Tenancy-Eof          PIC X VALUE "N".
               88  Tenancy-Eof             VALUE "Y".
           02  WS-Tenant-Eof           PIC X VALUE "N".
               88  Tenant-Eof              VALUE "Y".
           02  WS-Sponsor-Eof          PIC X VALUE "N".
               88  Sponsor-Eof             VALUE "Y".
           02  WS-CityRate-Eof         PIC X VALUE "N".
               88  CityRate-Eof            VALUE "Y".

      * The whole application file, placed and withdrawn included,
      * is held for the rewrite in date-of-application order; the
      * run refuses rather than truncate it.
       01  WS-App-Count                PIC 9(4) VALUE ZERO.
       01  WS-App-Table-Limit          PIC 9(4) VALUE 3000.
       01  WS-App-Table-Full           PIC X VALUE "N".
           88  App-Table-Full              VALUE "Y".
       01  AppTable.
           02 App-Entry OCCURS 3000 TIMES
                   DEPENDING ON WS-App-Count.
               03 AT-StudentID             PIC 9(7).
               03 AT-AppDate               PIC 9(8).
               03 AT-CityPref              PIC 99 OCCURS 3 TIMES.
               03 AT-MoveInDate            PIC 9(8).
               03 AT-Budget                PIC 9(4)V99.
               03 AT-SponsorCode           PIC 9(3).
               03 AT-Status                PIC X.
               03 AT-TenantID              PIC 9(5).
               03 AT-PropertyID            PIC 9(4).
               03 AT-OfferDate             PIC 9(8).
       01  WS-App-Idx                  PIC 9(4).
       01  WS-App-Found-Idx            PIC 9(4).
       01  WS-App-Found                PIC X VALUE "N".
           88  App-Found                   VALUE "Y".
       01  WS-Insert-Idx               PIC 9(4).
       01  WS-New-App-Entry.
           02 NA-StudentID             PIC 9(7).
           02 NA-AppDate               PIC 9(8).
           02 NA-CityPref              PIC 99 OCCURS 3 TIMES.
           02 NA-MoveInDate            PIC 9(8).
           02 NA-Budget                PIC 9(4)V99.
           02 NA-SponsorCode           PIC 9(3).
           02 NA-Status                PIC X.
           02 NA-TenantID              PIC 9(5).
           02 NA-PropertyID            PIC 9(4).
           02 NA-OfferDate             PIC 9(8).

       01  WS-Student-Count            PIC 9(4) VALUE ZERO.
       01  StudentTable.
           02 Student-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Student-Count.
               03 SD-StudentID             PIC 9(7).
               03 SD-FirstName             PIC X(8).
               03 SD-Surname               PIC X(8).
       01  WS-Student-Idx              PIC 9(4).
       01  WS-Student-Found-Idx        PIC 9(4).
       01  WS-Student-Found            PIC X VALUE "N".
           88  Student-Found               VALUE "Y".
       01  WS-Lookup-StudentID         PIC 9(7).
       01  WS-Student-Name             PIC X(17).

      * PR-Taken counts open tenancies plus offers not yet moved into.
       01  WS-Property-Count           PIC 9(4) VALUE ZERO.
       01  PropertyTable.
           02 Property-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Property-Count.
               03 PR-PropertyID            PIC 9(4).
               03 PR-CityCode              PIC 99.
               03 PR-Landlord              PIC X(20).
               03 PR-Capacity              PIC 9(3).
               03 PR-Taken                 PIC 9(4).
       01  WS-Property-Idx             PIC 9(4).
       01  WS-Property-Found-Idx       PIC 9(4).
       01  WS-Property-Found           PIC X VALUE "N".
           88  Property-Found              VALUE "Y".
       01  WS-Lookup-PropertyID        PIC 9(4).

      * Tenants with an open tenancy, to tell an offer that has been
      * moved into from one still outstanding.
       01  WS-Housed-Count             PIC 9(4) VALUE ZERO.
       01  HousedTable.
           02 HT-TenantID              PIC 9(5) OCCURS 3000 TIMES.
       01  WS-Housed-Idx               PIC 9(4).
       01  WS-Tenant-Housed            PIC X VALUE "N".
           88  Tenant-Housed               VALUE "Y".
       01  WS-Lookup-TenantID          PIC 9(5).

       01  WS-Last-TenantID            PIC 9(5) VALUE ZERO.
       01  WS-Numbers-Exhausted        PIC X VALUE "N".
           88  Numbers-Exhausted           VALUE "Y".

       01  WS-Sponsor-Count            PIC 9(3) VALUE ZERO.
       01  SponsorTable.
           02 Sponsor-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Sponsor-Count.
               03 SN-Code                  PIC 9(3).
               03 SN-Name                  PIC X(20).
       01  WS-Sponsor-Idx              PIC 9(3).
       01  WS-Sponsor-Found-Idx        PIC 9(3).
       01  WS-Sponsor-Found            PIC X VALUE "N".
           88  Sponsor-Found               VALUE "Y".
       01  WS-Lookup-Sponsor           PIC 9(3).

       01  WS-Pref-Idx                 PIC 9.
       01  WS-Pref-City                PIC 99.
       01  WS-City-Ok                  PIC X VALUE "Y".
           88  City-Ok                     VALUE "Y".
       01  WS-City-Idx                 PIC 99.
       01  WS-City-Rent                PIC 9(5)V99.
       01  WS-Rent-Surcharge           PIC 9(5)V99.
       01  WS-Offer-Made               PIC X VALUE "N".
           88  Offer-Made                  VALUE "Y".
       01  WS-Best-Idx                 PIC 9(4).
       01  WS-Wait-Rank                PIC 9(4).

       01  WS-Tran-Ok                  PIC X VALUE "Y".
           88  Tran-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).

       01  WS-Taken-Count              PIC 9(5) VALUE ZERO.
       01  WS-Withdrawn-Count          PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Housed-Now-Count         PIC 9(5) VALUE ZERO.
       01  WS-Offered-Count            PIC 9(5) VALUE ZERO.
       01  WS-Waiting-Count            PIC 9(5) VALUE ZERO.

       01  WS-Exc-Key.
           02  XK-StudentID            PIC 9(7).
           02  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-Offer-Header-Line.
           02  FILLER                  PIC X(3) VALUE "TO ".
           02  OL-StudentName          PIC X(17).
           02  FILLER                  PIC X(10) VALUE "  STUDENT ".
           02  OL-StudentID            PIC 9(7).
           02  FILLER                  PIC X(14)
                   VALUE "  OFFER DATED ".
           02  OL-OfferDate            PIC X(8).
           02  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-Offer-Bed-Line.
           02  FILLER                  PIC X(24)
                   VALUE "  BED OFFERED: PROPERTY ".
           02  OL-PropertyID           PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-CityName             PIC X(12).
           02  FILLER                  PIC X(11)
                   VALUE "  LANDLORD ".
           02  OL-Landlord             PIC X(20).
           02  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-Offer-Terms-Line.
           02  FILLER                  PIC X(16)
                   VALUE "  MOVE-IN DATE: ".
           02  OL-MoveInDate           PIC 9(8).
           02  FILLER                  PIC X(16)
                   VALUE "  MONTHLY RENT: ".
           02  OL-Rent                 PIC Z,ZZ9.99.
           02  FILLER                  PIC X(13)
                   VALUE "  TENANT NO: ".
           02  OL-TenantID             PIC 9(5).
           02  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-Offer-Sponsor-Line.
           02  FILLER                  PIC X(11)
                   VALUE "  SPONSOR: ".
           02  OL-SponsorName          PIC X(20).
           02  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-Offer-Reply-Line.
           02  FILLER                  PIC X(40)
                   VALUE "  PLEASE CONFIRM ACCEPTANCE TO THE ACCOM".
           02  FILLER                  PIC X(40)
                   VALUE "MODATION OFFICE BEFORE THE MOVE-IN DATE.".

       01  WS-Wait-Header.
           02  FILLER                  PIC X(36)
                   VALUE "ACCOMMODATION WAITING LIST      RUN ".
           02  WH-RunDate              PIC X(8).
           02  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-Wait-Columns.
           02  FILLER                  PIC X(39)
                   VALUE "RANK STUDENT NAME              APPLIED".
           02  FILLER                  PIC X(41)
                   VALUE "PRF  MOVE-IN    BUDGET".
       01  WS-Wait-City-Line.
           02  FILLER                  PIC X(5) VALUE "CITY ".
           02  WC-CityCode             PIC 99.
           02  FILLER                  PIC X VALUE SPACE.
           02  WC-CityName             PIC X(12).
           02  FILLER                  PIC X(60) VALUE SPACES.
       01  WS-Wait-Detail.
           02  WD-Rank                 PIC ZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  WD-StudentID            PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  WD-StudentName          PIC X(17).
           02  FILLER                  PIC X VALUE SPACE.
           02  WD-AppDate              PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  WD-Pref                 PIC 9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  WD-MoveInDate           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  WD-Budget               PIC Z,ZZ9.99.
           02  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-Wait-Total.
           02  FILLER                  PIC X(9) VALUE "OFFERED: ".
           02  WT-Offered              PIC ZZZZ9.
           02  FILLER                  PIC X(21)
                   VALUE "   STILL WAITING:    ".
           02  WT-Waiting              PIC ZZZZ9.
           02  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadAppTable.
           IF App-Table-Full
               DISPLAY "ACCOMALLOC: APPLICATION TABLE FULL - RUN "
                   "REFUSED, NOTHING ALLOCATED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadStudents.
           PERFORM LoadSponsors.
           PERFORM LoadCityRates.
           PERFORM LoadProperties.
           PERFORM LoadTenancies.
           PERFORM LoadTenantNumbers.
           PERFORM OpenExceptionsFile.
           PERFORM TakeInApplications.
           CLOSE ExceptionsFile.
           PERFORM ReviewOutstandingOffers
               VARYING WS-App-Idx FROM 1 BY 1
               UNTIL WS-App-Idx > WS-App-Count.
           OPEN OUTPUT ProposedMoveFile.
           OPEN OUTPUT OfferLetterFile.
           PERFORM AllocateOneApplication
               VARYING WS-App-Idx FROM 1 BY 1
               UNTIL WS-App-Idx > WS-App-Count.
           CLOSE OfferLetterFile.
           CLOSE ProposedMoveFile.
           PERFORM WriteWaitingList.
           IF WS-Taken-Count > ZERO OR WS-Withdrawn-Count > ZERO
                   OR WS-Housed-Now-Count > ZERO
                   OR WS-Offered-Count > ZERO
               PERFORM RewriteAppFile
           END-IF.
           DISPLAY "ACCOMALLOC: " WS-Taken-Count " APPLICATIONS TAKEN, "
               WS-Rejected-Count " REJECTED, " WS-Offered-Count
               " OFFERED, " WS-Waiting-Count " STILL WAITING".
           IF WS-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadAppTable.
           OPEN INPUT AppFile.
           IF WS-App-Status = "00"
               READ AppFile
                   AT END MOVE "Y" TO WS-App-Eof
               END-READ
               PERFORM UNTIL App-Eof
                   IF WS-App-Count >= WS-App-Table-Limit
                       MOVE "Y" TO WS-App-Table-Full
                   ELSE
                       MOVE AP-StudentID TO NA-StudentID
                       MOVE AP-AppDate TO NA-AppDate
                       MOVE AP-CityPref(1) TO NA-CityPref(1)
                       MOVE AP-CityPref(2) TO NA-CityPref(2)
                       MOVE AP-CityPref(3) TO NA-CityPref(3)
                       MOVE AP-MoveInDate TO NA-MoveInDate
                       MOVE AP-Budget TO NA-Budget
                       MOVE AP-SponsorCode TO NA-SponsorCode
                       MOVE AP-Status TO NA-Status
                       MOVE AP-TenantID TO NA-TenantID
                       MOVE AP-PropertyID TO NA-PropertyID
                       MOVE AP-OfferDate TO NA-OfferDate
                       PERFORM InsertApplication
                   END-IF
                   READ AppFile
                       AT END MOVE "Y" TO WS-App-Eof
                   END-READ
               END-PERFORM
               CLOSE AppFile
           END-IF.

      * Keeps the table in date-of-application order; an application
      * goes in after any others of the same date, so the order they
      * were received in is kept.
       InsertApplication.
           ADD 1 TO WS-App-Count.
           MOVE WS-App-Count TO WS-Insert-Idx.
           PERFORM UNTIL WS-Insert-Idx = 1
                   OR AT-AppDate(WS-Insert-Idx - 1) NOT > NA-AppDate
               MOVE App-Entry(WS-Insert-Idx - 1)
                   TO App-Entry(WS-Insert-Idx)
               SUBTRACT 1 FROM WS-Insert-Idx
           END-PERFORM.
           MOVE WS-New-App-Entry TO App-Entry(WS-Insert-Idx).

       LoadStudents.
           OPEN INPUT StudentMasterFile.
           IF WS-Student-Status = "00"
               READ StudentMasterFile
                   AT END MOVE "Y" TO WS-Student-Eof
               END-READ
               PERFORM UNTIL Student-Eof
                   IF WS-Student-Count < 2000
                       ADD 1 TO WS-Student-Count
                       MOVE SM-StudentID
                           TO SD-StudentID(WS-Student-Count)
                       MOVE SM-FirstName
                           TO SD-FirstName(WS-Student-Count)
                       MOVE SM-Surname TO SD-Surname(WS-Student-Count)
                   END-IF
                   READ StudentMasterFile
                       AT END MOVE "Y" TO WS-Student-Eof
                   END-READ
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF.

       LoadSponsors.
           OPEN INPUT SponsorFile.
           IF WS-Sponsor-Status = "00"
               READ SponsorFile
                   AT END MOVE "Y" TO WS-Sponsor-Eof
               END-READ
               PERFORM UNTIL Sponsor-Eof
                   IF WS-Sponsor-Count < 500
                       ADD 1 TO WS-Sponsor-Count
                       MOVE SP2-Code TO SN-Code(WS-Sponsor-Count)
                       MOVE SP2-Name TO SN-Name(WS-Sponsor-Count)
                   END-IF
                   READ SponsorFile
                       AT END MOVE "Y" TO WS-Sponsor-Eof
                   END-READ
               END-PERFORM
               CLOSE SponsorFile
           END-IF.

       LoadCityRates.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.
           IF WS-CityRate-Status = "00"
               READ CityRateFile
                   AT END MOVE "Y" TO WS-CityRate-Eof
               END-READ
               PERFORM UNTIL CityRate-Eof
                   IF CY-CityCode >= 1 AND CY-CityCode <= 12
                           AND CY-EffDate <= WS-Run-Date-Num
                           AND CY-EffDate
                               >= WS-City-Rate-Date(CY-CityCode)
                       MOVE CY-CityName TO CITY-NAME(CY-CityCode)
                       MOVE CY-BaseRent
                           TO CITY-BASE-RENT(CY-CityCode)
                       MOVE CY-SurchargeRate
                           TO CITY-SURCHARGE-RATE(CY-CityCode)
                       MOVE CY-EffDate
                           TO WS-City-Rate-Date(CY-CityCode)
                   END-IF
                   READ CityRateFile
                       AT END MOVE "Y" TO WS-CityRate-Eof
                   END-READ
               END-PERFORM
               CLOSE CityRateFile
           END-IF.

       LoadProperties.
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
                       MOVE PP-CityCode
                           TO PR-CityCode(WS-Property-Count)
                       MOVE PP-Landlord
                           TO PR-Landlord(WS-Property-Count)
                       MOVE PP-BedCapacity
                           TO PR-Capacity(WS-Property-Count)
                       MOVE ZERO TO PR-Taken(WS-Property-Count)
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
                   END-READ
               END-PERFORM
               CLOSE PropertyFile
           END-IF.

      * Every open tenancy takes a bed; the highest tenant number on
      * the tenancy file is noted as well as on the tenant file, so
      * a new number never collides with either.
       LoadTenancies.
           OPEN INPUT TenancyFile.
           IF WS-Tenancy-Status = "00"
               READ TenancyFile
                   AT END MOVE "Y" TO WS-Tenancy-Eof
               END-READ
               PERFORM UNTIL Tenancy-Eof
                   IF TY-TenantID > WS-Last-TenantID
                       MOVE TY-TenantID TO WS-Last-TenantID
                   END-IF
                   IF TY-MoveOutDate = ZERO
                       MOVE TY-PropertyID TO WS-Lookup-PropertyID
                       PERFORM FindProperty
                       IF Property-Found
                           ADD 1 TO PR-Taken(WS-Property-Found-Idx)
                       END-IF
                       IF WS-Housed-Count < 3000
                           ADD 1 TO WS-Housed-Count
                           MOVE TY-TenantID
                               TO HT-TenantID(WS-Housed-Count)
                       END-IF
                   END-IF
                   READ TenancyFile
                       AT END MOVE "Y" TO WS-Tenancy-Eof
                   END-READ
               END-PERFORM
               CLOSE TenancyFile
           END-IF.

      * New tenant numbers follow the highest already in use on the
      * tenant file, the tenancy file or an earlier offer.
       LoadTenantNumbers.
           OPEN INPUT TenantRentFile.
           IF WS-Tenant-Status = "00"
               READ TenantRentFile
                   AT END MOVE "Y" TO WS-Tenant-Eof
               END-READ
               PERFORM UNTIL Tenant-Eof
                   IF TR-TenantID > WS-Last-TenantID
                       MOVE TR-TenantID TO WS-Last-TenantID
                   END-IF
                   READ TenantRentFile
                       AT END MOVE "Y" TO WS-Tenant-Eof
                   END-READ
               END-PERFORM
               CLOSE TenantRentFile
           END-IF.
           PERFORM VARYING WS-App-Idx FROM 1 BY 1
                   UNTIL WS-App-Idx > WS-App-Count
               IF AT-TenantID(WS-App-Idx) > WS-Last-TenantID
                   MOVE AT-TenantID(WS-App-Idx) TO WS-Last-TenantID
               END-IF
           END-PERFORM.

       TakeInApplications.
           OPEN INPUT NewAppFile.
           IF WS-NewApp-Status = "00"
               READ NewAppFile
                   AT END MOVE "Y" TO WS-NewApp-Eof
               END-READ
               PERFORM UNTIL NewApp-Eof
                   PERFORM TakeInOneApplication
                   READ NewAppFile
                       AT END MOVE "Y" TO WS-NewApp-Eof
                   END-READ
               END-PERFORM
               CLOSE NewAppFile
           END-IF.

       TakeInOneApplication.
           MOVE "Y" TO WS-Tran-Ok.
           EVALUATE TRUE
               WHEN AI-Add
                   PERFORM AddApplication
               WHEN AI-Withdraw
                   PERFORM WithdrawApplication
               WHEN OTHER
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID ACTION" TO WS-Reject-Reason
           END-EVALUATE.
           IF NOT Tran-Ok
               ADD 1 TO WS-Rejected-Count
               MOVE AI-StudentID TO XK-StudentID
               MOVE SPACES TO ExceptionRecord
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "ACCOMALLOC" TO EXC-Source
               MOVE WS-Exc-Key TO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       AddApplication.
           MOVE AI-StudentID TO WS-Lookup-StudentID.
           PERFORM FindStudent.
           PERFORM CheckCityPreferences.
           MOVE "N" TO WS-Sponsor-Found.
           IF AI-SponsorCode IS NUMERIC
               MOVE AI-SponsorCode TO WS-Lookup-Sponsor
               PERFORM FindSponsor
           END-IF.
           EVALUATE TRUE
               WHEN NOT Student-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT ON STUDENT MASTER" TO WS-Reject-Reason
               WHEN NOT City-Ok
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID CITY PREFERENCE" TO WS-Reject-Reason
               WHEN AI-MoveInDate IS NOT NUMERIC
                       OR AI-MoveInDate = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "MOVE-IN DATE MISSING" TO WS-Reject-Reason
               WHEN AI-Budget IS NOT NUMERIC
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID BUDGET" TO WS-Reject-Reason
               WHEN AI-SponsorCode IS NOT NUMERIC
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "UNKNOWN SPONSOR" TO WS-Reject-Reason
               WHEN AI-SponsorCode NOT = ZERO AND NOT Sponsor-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "UNKNOWN SPONSOR" TO WS-Reject-Reason
               WHEN WS-App-Count >= WS-App-Table-Limit
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "APPLICATION TABLE FULL" TO WS-Reject-Reason
           END-EVALUATE.
           IF Tran-Ok
               PERFORM CheckExistingApplication
           END-IF.
           IF Tran-Ok
               IF AI-AppDate IS NOT NUMERIC OR AI-AppDate = ZERO
                   MOVE WS-Run-Date TO AI-AppDate
               END-IF
               MOVE AI-StudentID TO NA-StudentID
               MOVE AI-AppDate TO NA-AppDate
               MOVE AI-CityPref(1) TO NA-CityPref(1)
               MOVE AI-CityPref(2) TO NA-CityPref(2)
               MOVE AI-CityPref(3) TO NA-CityPref(3)
               MOVE AI-MoveInDate TO NA-MoveInDate
               MOVE AI-Budget TO NA-Budget
               MOVE AI-SponsorCode TO NA-SponsorCode
               MOVE "W" TO NA-Status
               MOVE ZERO TO NA-TenantID
               MOVE ZERO TO NA-PropertyID
               MOVE ZERO TO NA-OfferDate
               PERFORM InsertApplication
               ADD 1 TO WS-Taken-Count
           END-IF.

      * The first preference is required; the second and third may
      * be left at zero.
       CheckCityPreferences.
           MOVE "Y" TO WS-City-Ok.
           IF AI-CityPrefs IS NOT NUMERIC
               MOVE "N" TO WS-City-Ok
           ELSE
               IF AI-CityPref(1) < 1 OR AI-CityPref(1) > 12
                   MOVE "N" TO WS-City-Ok
               END-IF
               IF AI-CityPref(2) > 12 OR AI-CityPref(3) > 12
                   MOVE "N" TO WS-City-Ok
               END-IF
           END-IF.

      * A student may hold one live application; once housed they
      * may apply again only after their tenancy has ended.
       CheckExistingApplication.
           PERFORM VARYING WS-App-Idx FROM 1 BY 1
                   UNTIL WS-App-Idx > WS-App-Count
                       OR NOT Tran-Ok
               IF AT-StudentID(WS-App-Idx) = AI-StudentID
                   EVALUATE AT-Status(WS-App-Idx)
                       WHEN "W"
                       WHEN "O"
                           MOVE "N" TO WS-Tran-Ok
                           MOVE "APPLICATION ALREADY OPEN"
                               TO WS-Reject-Reason
                       WHEN "H"
                           MOVE AT-TenantID(WS-App-Idx)
                               TO WS-Lookup-TenantID
                           PERFORM CheckTenantHoused
                           IF Tenant-Housed
                               MOVE "N" TO WS-Tran-Ok
                               MOVE "ALREADY HOUSED"
                                   TO WS-Reject-Reason
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Withdrawing an outstanding offer frees its bed for this run,
      * since the beds held by offers are only counted afterwards.
       WithdrawApplication.
           MOVE "N" TO WS-App-Found.
           PERFORM VARYING WS-App-Idx FROM 1 BY 1
                   UNTIL WS-App-Idx > WS-App-Count
                       OR App-Found
               IF AT-StudentID(WS-App-Idx) = AI-StudentID
                       AND (AT-Status(WS-App-Idx) = "W"
                           OR AT-Status(WS-App-Idx) = "O")
                   MOVE "Y" TO WS-App-Found
                   MOVE "X" TO AT-Status(WS-App-Idx)
                   ADD 1 TO WS-Withdrawn-Count
               END-IF
           END-PERFORM.
           IF NOT App-Found
               MOVE "N" TO WS-Tran-Ok
               MOVE "NO OPEN APPLICATION" TO WS-Reject-Reason
           END-IF.

      * An offer whose tenant now has an open tenancy has been moved
      * into and its bed is already counted; one not yet moved into
      * keeps its bed held.
       ReviewOutstandingOffers.
           IF AT-Status(WS-App-Idx) = "O"
               MOVE AT-TenantID(WS-App-Idx) TO WS-Lookup-TenantID
               PERFORM CheckTenantHoused
               IF Tenant-Housed
                   MOVE "H" TO AT-Status(WS-App-Idx)
                   ADD 1 TO WS-Housed-Now-Count
               ELSE
                   MOVE AT-PropertyID(WS-App-Idx)
                       TO WS-Lookup-PropertyID
                   PERFORM FindProperty
                   IF Property-Found
                       ADD 1 TO PR-Taken(WS-Property-Found-Idx)
                   END-IF
               END-IF
           END-IF.

       AllocateOneApplication.
           IF AT-Status(WS-App-Idx) = "W"
               MOVE "N" TO WS-Offer-Made
               PERFORM TryOnePreference
                   VARYING WS-Pref-Idx FROM 1 BY 1
                   UNTIL WS-Pref-Idx > 3 OR Offer-Made
               IF Offer-Made
                   PERFORM MakeOffer
               ELSE
                   ADD 1 TO WS-Waiting-Count
               END-IF
           END-IF.

      * The first property in the city with a bed free is offered,
      * provided the city's rent is within the student's budget.
       TryOnePreference.
           MOVE AT-CityPref(WS-App-Idx, WS-Pref-Idx) TO WS-Pref-City.
           IF WS-Pref-City >= 1 AND WS-Pref-City <= 12
                   AND NOT Numbers-Exhausted
               PERFORM ComputeCityRent
               IF AT-Budget(WS-App-Idx) = ZERO
                       OR WS-City-Rent <= AT-Budget(WS-App-Idx)
                   MOVE ZERO TO WS-Best-Idx
                   PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                           UNTIL WS-Property-Idx > WS-Property-Count
                               OR WS-Best-Idx > ZERO
                       IF PR-CityCode(WS-Property-Idx) = WS-Pref-City
                               AND PR-Taken(WS-Property-Idx)
                                   < PR-Capacity(WS-Property-Idx)
                           MOVE WS-Property-Idx TO WS-Best-Idx
                       END-IF
                   END-PERFORM
                   IF WS-Best-Idx > ZERO
                       MOVE "Y" TO WS-Offer-Made
                   END-IF
               END-IF
           END-IF.

       ComputeCityRent.
           COMPUTE WS-Rent-Surcharge ROUNDED =
               CITY-BASE-RENT(WS-Pref-City)
               * CITY-SURCHARGE-RATE(WS-Pref-City).
           COMPUTE WS-City-Rent =
               CITY-BASE-RENT(WS-Pref-City) + WS-Rent-Surcharge.

       MakeOffer.
           IF WS-Last-TenantID = 99999
               MOVE "Y" TO WS-Numbers-Exhausted
               DISPLAY "ACCOMALLOC: TENANT NUMBERS EXHAUSTED - "
                   "NO FURTHER OFFERS MADE"
               ADD 1 TO WS-Waiting-Count
           ELSE
               ADD 1 TO WS-Last-TenantID
               ADD 1 TO PR-Taken(WS-Best-Idx)
               MOVE "O" TO AT-Status(WS-App-Idx)
               MOVE WS-Last-TenantID TO AT-TenantID(WS-App-Idx)
               MOVE PR-PropertyID(WS-Best-Idx)
                   TO AT-PropertyID(WS-App-Idx)
               MOVE WS-Run-Date-Num TO AT-OfferDate(WS-App-Idx)
               ADD 1 TO WS-Offered-Count
               MOVE AT-TenantID(WS-App-Idx) TO MV-TenantID
               MOVE "I" TO MV-Type
               MOVE AT-MoveInDate(WS-App-Idx) TO MV-MoveDate
               MOVE AT-PropertyID(WS-App-Idx) TO MV-PropertyID
               WRITE MoveTranRec
               PERFORM WriteOfferLetter
           END-IF.

       WriteOfferLetter.
           MOVE AT-StudentID(WS-App-Idx) TO WS-Lookup-StudentID.
           PERFORM BuildStudentName.
           MOVE WS-Student-Name TO OL-StudentName.
           MOVE AT-StudentID(WS-App-Idx) TO OL-StudentID.
           MOVE WS-Run-Date TO OL-OfferDate.
           WRITE OfferLetterLine FROM WS-Offer-Header-Line.
           MOVE PR-PropertyID(WS-Best-Idx) TO OL-PropertyID.
           MOVE CITY-NAME(WS-Pref-City) TO OL-CityName.
           MOVE PR-Landlord(WS-Best-Idx) TO OL-Landlord.
           WRITE OfferLetterLine FROM WS-Offer-Bed-Line.
           MOVE AT-MoveInDate(WS-App-Idx) TO OL-MoveInDate.
           MOVE WS-City-Rent TO OL-Rent.
           MOVE AT-TenantID(WS-App-Idx) TO OL-TenantID.
           WRITE OfferLetterLine FROM WS-Offer-Terms-Line.
           IF AT-SponsorCode(WS-App-Idx) NOT = ZERO
               MOVE AT-SponsorCode(WS-App-Idx) TO WS-Lookup-Sponsor
               PERFORM FindSponsor
               IF Sponsor-Found
                   MOVE SN-Name(WS-Sponsor-Found-Idx)
                       TO OL-SponsorName
               ELSE
                   MOVE "SPONSOR NOT ON FILE" TO OL-SponsorName
               END-IF
               WRITE OfferLetterLine FROM WS-Offer-Sponsor-Line
           END-IF.
           WRITE OfferLetterLine FROM WS-Offer-Reply-Line.

      * One section per city, listing every applicant still waiting
      * who named the city, ranked by date of application.
       WriteWaitingList.
           OPEN OUTPUT WaitListFile.
           MOVE WS-Run-Date TO WH-RunDate.
           WRITE WaitListLine FROM WS-Wait-Header.
           WRITE WaitListLine FROM WS-Wait-Columns.
           PERFORM WriteCityWaitingList
               VARYING WS-City-Idx FROM 1 BY 1
               UNTIL WS-City-Idx > 12.
           MOVE WS-Offered-Count TO WT-Offered.
           MOVE WS-Waiting-Count TO WT-Waiting.
           WRITE WaitListLine FROM WS-Wait-Total.
           CLOSE WaitListFile.

       WriteCityWaitingList.
           MOVE ZERO TO WS-Wait-Rank.
           PERFORM VARYING WS-App-Idx FROM 1 BY 1
                   UNTIL WS-App-Idx > WS-App-Count
               IF AT-Status(WS-App-Idx) = "W"
                   PERFORM FindCityPreference
                   IF WS-Pref-Idx <= 3
                       PERFORM WriteWaitingLine
                   END-IF
               END-IF
           END-PERFORM.

       FindCityPreference.
           MOVE 1 TO WS-Pref-Idx.
           PERFORM UNTIL WS-Pref-Idx > 3
                   OR AT-CityPref(WS-App-Idx, WS-Pref-Idx)
                       = WS-City-Idx
               ADD 1 TO WS-Pref-Idx
           END-PERFORM.

       WriteWaitingLine.
           ADD 1 TO WS-Wait-Rank.
           IF WS-Wait-Rank = 1
               MOVE WS-City-Idx TO WC-CityCode
               MOVE CITY-NAME(WS-City-Idx) TO WC-CityName
               WRITE WaitListLine FROM WS-Wait-City-Line
           END-IF.
           MOVE AT-StudentID(WS-App-Idx) TO WS-Lookup-StudentID.
           PERFORM BuildStudentName.
           MOVE WS-Wait-Rank TO WD-Rank.
           MOVE AT-StudentID(WS-App-Idx) TO WD-StudentID.
           MOVE WS-Student-Name TO WD-StudentName.
           MOVE AT-AppDate(WS-App-Idx) TO WD-AppDate.
           MOVE WS-Pref-Idx TO WD-Pref.
           MOVE AT-MoveInDate(WS-App-Idx) TO WD-MoveInDate.
           MOVE AT-Budget(WS-App-Idx) TO WD-Budget.
           WRITE WaitListLine FROM WS-Wait-Detail.

       BuildStudentName.
           PERFORM FindStudent.
           MOVE SPACES TO WS-Student-Name.
           IF Student-Found
               STRING SD-FirstName(WS-Student-Found-Idx)
                       DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SD-Surname(WS-Student-Found-Idx)
                       DELIMITED BY SPACE
                   INTO WS-Student-Name
           END-IF.

       FindStudent.
           MOVE "N" TO WS-Student-Found.
           PERFORM VARYING WS-Student-Idx FROM 1 BY 1
                   UNTIL WS-Student-Idx > WS-Student-Count
                       OR Student-Found
               IF SD-StudentID(WS-Student-Idx) = WS-Lookup-StudentID
                   MOVE "Y" TO WS-Student-Found
                   MOVE WS-Student-Idx TO WS-Student-Found-Idx
               END-IF
           END-PERFORM.

       FindProperty.
           MOVE "N" TO WS-Property-Found.
           PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                   UNTIL WS-Property-Idx > WS-Property-Count
                       OR Property-Found
               IF PR-PropertyID(WS-Property-Idx)
                       = WS-Lookup-PropertyID
                   MOVE "Y" TO WS-Property-Found
                   MOVE WS-Property-Idx TO WS-Property-Found-Idx
               END-IF
           END-PERFORM.

       FindSponsor.
           MOVE "N" TO WS-Sponsor-Found.
           PERFORM VARYING WS-Sponsor-Idx FROM 1 BY 1
                   UNTIL WS-Sponsor-Idx > WS-Sponsor-Count
                       OR Sponsor-Found
               IF SN-Code(WS-Sponsor-Idx) = WS-Lookup-Sponsor
                   MOVE "Y" TO WS-Sponsor-Found
                   MOVE WS-Sponsor-Idx TO WS-Sponsor-Found-Idx
               END-IF
           END-PERFORM.

       CheckTenantHoused.
           MOVE "N" TO WS-Tenant-Housed.
           PERFORM VARYING WS-Housed-Idx FROM 1 BY 1
                   UNTIL WS-Housed-Idx > WS-Housed-Count
                       OR Tenant-Housed
               IF HT-TenantID(WS-Housed-Idx) = WS-Lookup-TenantID
                   MOVE "Y" TO WS-Tenant-Housed
               END-IF
           END-PERFORM.

       RewriteAppFile.
           CALL "GenBackup" USING WS-App-Backup.
           OPEN OUTPUT AppFile.
           PERFORM VARYING WS-App-Idx FROM 1 BY 1
                   UNTIL WS-App-Idx > WS-App-Count
               MOVE AT-StudentID(WS-App-Idx) TO AP-StudentID
               MOVE AT-AppDate(WS-App-Idx) TO AP-AppDate
               MOVE AT-CityPref(WS-App-Idx, 1) TO AP-CityPref(1)
               MOVE AT-CityPref(WS-App-Idx, 2) TO AP-CityPref(2)
               MOVE AT-CityPref(WS-App-Idx, 3) TO AP-CityPref(3)
               MOVE AT-MoveInDate(WS-App-Idx) TO AP-MoveInDate
               MOVE AT-Budget(WS-App-Idx) TO AP-Budget
               MOVE AT-SponsorCode(WS-App-Idx) TO AP-SponsorCode
               MOVE AT-Status(WS-App-Idx) TO AP-Status
               MOVE AT-TenantID(WS-App-Idx) TO AP-TenantID
               MOVE AT-PropertyID(WS-App-Idx) TO AP-PropertyID
               MOVE AT-OfferDate(WS-App-Idx) TO AP-OfferDate
               WRITE AccomAppRec
           END-PERFORM.
           CLOSE AppFile.

       END PROGRAM AccomAllocate.

      *          for TenantDeposit. RentLedger starts, stops and
      *          pro-rates the monthly charge on the tenancy dates -
      *          so a tenant who leaves stops being charged without
      *          anyone editing files. A move-in is refused while any
      *          of the property's safety certificates on
      *          COMPLIANCE.DAT has expired by the move-in date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT ComplianceFile ASSIGN TO "COMPLIANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Compliance-Status.
           SELECT StudentAccomFile ASSIGN TO "STUDENTACCOM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Accom-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  MoveTranFile.
           COPY MOVETRAN.

       FD  TenancyFile.
           COPY TENANCY.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  PropertyFile.
           COPY PROPERTY.

       FD  ComplianceFile.
           COPY COMPCERT.

       FD  StudentAccomFile.
       01  StudentAccomRec.
       01  WS-MoveTran-Status          PIC XX.
       01  WS-Tenancy-Status           PIC XX.
       01  WS-Property-Status          PIC XX.
       01  WS-Compliance-Status        PIC XX.
       01  WS-Accom-Status             PIC XX.
       01  WS-Settle-Status            PIC XX.
       01  WS-Exceptions-Status        PIC XX.
               88  Property-Eof            VALUE "Y".
           02  WS-Accom-Eof            PIC X VALUE "N".
               88  Accom-Eof               VALUE "Y".
           02  WS-Compliance-Eof       PIC X VALUE "N".
               88  Compliance-Eof          VALUE "Y".

       01  WS-Tenancy-Count            PIC 9(4) VALUE ZERO.
       01  WS-Tenancy-Table-Limit      PIC 9(4) VALUE 500.
                   DEPENDING ON WS-Property-Count.
               03 PR-PropertyID            PIC 9(4).
               03 PR-CityCode              PIC 99.
               03 PR-CertExpiry            PIC 9(8) OCCURS 3 TIMES.
       01  WS-Property-Idx             PIC 9(4).
       01  WS-Cert-Idx                 PIC 9.
       01  WS-Cert-Expired             PIC X VALUE "N".
           88  Cert-Expired                VALUE "Y".
       01  WS-Property-Found-Idx       PIC 9(4).
       01  WS-Property-Found           PIC X VALUE "N".
           88  Property-Found              VALUE "Y".

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadTenantTable.
           PERFORM LoadPropertyTable.
           PERFORM LoadComplianceTable.
           PERFORM LoadTenancyTable.
           PERFORM LoadAccomTable.
           OPEN OUTPUT MoveReportFile.
                           TO PR-PropertyID(WS-Property-Count)
                       MOVE PP-CityCode
                           TO PR-CityCode(WS-Property-Count)
                       MOVE ZERO TO PR-CertExpiry(WS-Property-Count, 1)
                       MOVE ZERO TO PR-CertExpiry(WS-Property-Count, 2)
                       MOVE ZERO TO PR-CertExpiry(WS-Property-Count, 3)
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
               END-IF
           END-PERFORM.

      * The current certificate of each type is the one with the
      * latest expiry; gas safety, fire alarm and electrical are
      * held in that order against the property.
       LoadComplianceTable.
           OPEN INPUT ComplianceFile.
           IF WS-Compliance-Status = "00"
               READ ComplianceFile
                   AT END MOVE "Y" TO WS-Compliance-Eof
               END-READ
               PERFORM UNTIL Compliance-Eof
                   PERFORM NoteOneCertificate
                   READ ComplianceFile
                       AT END MOVE "Y" TO WS-Compliance-Eof
                   END-READ
               END-PERFORM
               CLOSE ComplianceFile
           END-IF.

       NoteOneCertificate.
           MOVE ZERO TO WS-Cert-Idx.
           EVALUATE TRUE
               WHEN CC-GasSafety
                   MOVE 1 TO WS-Cert-Idx
               WHEN CC-FireAlarm
                   MOVE 2 TO WS-Cert-Idx
               WHEN CC-Electrical
                   MOVE 3 TO WS-Cert-Idx
           END-EVALUATE.
           IF WS-Cert-Idx > ZERO
               PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                       UNTIL WS-Property-Idx > WS-Property-Count
                   IF PR-PropertyID(WS-Property-Idx) = CC-PropertyID
                           AND CC-ExpiryDate > PR-CertExpiry
                               (WS-Property-Idx, WS-Cert-Idx)
                       MOVE CC-ExpiryDate TO PR-CertExpiry
                           (WS-Property-Idx, WS-Cert-Idx)
                   END-IF
               END-PERFORM
           END-IF.

      * Expired means a current certificate whose expiry falls
      * before the move-in date.
       CheckCertificates.
           MOVE "N" TO WS-Cert-Expired.
           PERFORM VARYING WS-Cert-Idx FROM 1 BY 1
                   UNTIL WS-Cert-Idx > 3
               IF PR-CertExpiry(WS-Property-Found-Idx, WS-Cert-Idx)
                       NOT = ZERO
                   AND PR-CertExpiry(WS-Property-Found-Idx, WS-Cert-Idx)
                       < MV-MoveDate
                   MOVE "Y" TO WS-Cert-Expired
               END-IF
           END-PERFORM.

       LoadTenancyTable.
           OPEN INPUT TenancyFile.
           IF WS-Tenancy-Status = "00"
       ApplyMoveIn.
           PERFORM LookupProperty.
           PERFORM FindOpenTenancy.
           IF Property-Found
               PERFORM CheckCertificates
           END-IF.
           EVALUATE TRUE
               WHEN NOT Property-Found
                   MOVE "UNKNOWN PROPERTY" TO EXC-Reason
                   PERFORM RejectMove
               WHEN Cert-Expired
                   MOVE "SAFETY CERTIFICATE EXPIRED" TO EXC-Reason
                   PERFORM RejectMove
               WHEN Open-Tenancy-Found
                   MOVE "TENANCY ALREADY OPEN" TO EXC-Reason
                   PERFORM RejectMove

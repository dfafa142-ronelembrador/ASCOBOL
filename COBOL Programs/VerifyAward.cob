      ******************************************************************
      * Author:
      * Date:
      * Purpose: Answers employer enquiries asking us to confirm that
      *          someone graduated on a given course in a given year,
      *          in place of staff looking them up in GRADINFO.DAT by
      *          hand. Each enquiry on VERIFYREQ.DAT carries the
      *          enquiry reference, the enquirer, the GradID if the
      *          graduate gave it, the name given, the year and the
      *          course. With a GradID the graduate is found on that
      *          and the year, course and any name given must agree;
      *          without one the name (ignoring case), year and course
      *          are searched, and more than one graduate answering
      *          to them is replied MULTIPLE MATCHES so the enquirer
      *          can come back with more detail. A single graduate is
      *          only CONFIRMED when their consent is on
      *          GRADCONSENT.DAT; without it, or with no graduate
      *          found, the reply is NOT CONFIRMED so the reply never
      *          reveals whether the person is on file. Replies go to
      *          VERIFYREPLY.DAT for the letters, and every enquiry
      *          with its answer and the reason behind it is appended
      *          to the data-protection log VERIFYLOG.DAT, keyed on
      *          the GradID matched (zero when none) so a subject
      *          access search picks it up. Enquiries missing the
      *          reference, enquirer, year or course are answered NOT
      *          CONFIRMED and also go to the shared exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyAward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VerifyReqFile ASSIGN TO "VERIFYREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VerifyReq-Status.
           SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Grad-Status.
           SELECT ConsentFile ASSIGN TO "GRADCONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Consent-Status.
           SELECT ReplyFile ASSIGN TO "VERIFYREPLY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VerifyLogFile ASSIGN TO "VERIFYLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VerifyLog-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  VerifyReqFile.
       01  VerifyReqRec.
           02  VR-EnqRef               PIC X(10).
           02  VR-Enquirer             PIC X(30).
      * Zero or blank when the graduate's GradID was not given.
           02  VR-GradID               PIC 9(7).
           02  VR-Name                 PIC X(25).
           02  VR-GradYear             PIC 9(4).
           02  VR-CourseCode           PIC 9.

       FD  GraduateInfoFile.
           COPY GRADINFOGIF.

       FD  ConsentFile.
           COPY GRADCONSENT.

       FD  ReplyFile.
       01  ReplyLine                   PIC X(80).

       FD  VerifyLogFile.
       01  VerifyLogRec.
           02  VL-GradID               PIC 9(7).
           02  VL-RunDate              PIC X(8).
           02  VL-RunTime              PIC X(6).
           02  VL-EnqRef               PIC X(10).
           02  VL-Enquirer             PIC X(30).
           02  VL-GivenGradID          PIC 9(7).
           02  VL-Name                 PIC X(25).
           02  VL-GradYear             PIC 9(4).
           02  VL-CourseCode           PIC 9.
           02  VL-Answer               PIC X(16).
           02  VL-Reason               PIC X(22).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-VerifyReq-Status         PIC XX.
       01  WS-Grad-Status              PIC XX.
       01  WS-Consent-Status           PIC XX.
       01  WS-VerifyLog-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Time                 PIC X(6).

       01  WS-Eof-Switches.
           02  WS-Req-Eof              PIC X VALUE "N".
               88  Req-Eof                 VALUE "Y".
           02  WS-Grad-Eof             PIC X VALUE "N".
               88  Grad-Eof                VALUE "Y".
           02  WS-Consent-Eof          PIC X VALUE "N".
               88  Consent-Eof             VALUE "Y".

      * Names are held upper-cased so the enquirer's capitals do not
      * decide the answer.
       01  WS-Grad-Count               PIC 9(4) VALUE ZERO.
       01  GradTable.
           02 Grad-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Grad-Count.
               03 GT-GradID                PIC 9(7).
               03 GT-Name                  PIC X(25).
               03 GT-GradYear              PIC 9(4).
               03 GT-CourseCode            PIC 9.
       01  WS-Grad-Idx                 PIC 9(4).
       01  WS-Match-Idx                PIC 9(4).
       01  WS-Match-Count              PIC 9(4).

       01  WS-Consent-Count            PIC 9(4) VALUE ZERO.
       01  ConsentTable.
           02 CT-GradID                PIC 9(7) OCCURS 2000 TIMES.
       01  WS-Consent-Idx              PIC 9(4).
       01  WS-Consent-Found            PIC X VALUE "N".
           88  Consent-Found               VALUE "Y".

       01  WS-Given-Name               PIC X(25).
       01  WS-Given-GradID             PIC 9(7).
       01  WS-Answer                   PIC X(16).
       01  WS-Reason                   PIC X(22).
       01  WS-Matched-GradID           PIC 9(7).
       01  WS-Request-Ok               PIC X VALUE "Y".
           88  Request-Ok                  VALUE "Y".

       01  WS-Read-Count               PIC 9(5) VALUE ZERO.
       01  WS-Confirmed-Count          PIC 9(5) VALUE ZERO.
       01  WS-NotConfirmed-Count       PIC 9(5) VALUE ZERO.
       01  WS-Multiple-Count           PIC 9(5) VALUE ZERO.
       01  WS-Incomplete-Count         PIC 9(5) VALUE ZERO.

       01  WS-Exc-Key.
           02  XK-EnqRef               PIC X(10).
           02  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-Reply-Header.
           02  FILLER                  PIC X(36)
                   VALUE "AWARD VERIFICATION REPLIES      RUN ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-Reply-Columns.
           02  FILLER                  PIC X(31)
                   VALUE "ENQ REF    ENQUIRER            ".
           02  FILLER                  PIC X(49)
                   VALUE "NAME GIVEN                YEAR C ANSWER".
       01  WS-Reply-Detail.
           02  RD-EnqRef               PIC X(10).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-Enquirer             PIC X(19).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-Name                 PIC X(25).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-GradYear             PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-CourseCode           PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-Answer               PIC X(16).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Run-Time.
           PERFORM LoadGraduates.
           PERFORM LoadConsents.
           PERFORM OpenExceptionsFile.
           OPEN EXTEND VerifyLogFile.
           IF WS-VerifyLog-Status = "35"
               OPEN OUTPUT VerifyLogFile
           END-IF.
           OPEN OUTPUT ReplyFile.
           MOVE WS-Run-Date TO RH-RunDate.
           WRITE ReplyLine FROM WS-Reply-Header.
           WRITE ReplyLine FROM WS-Reply-Columns.
           OPEN INPUT VerifyReqFile.
           IF WS-VerifyReq-Status = "00"
               READ VerifyReqFile
                   AT END MOVE "Y" TO WS-Req-Eof
               END-READ
               PERFORM UNTIL Req-Eof
                   ADD 1 TO WS-Read-Count
                   PERFORM AnswerOneEnquiry
                   READ VerifyReqFile
                       AT END MOVE "Y" TO WS-Req-Eof
                   END-READ
               END-PERFORM
               CLOSE VerifyReqFile
           END-IF.
           CLOSE ReplyFile.
           CLOSE VerifyLogFile.
           CLOSE ExceptionsFile.
           DISPLAY "VERIFYAWARD: " WS-Read-Count " ENQUIRIES, "
               WS-Confirmed-Count " CONFIRMED, "
               WS-NotConfirmed-Count " NOT CONFIRMED, "
               WS-Multiple-Count " MULTIPLE, "
               WS-Incomplete-Count " INCOMPLETE".
           IF WS-Incomplete-Count > ZERO
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

       LoadGraduates.
           OPEN INPUT GraduateInfoFile.
           IF WS-Grad-Status = "00"
               READ GraduateInfoFile
                   AT END MOVE "Y" TO WS-Grad-Eof
               END-READ
               PERFORM UNTIL Grad-Eof
                   IF WS-Grad-Count < 2000
                       ADD 1 TO WS-Grad-Count
                       MOVE GradID TO GT-GradID(WS-Grad-Count)
                       MOVE StudentName TO GT-Name(WS-Grad-Count)
                       INSPECT GT-Name(WS-Grad-Count)
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       MOVE GradYear TO GT-GradYear(WS-Grad-Count)
                       MOVE CourseCode TO GT-CourseCode(WS-Grad-Count)
                   END-IF
                   READ GraduateInfoFile
                       AT END MOVE "Y" TO WS-Grad-Eof
                   END-READ
               END-PERFORM
               CLOSE GraduateInfoFile
           END-IF.

       LoadConsents.
           OPEN INPUT ConsentFile.
           IF WS-Consent-Status = "00"
               READ ConsentFile
                   AT END MOVE "Y" TO WS-Consent-Eof
               END-READ
               PERFORM UNTIL Consent-Eof
                   IF WS-Consent-Count < 2000
                       ADD 1 TO WS-Consent-Count
                       MOVE GC-GradID TO CT-GradID(WS-Consent-Count)
                   END-IF
                   READ ConsentFile
                       AT END MOVE "Y" TO WS-Consent-Eof
                   END-READ
               END-PERFORM
               CLOSE ConsentFile
           END-IF.

       AnswerOneEnquiry.
           MOVE ZERO TO WS-Matched-GradID.
           MOVE ZERO TO WS-Match-Count.
           MOVE VR-Name TO WS-Given-Name.
           INSPECT WS-Given-Name
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF VR-GradID IS NUMERIC
               MOVE VR-GradID TO WS-Given-GradID
           ELSE
               MOVE ZERO TO WS-Given-GradID
           END-IF.
           PERFORM CheckEnquiry.
           IF Request-Ok
               IF WS-Given-GradID NOT = ZERO
                   PERFORM MatchOnGradID
               ELSE
                   PERFORM MatchOnNameYearCourse
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT Request-Ok
                   MOVE "NOT CONFIRMED" TO WS-Answer
                   ADD 1 TO WS-Incomplete-Count
                   PERFORM WriteEnquiryException
               WHEN WS-Match-Count > 1
                   MOVE "MULTIPLE MATCHES" TO WS-Answer
                   MOVE "MORE THAN ONE GRADUATE" TO WS-Reason
                   ADD 1 TO WS-Multiple-Count
               WHEN WS-Match-Count = ZERO
                   MOVE "NOT CONFIRMED" TO WS-Answer
                   ADD 1 TO WS-NotConfirmed-Count
               WHEN OTHER
                   PERFORM CheckConsent
                   IF Consent-Found
                       MOVE "CONFIRMED" TO WS-Answer
                       MOVE "CONSENT ON FILE" TO WS-Reason
                       ADD 1 TO WS-Confirmed-Count
                   ELSE
                       MOVE "NOT CONFIRMED" TO WS-Answer
                       MOVE "NO CONSENT ON FILE" TO WS-Reason
                       ADD 1 TO WS-NotConfirmed-Count
                   END-IF
           END-EVALUATE.
           PERFORM WriteReply.
           PERFORM WriteVerifyLog.

       CheckEnquiry.
           MOVE "Y" TO WS-Request-Ok.
           EVALUATE TRUE
               WHEN VR-EnqRef = SPACES
                   MOVE "N" TO WS-Request-Ok
                   MOVE "NO ENQUIRY REFERENCE" TO WS-Reason
               WHEN VR-Enquirer = SPACES
                   MOVE "N" TO WS-Request-Ok
                   MOVE "NO ENQUIRER" TO WS-Reason
               WHEN VR-GradYear IS NOT NUMERIC
                       OR VR-GradYear = ZERO
                   MOVE "N" TO WS-Request-Ok
                   MOVE "NO GRADUATION YEAR" TO WS-Reason
               WHEN VR-CourseCode IS NOT NUMERIC
                       OR VR-CourseCode = ZERO
                   MOVE "N" TO WS-Request-Ok
                   MOVE "NO COURSE" TO WS-Reason
               WHEN WS-Given-GradID = ZERO AND VR-Name = SPACES
                   MOVE "N" TO WS-Request-Ok
                   MOVE "NO NAME OR GRADID" TO WS-Reason
           END-EVALUATE.

      * The GradID only identifies the graduate; the award being
      * asked about - year and course, and the name when one is
      * given - must still agree before anything is confirmed.
       MatchOnGradID.
           MOVE "GRADID NOT ON FILE" TO WS-Reason.
           PERFORM VARYING WS-Grad-Idx FROM 1 BY 1
                   UNTIL WS-Grad-Idx > WS-Grad-Count
               IF GT-GradID(WS-Grad-Idx) = WS-Given-GradID
                   EVALUATE TRUE
                       WHEN GT-GradYear(WS-Grad-Idx) NOT = VR-GradYear
                           MOVE "YEAR DIFFERS" TO WS-Reason
                       WHEN GT-CourseCode(WS-Grad-Idx)
                               NOT = VR-CourseCode
                           MOVE "COURSE DIFFERS" TO WS-Reason
                       WHEN WS-Given-Name NOT = SPACES
                               AND GT-Name(WS-Grad-Idx)
                                   NOT = WS-Given-Name
                           MOVE "NAME DIFFERS" TO WS-Reason
                       WHEN OTHER
                           ADD 1 TO WS-Match-Count
                           MOVE WS-Grad-Idx TO WS-Match-Idx
                           MOVE GT-GradID(WS-Grad-Idx)
                               TO WS-Matched-GradID
                   END-EVALUATE
               END-IF
           END-PERFORM.

       MatchOnNameYearCourse.
           MOVE "NO GRADUATE MATCHED" TO WS-Reason.
           PERFORM VARYING WS-Grad-Idx FROM 1 BY 1
                   UNTIL WS-Grad-Idx > WS-Grad-Count
               IF GT-Name(WS-Grad-Idx) = WS-Given-Name
                       AND GT-GradYear(WS-Grad-Idx) = VR-GradYear
                       AND GT-CourseCode(WS-Grad-Idx) = VR-CourseCode
                   ADD 1 TO WS-Match-Count
                   MOVE WS-Grad-Idx TO WS-Match-Idx
                   MOVE GT-GradID(WS-Grad-Idx) TO WS-Matched-GradID
               END-IF
           END-PERFORM.
           IF WS-Match-Count > 1
               MOVE ZERO TO WS-Matched-GradID
           END-IF.

       CheckConsent.
           MOVE "N" TO WS-Consent-Found.
           PERFORM VARYING WS-Consent-Idx FROM 1 BY 1
                   UNTIL WS-Consent-Idx > WS-Consent-Count
                       OR Consent-Found
               IF CT-GradID(WS-Consent-Idx) = WS-Matched-GradID
                   MOVE "Y" TO WS-Consent-Found
               END-IF
           END-PERFORM.

       WriteReply.
           MOVE SPACES TO WS-Reply-Detail.
           MOVE VR-EnqRef TO RD-EnqRef.
           MOVE VR-Enquirer TO RD-Enquirer.
           MOVE VR-Name TO RD-Name.
           MOVE VR-GradYear TO RD-GradYear.
           MOVE VR-CourseCode TO RD-CourseCode.
           MOVE WS-Answer TO RD-Answer.
           WRITE ReplyLine FROM WS-Reply-Detail.

       WriteVerifyLog.
           MOVE WS-Matched-GradID TO VL-GradID.
           MOVE WS-Run-Date TO VL-RunDate.
           MOVE WS-Run-Time TO VL-RunTime.
           MOVE VR-EnqRef TO VL-EnqRef.
           MOVE VR-Enquirer TO VL-Enquirer.
           MOVE WS-Given-GradID TO VL-GivenGradID.
           MOVE VR-Name TO VL-Name.
           MOVE VR-GradYear TO VL-GradYear.
           MOVE VR-CourseCode TO VL-CourseCode.
           MOVE WS-Answer TO VL-Answer.
           MOVE WS-Reason TO VL-Reason.
           WRITE VerifyLogRec.

       WriteEnquiryException.
           MOVE VR-EnqRef TO XK-EnqRef.
           MOVE SPACES TO ExceptionRecord.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "VERIFYAWARD" TO EXC-Source.
           MOVE WS-Exc-Key TO EXC-Key.
           MOVE WS-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       END PROGRAM VerifyAward.

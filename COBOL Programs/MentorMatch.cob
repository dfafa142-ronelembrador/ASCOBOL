      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alumni mentoring match run. Takes the careers
      *          office's new student requests from STUDMENTREQ.DAT
      *          (student, course, preferred sector, request date),
      *          checks each student against STUDENTMASTER.DAT and
      *          adds the good ones to the open requests on
      *          MENTORREQ.DAT; a student already waiting or already
      *          mentored is rejected to the shared exceptions file.
      *          Every open request is then offered to the active
      *          mentors on MENTORMAST.DAT who graduated on the same
      *          course and, when the student named a sector, work in
      *          it - the sector given at sign-up, or else the one on
      *          the graduate's latest SURVEYMASTER.DAT response.
      *          Mentors already at their maximum of active pairings
      *          on MENTORMATCH.DAT, no longer on GRADINFO.DAT, or on
      *          the opt-out or bounce lists are passed over, the way
      *          EventInvite suppresses them; of those left the one
      *          with fewest active mentees is taken, so students are
      *          spread across the mentors. Each pairing is appended
      *          to the match register as active, the mentor's
      *          introduction is queued on EMAILOUTBOX.DAT under
      *          campaign MENTOR, and the request is stamped matched.
      *          Requests no mentor can take stay open for the next
      *          run. Every request considered is listed on
      *          MENTORMATCHRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MentorMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NewRequestFile ASSIGN TO "STUDMENTREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NewRequest-Status.
           SELECT RequestFile ASSIGN TO "MENTORREQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Request-Status.
           SELECT MentorFile ASSIGN TO "MENTORMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Mentor-Status.
           SELECT MatchFile ASSIGN TO "MENTORMATCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Match-Status.
           SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Grad-Status.
           SELECT SurveyMasterFile ASSIGN TO "SURVEYMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Survey-Status.
           SELECT StudentMasterFile ASSIGN TO "STUDENTMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Student-Status.
           SELECT OptOutFile ASSIGN TO "GRADOPTOUT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OptOut-Status.
           SELECT BouncedFile ASSIGN TO "EMAILBOUNCED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Bounced-Status.
           SELECT OutboundMailFile ASSIGN TO "EMAILOUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Outbox-Status.
           SELECT MatchReportFile ASSIGN TO "MENTORMATCHRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  NewRequestFile.
       01  NewRequestRec.
           02  NR-StudentID            PIC 9(7).
           02  NR-CourseCode           PIC 9.
           02  NR-Sector               PIC X(12).
           02  NR-RequestDate          PIC 9(8).

       FD  RequestFile.
           COPY MENTREQ.

       FD  MentorFile.
           COPY MENTOR.

       FD  MatchFile.
           COPY MENTMATCH.

       FD  GraduateInfoFile.
           COPY GRADINFOGIF.

       FD  SurveyMasterFile.
       01  SurveyMasterRec.
           02  SV-GradID               PIC 9(7).
           02  SV-EmpStatus            PIC X.
           02  SV-Employer             PIC X(20).
           02  SV-Sector               PIC X(12).
           02  SV-SalaryBand           PIC X.
           02  SV-RespDate             PIC 9(8).

       FD  StudentMasterFile.
       01  StudentMasterRec.
           02  SM-StudentID            PIC 9(7).
           COPY STUDNAME REPLACING
               ==01  StudentName==  BY ==02  SM-StudentName==
               ==02  FirstName==    BY ==03  SM-FirstName==
               ==02  Surname==      BY ==03  SM-Surname==.

       FD  OptOutFile.
           COPY GRADOPTOUT.

       FD  BouncedFile.
       01  BouncedRec.
           02  BO-GradID               PIC 9(7).

       FD  OutboundMailFile.
           COPY EMAILOUTBOX.

       FD  MatchReportFile.
       01  MatchReportLine             PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-NewRequest-Status        PIC XX.
       01  WS-Request-Status           PIC XX.
       01  WS-Mentor-Status            PIC XX.
       01  WS-Match-Status             PIC XX.
       01  WS-Grad-Status              PIC XX.
       01  WS-Survey-Status            PIC XX.
       01  WS-Student-Status           PIC XX.
       01  WS-OptOut-Status            PIC XX.
       01  WS-Bounced-Status           PIC XX.
       01  WS-Outbox-Status            PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Request-Backup           PIC X(30)
               VALUE "MENTORREQ.DAT".

       01  WS-Eof-Switches.
           02  WS-NewRequest-Eof       PIC X VALUE "N".
               88  NewRequest-Eof          VALUE "Y".
           02  WS-Request-Eof          PIC X VALUE "N".
               88  Request-Eof             VALUE "Y".
           02  WS-Mentor-Eof           PIC X VALUE "N".
               88  Mentor-Eof              VALUE "Y".
           02  WS-Match-Eof            PIC X VALUE "N".
               88  Match-Eof               VALUE "Y".
           02  WS-Grad-Eof             PIC X VALUE "N".
               88  Grad-Eof                VALUE "Y".
           02  WS-Survey-Eof           PIC X VALUE "N".
               88  Survey-Eof              VALUE "Y".
           02  WS-Student-Eof          PIC X VALUE "N".
               88  Student-Eof             VALUE "Y".
           02  WS-OptOut-Eof           PIC X VALUE "N".
               88  OptOut-Eof              VALUE "Y".
           02  WS-Bounced-Eof          PIC X VALUE "N".
               88  Bounced-Eof             VALUE "Y".

      * The whole request file, matched requests included, is held
      * for the rewrite; the run refuses rather than truncate it.
       01  WS-Request-Count            PIC 9(4) VALUE ZERO.
       01  WS-Request-Table-Limit      PIC 9(4) VALUE 3000.
       01  WS-Request-Table-Full       PIC X VALUE "N".
           88  Request-Table-Full          VALUE "Y".
       01  RequestTable.
           02 Request-Entry OCCURS 3000 TIMES
                   DEPENDING ON WS-Request-Count.
               03 RQ-StudentID             PIC 9(7).
               03 RQ-CourseCode            PIC 9.
               03 RQ-Sector                PIC X(12).
               03 RQ-RequestDate           PIC 9(8).
               03 RQ-Status                PIC X.
               03 RQ-MentorGradID          PIC 9(7).
       01  WS-Request-Idx              PIC 9(4).

      * Active mentors only. MT-OnFile and the course, name and email
      * come from GRADINFO.DAT; MT-SurveyDate tracks the latest survey
      * response when the sector is taken from the survey.
       01  WS-Mentor-Count             PIC 9(4) VALUE ZERO.
       01  MentorTable.
           02 Mentor-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Mentor-Count.
               03 MT-GradID                PIC 9(7).
               03 MT-MaxMentees            PIC 99.
               03 MT-Sector                PIC X(12).
               03 MT-SectorFromSurvey      PIC X.
               03 MT-SurveyDate            PIC 9(8).
               03 MT-CourseCode            PIC 9.
               03 MT-Name                  PIC X(25).
               03 MT-EmailAddr             PIC X(28).
               03 MT-OnFile                PIC X.
               03 MT-Suppressed            PIC X.
               03 MT-ActiveCount           PIC 99.
       01  WS-Mentor-Idx               PIC 9(4).
       01  WS-Mentor-Found-Idx         PIC 9(4).
       01  WS-Mentor-Found             PIC X VALUE "N".
           88  Mentor-Found                VALUE "Y".
       01  WS-Lookup-GradID            PIC 9(7).

       01  WS-Best-Idx                 PIC 9(4).
       01  WS-Best-Count               PIC 99.

      * Students with an active pairing, who may not ask again until
      * it is ended.
       01  WS-Mentored-Count           PIC 9(4) VALUE ZERO.
       01  MentoredTable.
           02 MD-StudentID             PIC 9(7) OCCURS 3000 TIMES.
       01  WS-Mentored-Idx             PIC 9(4).

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
       01  WS-Student-Name             PIC X(17).

       01  WS-Found-Flag               PIC X VALUE "N".
           88  Already-Found               VALUE "Y".
       01  WS-Tran-Ok                  PIC X VALUE "Y".
           88  Tran-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).

       01  WS-Taken-Count              PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Matched-Count            PIC 9(5) VALUE ZERO.
       01  WS-Waiting-Count            PIC 9(5) VALUE ZERO.

       01  WS-Outbound-Work            PIC X(200).

       01  WS-Exc-Key.
           02  XK-StudentID            PIC 9(7).
           02  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-Report-Header.
           02  FILLER                  PIC X(36)
                   VALUE "ALUMNI MENTORING MATCH RUN      RUN ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-Report-Columns.
           02  FILLER                  PIC X(40)
                   VALUE "STUDENT STUDENT NAME      C SECTOR      ".
           02  FILLER                  PIC X(40)
                   VALUE " MENTOR  MENTOR NAME         OUTCOME    ".
       01  WS-Report-Detail.
           02  RD-StudentID            PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-StudentName          PIC X(17).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-CourseCode           PIC 9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-Sector               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-MentorGradID         PIC X(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-MentorName           PIC X(19).
           02  FILLER                  PIC X VALUE SPACE.
           02  RD-Outcome              PIC X(11).
       01  WS-Report-Total.
           02  FILLER                  PIC X(9) VALUE "MATCHED: ".
           02  RT-Matched              PIC ZZZZ9.
           02  FILLER                  PIC X(21)
                   VALUE "   STILL WAITING:    ".
           02  RT-Waiting              PIC ZZZZ9.
           02  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadRequestTable.
           IF Request-Table-Full
               DISPLAY "MENTORMATCH: REQUEST TABLE FULL - RUN "
                   "REFUSED, NOTHING MATCHED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadMentorTable.
           PERFORM LoadActivePairings.
           PERFORM LoadGraduateDetails.
           PERFORM LoadSurveySectors.
           PERFORM LoadSuppressions.
           PERFORM LoadStudents.
           PERFORM OpenExceptionsFile.
           PERFORM TakeInNewRequests.
           CLOSE ExceptionsFile.
           OPEN EXTEND OutboundMailFile.
           IF WS-Outbox-Status = "35"
               OPEN OUTPUT OutboundMailFile
           END-IF.
           OPEN EXTEND MatchFile.
           IF WS-Match-Status = "35"
               OPEN OUTPUT MatchFile
           END-IF.
           OPEN OUTPUT MatchReportFile.
           MOVE WS-Run-Date TO RH-RunDate.
           WRITE MatchReportLine FROM WS-Report-Header.
           WRITE MatchReportLine FROM WS-Report-Columns.
           PERFORM MatchOneRequest
               VARYING WS-Request-Idx FROM 1 BY 1
               UNTIL WS-Request-Idx > WS-Request-Count.
           MOVE WS-Matched-Count TO RT-Matched.
           MOVE WS-Waiting-Count TO RT-Waiting.
           WRITE MatchReportLine FROM WS-Report-Total.
           CLOSE MatchReportFile.
           CLOSE MatchFile.
           CLOSE OutboundMailFile.
           IF WS-Taken-Count > ZERO OR WS-Matched-Count > ZERO
               PERFORM RewriteRequestFile
           END-IF.
           DISPLAY "MENTORMATCH: " WS-Taken-Count " REQUESTS TAKEN, "
               WS-Rejected-Count " REJECTED, " WS-Matched-Count
               " MATCHED, " WS-Waiting-Count " STILL WAITING".
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

       LoadRequestTable.
           OPEN INPUT RequestFile.
           IF WS-Request-Status = "00"
               READ RequestFile
                   AT END MOVE "Y" TO WS-Request-Eof
               END-READ
               PERFORM UNTIL Request-Eof
                   IF WS-Request-Count >= WS-Request-Table-Limit
                       MOVE "Y" TO WS-Request-Table-Full
                   ELSE
                       ADD 1 TO WS-Request-Count
                       MOVE MR-StudentID
                           TO RQ-StudentID(WS-Request-Count)
                       MOVE MR-CourseCode
                           TO RQ-CourseCode(WS-Request-Count)
                       MOVE MR-Sector TO RQ-Sector(WS-Request-Count)
                       MOVE MR-RequestDate
                           TO RQ-RequestDate(WS-Request-Count)
                       MOVE MR-Status TO RQ-Status(WS-Request-Count)
                       MOVE MR-MentorGradID
                           TO RQ-MentorGradID(WS-Request-Count)
                   END-IF
                   READ RequestFile
                       AT END MOVE "Y" TO WS-Request-Eof
                   END-READ
               END-PERFORM
               CLOSE RequestFile
           END-IF.

       LoadMentorTable.
           OPEN INPUT MentorFile.
           IF WS-Mentor-Status = "00"
               READ MentorFile
                   AT END MOVE "Y" TO WS-Mentor-Eof
               END-READ
               PERFORM UNTIL Mentor-Eof
                   IF MN-Active AND WS-Mentor-Count < 500
                       ADD 1 TO WS-Mentor-Count
                       MOVE MN-GradID TO MT-GradID(WS-Mentor-Count)
                       MOVE MN-MaxMentees
                           TO MT-MaxMentees(WS-Mentor-Count)
                       MOVE MN-Sector TO MT-Sector(WS-Mentor-Count)
                       IF MN-Sector = SPACES
                           MOVE "Y"
                               TO MT-SectorFromSurvey(WS-Mentor-Count)
                       ELSE
                           MOVE "N"
                               TO MT-SectorFromSurvey(WS-Mentor-Count)
                       END-IF
                       MOVE ZERO TO MT-SurveyDate(WS-Mentor-Count)
                       MOVE ZERO TO MT-CourseCode(WS-Mentor-Count)
                       MOVE SPACES TO MT-Name(WS-Mentor-Count)
                       MOVE SPACES TO MT-EmailAddr(WS-Mentor-Count)
                       MOVE "N" TO MT-OnFile(WS-Mentor-Count)
                       MOVE "N" TO MT-Suppressed(WS-Mentor-Count)
                       MOVE ZERO TO MT-ActiveCount(WS-Mentor-Count)
                   END-IF
                   READ MentorFile
                       AT END MOVE "Y" TO WS-Mentor-Eof
                   END-READ
               END-PERFORM
               CLOSE MentorFile
           END-IF.

       LoadActivePairings.
           OPEN INPUT MatchFile.
           IF WS-Match-Status = "00"
               READ MatchFile
                   AT END MOVE "Y" TO WS-Match-Eof
               END-READ
               PERFORM UNTIL Match-Eof
                   IF MM-Active
                       MOVE MM-GradID TO WS-Lookup-GradID
                       PERFORM FindMentor
                       IF Mentor-Found
                           ADD 1 TO MT-ActiveCount(WS-Mentor-Found-Idx)
                       END-IF
                       IF WS-Mentored-Count < 3000
                           ADD 1 TO WS-Mentored-Count
                           MOVE MM-StudentID
                               TO MD-StudentID(WS-Mentored-Count)
                       END-IF
                   END-IF
                   READ MatchFile
                       AT END MOVE "Y" TO WS-Match-Eof
                   END-READ
               END-PERFORM
               CLOSE MatchFile
           END-IF.

       LoadGraduateDetails.
           OPEN INPUT GraduateInfoFile.
           IF WS-Grad-Status = "00"
               READ GraduateInfoFile
                   AT END MOVE "Y" TO WS-Grad-Eof
               END-READ
               PERFORM UNTIL Grad-Eof
                   MOVE GradID TO WS-Lookup-GradID
                   PERFORM FindMentor
                   IF Mentor-Found
                       MOVE "Y" TO MT-OnFile(WS-Mentor-Found-Idx)
                       MOVE CourseCode
                           TO MT-CourseCode(WS-Mentor-Found-Idx)
                       MOVE StudentName TO MT-Name(WS-Mentor-Found-Idx)
                       MOVE EmailAddr
                           TO MT-EmailAddr(WS-Mentor-Found-Idx)
                   END-IF
                   READ GraduateInfoFile
                       AT END MOVE "Y" TO WS-Grad-Eof
                   END-READ
               END-PERFORM
               CLOSE GraduateInfoFile
           END-IF.

      * A mentor who gave no sector at sign-up is matched on the
      * sector of their most recent survey response.
       LoadSurveySectors.
           OPEN INPUT SurveyMasterFile.
           IF WS-Survey-Status = "00"
               READ SurveyMasterFile
                   AT END MOVE "Y" TO WS-Survey-Eof
               END-READ
               PERFORM UNTIL Survey-Eof
                   MOVE SV-GradID TO WS-Lookup-GradID
                   PERFORM FindMentor
                   IF Mentor-Found
                       IF MT-SectorFromSurvey(WS-Mentor-Found-Idx)
                               = "Y"
                           AND SV-RespDate
                               >= MT-SurveyDate(WS-Mentor-Found-Idx)
                           MOVE SV-Sector
                               TO MT-Sector(WS-Mentor-Found-Idx)
                           MOVE SV-RespDate
                               TO MT-SurveyDate(WS-Mentor-Found-Idx)
                       END-IF
                   END-IF
                   READ SurveyMasterFile
                       AT END MOVE "Y" TO WS-Survey-Eof
                   END-READ
               END-PERFORM
               CLOSE SurveyMasterFile
           END-IF.

       LoadSuppressions.
           OPEN INPUT OptOutFile.
           IF WS-OptOut-Status = "00"
               READ OptOutFile
                   AT END MOVE "Y" TO WS-OptOut-Eof
               END-READ
               PERFORM UNTIL OptOut-Eof
                   MOVE OO-GradID TO WS-Lookup-GradID
                   PERFORM FindMentor
                   IF Mentor-Found
                       MOVE "Y" TO MT-Suppressed(WS-Mentor-Found-Idx)
                   END-IF
                   READ OptOutFile
                       AT END MOVE "Y" TO WS-OptOut-Eof
                   END-READ
               END-PERFORM
               CLOSE OptOutFile
           END-IF.
           OPEN INPUT BouncedFile.
           IF WS-Bounced-Status = "00"
               READ BouncedFile
                   AT END MOVE "Y" TO WS-Bounced-Eof
               END-READ
               PERFORM UNTIL Bounced-Eof
                   MOVE BO-GradID TO WS-Lookup-GradID
                   PERFORM FindMentor
                   IF Mentor-Found
                       MOVE "Y" TO MT-Suppressed(WS-Mentor-Found-Idx)
                   END-IF
                   READ BouncedFile
                       AT END MOVE "Y" TO WS-Bounced-Eof
                   END-READ
               END-PERFORM
               CLOSE BouncedFile
           END-IF.

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

       TakeInNewRequests.
           OPEN INPUT NewRequestFile.
           IF WS-NewRequest-Status = "00"
               READ NewRequestFile
                   AT END MOVE "Y" TO WS-NewRequest-Eof
               END-READ
               PERFORM UNTIL NewRequest-Eof
                   PERFORM TakeInOneRequest
                   READ NewRequestFile
                       AT END MOVE "Y" TO WS-NewRequest-Eof
                   END-READ
               END-PERFORM
               CLOSE NewRequestFile
           END-IF.

       TakeInOneRequest.
           MOVE "Y" TO WS-Tran-Ok.
           PERFORM FindStudent.
           EVALUATE TRUE
               WHEN NOT Student-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT ON STUDENT MASTER" TO WS-Reject-Reason
               WHEN NR-CourseCode IS NOT NUMERIC
                       OR NR-CourseCode = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID COURSE CODE" TO WS-Reject-Reason
               WHEN WS-Request-Count >= WS-Request-Table-Limit
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "REQUEST TABLE FULL" TO WS-Reject-Reason
           END-EVALUATE.
           IF Tran-Ok
               PERFORM CheckStudentWaiting
           END-IF.
           IF Tran-Ok
               IF NR-RequestDate IS NOT NUMERIC
                       OR NR-RequestDate = ZERO
                   MOVE WS-Run-Date TO NR-RequestDate
               END-IF
               ADD 1 TO WS-Request-Count
               MOVE NR-StudentID TO RQ-StudentID(WS-Request-Count)
               MOVE NR-CourseCode TO RQ-CourseCode(WS-Request-Count)
               MOVE NR-Sector TO RQ-Sector(WS-Request-Count)
               MOVE NR-RequestDate
                   TO RQ-RequestDate(WS-Request-Count)
               MOVE "O" TO RQ-Status(WS-Request-Count)
               MOVE ZERO TO RQ-MentorGradID(WS-Request-Count)
               ADD 1 TO WS-Taken-Count
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE NR-StudentID TO XK-StudentID
               MOVE SPACES TO ExceptionRecord
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "MENTORMATCH" TO EXC-Source
               MOVE WS-Exc-Key TO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       CheckStudentWaiting.
           MOVE "N" TO WS-Found-Flag.
           PERFORM VARYING WS-Request-Idx FROM 1 BY 1
                   UNTIL WS-Request-Idx > WS-Request-Count
                       OR Already-Found
               IF RQ-StudentID(WS-Request-Idx) = NR-StudentID
                       AND RQ-Status(WS-Request-Idx) = "O"
                   MOVE "Y" TO WS-Found-Flag
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "REQUEST ALREADY OPEN" TO WS-Reject-Reason
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Mentored-Idx FROM 1 BY 1
                   UNTIL WS-Mentored-Idx > WS-Mentored-Count
                       OR Already-Found
               IF MD-StudentID(WS-Mentored-Idx) = NR-StudentID
                   MOVE "Y" TO WS-Found-Flag
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "ALREADY HAS A MENTOR" TO WS-Reject-Reason
               END-IF
           END-PERFORM.

       MatchOneRequest.
           IF RQ-Status(WS-Request-Idx) = "O"
               MOVE RQ-StudentID(WS-Request-Idx) TO NR-StudentID
               PERFORM FindStudent
               MOVE SPACES TO WS-Student-Name
               IF Student-Found
                   STRING SD-FirstName(WS-Student-Found-Idx)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       SD-Surname(WS-Student-Found-Idx)
                           DELIMITED BY SPACE
                       INTO WS-Student-Name
               END-IF
               PERFORM ChooseMentor
               MOVE SPACES TO WS-Report-Detail
               MOVE RQ-StudentID(WS-Request-Idx) TO RD-StudentID
               MOVE WS-Student-Name TO RD-StudentName
               MOVE RQ-CourseCode(WS-Request-Idx) TO RD-CourseCode
               MOVE RQ-Sector(WS-Request-Idx) TO RD-Sector
               IF WS-Best-Idx = ZERO
                   ADD 1 TO WS-Waiting-Count
                   MOVE "NO MENTOR" TO RD-Outcome
               ELSE
                   PERFORM RecordPairing
                   MOVE MT-GradID(WS-Best-Idx) TO RD-MentorGradID
                   MOVE MT-Name(WS-Best-Idx) TO RD-MentorName
                   MOVE "MATCHED" TO RD-Outcome
               END-IF
               WRITE MatchReportLine FROM WS-Report-Detail
           END-IF.

      * Of the mentors able to take the student, the one with the
      * fewest active mentees wins; the first on file breaks a tie.
       ChooseMentor.
           MOVE ZERO TO WS-Best-Idx.
           MOVE 99 TO WS-Best-Count.
           PERFORM VARYING WS-Mentor-Idx FROM 1 BY 1
                   UNTIL WS-Mentor-Idx > WS-Mentor-Count
               IF MT-OnFile(WS-Mentor-Idx) = "Y"
                       AND MT-Suppressed(WS-Mentor-Idx) = "N"
                       AND MT-CourseCode(WS-Mentor-Idx)
                           = RQ-CourseCode(WS-Request-Idx)
                       AND (RQ-Sector(WS-Request-Idx) = SPACES
                           OR MT-Sector(WS-Mentor-Idx)
                               = RQ-Sector(WS-Request-Idx))
                       AND MT-ActiveCount(WS-Mentor-Idx)
                           < MT-MaxMentees(WS-Mentor-Idx)
                       AND MT-ActiveCount(WS-Mentor-Idx)
                           < WS-Best-Count
                   MOVE WS-Mentor-Idx TO WS-Best-Idx
                   MOVE MT-ActiveCount(WS-Mentor-Idx) TO WS-Best-Count
               END-IF
           END-PERFORM.

       RecordPairing.
           MOVE MT-GradID(WS-Best-Idx) TO MM-GradID.
           MOVE RQ-StudentID(WS-Request-Idx) TO MM-StudentID.
           MOVE RQ-CourseCode(WS-Request-Idx) TO MM-CourseCode.
           MOVE MT-Sector(WS-Best-Idx) TO MM-Sector.
           MOVE WS-Run-Date TO MM-MatchDate.
           MOVE "A" TO MM-Status.
           MOVE ZERO TO MM-EndDate.
           WRITE MentorMatchRec.
           ADD 1 TO MT-ActiveCount(WS-Best-Idx).
           MOVE "M" TO RQ-Status(WS-Request-Idx).
           MOVE MT-GradID(WS-Best-Idx)
               TO RQ-MentorGradID(WS-Request-Idx).
           ADD 1 TO WS-Matched-Count.
           PERFORM QueueIntroduction.

       QueueIntroduction.
           MOVE SPACES TO WS-Outbound-Work.
           STRING "TO:" MT-EmailAddr(WS-Best-Idx)
               " SUBJECT:Mentoring introduction"
               " BODY:You are matched as mentor to "
               WS-Student-Name
               " (student " RQ-StudentID(WS-Request-Idx)
               "), course " RQ-CourseCode(WS-Request-Idx)
               " sector " MT-Sector(WS-Best-Idx)
               DELIMITED BY SIZE INTO WS-Outbound-Work.
           MOVE MT-GradID(WS-Best-Idx) TO OB-GradID.
           MOVE "QUEUED" TO OB-Status.
           MOVE ZERO TO OB-RetryCount.
           MOVE "MENTOR" TO OB-Campaign.
           MOVE WS-Outbound-Work TO OB-MailText.
           WRITE OutboxRec.

       FindMentor.
           MOVE "N" TO WS-Mentor-Found.
           PERFORM VARYING WS-Mentor-Idx FROM 1 BY 1
                   UNTIL WS-Mentor-Idx > WS-Mentor-Count
                       OR Mentor-Found
               IF MT-GradID(WS-Mentor-Idx) = WS-Lookup-GradID
                   MOVE "Y" TO WS-Mentor-Found
                   MOVE WS-Mentor-Idx TO WS-Mentor-Found-Idx
               END-IF
           END-PERFORM.

       FindStudent.
           MOVE "N" TO WS-Student-Found.
           PERFORM VARYING WS-Student-Idx FROM 1 BY 1
                   UNTIL WS-Student-Idx > WS-Student-Count
                       OR Student-Found
               IF SD-StudentID(WS-Student-Idx) = NR-StudentID
                   MOVE "Y" TO WS-Student-Found
                   MOVE WS-Student-Idx TO WS-Student-Found-Idx
               END-IF
           END-PERFORM.

       RewriteRequestFile.
           CALL "GenBackup" USING WS-Request-Backup.
           OPEN OUTPUT RequestFile.
           PERFORM VARYING WS-Request-Idx FROM 1 BY 1
                   UNTIL WS-Request-Idx > WS-Request-Count
               MOVE RQ-StudentID(WS-Request-Idx) TO MR-StudentID
               MOVE RQ-CourseCode(WS-Request-Idx) TO MR-CourseCode
               MOVE RQ-Sector(WS-Request-Idx) TO MR-Sector
               MOVE RQ-RequestDate(WS-Request-Idx) TO MR-RequestDate
               MOVE RQ-Status(WS-Request-Idx) TO MR-Status
               MOVE RQ-MentorGradID(WS-Request-Idx)
                   TO MR-MentorGradID
               WRITE MentorReqRec
           END-PERFORM.
           CLOSE RequestFile.

       END PROGRAM MentorMatch.

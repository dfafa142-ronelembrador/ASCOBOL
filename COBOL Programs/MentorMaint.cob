      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the alumni mentoring programme from the
      *          careers office's MENTORMAINT.DAT transactions, in
      *          the OptOutMaint style. S signs a graduate up as a
      *          mentor (or re-activates one who withdrew) with the
      *          most students they will take on and, optionally, the
      *          sector they mentor in; C changes those; W withdraws
      *          the mentor and ends every pairing they still have
      *          active; E ends one pairing of mentor and student on
      *          the match register MENTORMATCH.DAT. Sign-ups must be
      *          on GRADINFO.DAT. Transactions that cannot be applied
      *          go to the shared exceptions file. Both files are
      *          backed up through GenBackup before they are
      *          rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MentorMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MentorFile ASSIGN TO "MENTORMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Mentor-Status.
           SELECT MatchFile ASSIGN TO "MENTORMATCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Match-Status.
           SELECT TransactionFile ASSIGN TO "MENTORMAINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Tran-Status.
           SELECT GraduateInfoFile ASSIGN TO "GRADINFO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Grad-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MentorFile.
           COPY MENTOR.

       FD  MatchFile.
           COPY MENTMATCH.

       FD  TransactionFile.
       01  MentorTranRec.
           02  MV-Action               PIC X.
               88  MV-SignUp               VALUE "S".
               88  MV-Change               VALUE "C".
               88  MV-Withdraw             VALUE "W".
               88  MV-EndPairing           VALUE "E".
           02  MV-GradID               PIC 9(7).
           02  MV-MaxMentees           PIC 99.
           02  MV-Sector               PIC X(12).
           02  MV-StudentID            PIC 9(7).

       FD  GraduateInfoFile.
           COPY GRADINFOGIF.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Mentor-Status            PIC XX.
       01  WS-Match-Status             PIC XX.
       01  WS-Tran-Status              PIC XX.
       01  WS-Grad-Status              PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Mentor-Backup            PIC X(30)
               VALUE "MENTORMAST.DAT".
       01  WS-Match-Backup             PIC X(30)
               VALUE "MENTORMATCH.DAT".

       01  WS-Eof-Switches.
           02  WS-Mentor-Eof           PIC X VALUE "N".
               88  Mentor-Eof              VALUE "Y".
           02  WS-Match-Eof            PIC X VALUE "N".
               88  Match-Eof               VALUE "Y".
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Grad-Eof             PIC X VALUE "N".
               88  Grad-Eof                VALUE "Y".

      * Both files are held whole for the rewrite; a run that would
      * truncate either is refused before anything is applied.
       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".
       01  WS-Mentor-Count             PIC 9(4) VALUE ZERO.
       01  WS-Mentor-Table-Limit       PIC 9(4) VALUE 500.
       01  MentorTable.
           02 Mentor-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Mentor-Count.
               03 MT-GradID                PIC 9(7).
               03 MT-MaxMentees            PIC 99.
               03 MT-Sector                PIC X(12).
               03 MT-SignupDate            PIC 9(8).
               03 MT-Status                PIC X.
       01  WS-Mentor-Idx               PIC 9(4).
       01  WS-Mentor-Found-Idx         PIC 9(4).
       01  WS-Mentor-Found             PIC X VALUE "N".
           88  Mentor-Found                VALUE "Y".

       01  WS-Match-Count              PIC 9(4) VALUE ZERO.
       01  WS-Match-Table-Limit        PIC 9(4) VALUE 3000.
       01  MatchTable.
           02 Match-Entry OCCURS 3000 TIMES
                   DEPENDING ON WS-Match-Count.
               03 MX-Record                PIC X(44).
       01  WS-Match-Idx                PIC 9(4).
       01  WS-Pairings-Ended           PIC 9(4).

       01  WS-Grad-Count               PIC 9(4) VALUE ZERO.
       01  GradTable.
           02 Grad-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Grad-Count.
               03 GT-GradID                PIC 9(7).
       01  WS-Grad-Idx                 PIC 9(4).
       01  WS-Grad-Found               PIC X VALUE "N".
           88  Grad-Found                  VALUE "Y".

       01  WS-Tran-Ok                  PIC X VALUE "Y".
           88  Tran-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Read-Count               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Ended-Count              PIC 9(5) VALUE ZERO.

       01  WS-Exc-Key.
           02  XK-Action               PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-GradID               PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-StudentID            PIC 9(7).
           02  FILLER                  PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadMentorTable.
           PERFORM LoadMatchTable.
           IF Table-Full
               DISPLAY "MENTORMAINT: MENTOR OR MATCH TABLE FULL - "
                   "RUN REFUSED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadGraduates.
           PERFORM OpenExceptionsFile.
           OPEN INPUT TransactionFile.
           IF WS-Tran-Status = "00"
               READ TransactionFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   ADD 1 TO WS-Read-Count
                   PERFORM ApplyOneTransaction
                   READ TransactionFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE TransactionFile
           END-IF.
           CLOSE ExceptionsFile.
           IF WS-Applied-Count > ZERO
               PERFORM RewriteMentorFile
               PERFORM RewriteMatchFile
           END-IF.
           DISPLAY "MENTORMAINT: " WS-Read-Count " READ, "
               WS-Applied-Count " APPLIED, " WS-Ended-Count
               " PAIRINGS ENDED, " WS-Rejected-Count " REJECTED".
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

       LoadMentorTable.
           OPEN INPUT MentorFile.
           IF WS-Mentor-Status = "00"
               READ MentorFile
                   AT END MOVE "Y" TO WS-Mentor-Eof
               END-READ
               PERFORM UNTIL Mentor-Eof
                   IF WS-Mentor-Count >= WS-Mentor-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Mentor-Count
                       MOVE MN-GradID TO MT-GradID(WS-Mentor-Count)
                       MOVE MN-MaxMentees
                           TO MT-MaxMentees(WS-Mentor-Count)
                       MOVE MN-Sector TO MT-Sector(WS-Mentor-Count)
                       MOVE MN-SignupDate
                           TO MT-SignupDate(WS-Mentor-Count)
                       MOVE MN-Status TO MT-Status(WS-Mentor-Count)
                   END-IF
                   READ MentorFile
                       AT END MOVE "Y" TO WS-Mentor-Eof
                   END-READ
               END-PERFORM
               CLOSE MentorFile
           END-IF.

       LoadMatchTable.
           OPEN INPUT MatchFile.
           IF WS-Match-Status = "00"
               READ MatchFile
                   AT END MOVE "Y" TO WS-Match-Eof
               END-READ
               PERFORM UNTIL Match-Eof
                   IF WS-Match-Count >= WS-Match-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Match-Count
                       MOVE MentorMatchRec
                           TO MX-Record(WS-Match-Count)
                   END-IF
                   READ MatchFile
                       AT END MOVE "Y" TO WS-Match-Eof
                   END-READ
               END-PERFORM
               CLOSE MatchFile
           END-IF.

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
                   END-IF
                   READ GraduateInfoFile
                       AT END MOVE "Y" TO WS-Grad-Eof
                   END-READ
               END-PERFORM
               CLOSE GraduateInfoFile
           END-IF.

       ApplyOneTransaction.
           MOVE "Y" TO WS-Tran-Ok.
           PERFORM FindMentor.
           EVALUATE TRUE
               WHEN MV-SignUp
                   PERFORM ApplySignUp
               WHEN MV-Change
                   PERFORM ApplyChange
               WHEN MV-Withdraw
                   PERFORM ApplyWithdrawal
               WHEN MV-EndPairing
                   PERFORM ApplyEndPairing
               WHEN OTHER
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "UNKNOWN ACTION" TO WS-Reject-Reason
           END-EVALUATE.
           IF Tran-Ok
               ADD 1 TO WS-Applied-Count
           ELSE
               PERFORM WriteMentorException
           END-IF.

       ApplySignUp.
           PERFORM FindGraduate.
           EVALUATE TRUE
               WHEN NOT Grad-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT ON GRADUATE FILE" TO WS-Reject-Reason
               WHEN MV-MaxMentees IS NOT NUMERIC
                       OR MV-MaxMentees = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO MAXIMUM MENTEES" TO WS-Reject-Reason
               WHEN Mentor-Found
                       AND MT-Status(WS-Mentor-Found-Idx) = "A"
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "ALREADY SIGNED UP" TO WS-Reject-Reason
               WHEN Mentor-Found
                   MOVE MV-MaxMentees
                       TO MT-MaxMentees(WS-Mentor-Found-Idx)
                   MOVE MV-Sector TO MT-Sector(WS-Mentor-Found-Idx)
                   MOVE WS-Run-Date
                       TO MT-SignupDate(WS-Mentor-Found-Idx)
                   MOVE "A" TO MT-Status(WS-Mentor-Found-Idx)
               WHEN WS-Mentor-Count >= WS-Mentor-Table-Limit
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "MENTOR TABLE FULL" TO WS-Reject-Reason
               WHEN OTHER
                   ADD 1 TO WS-Mentor-Count
                   MOVE MV-GradID TO MT-GradID(WS-Mentor-Count)
                   MOVE MV-MaxMentees
                       TO MT-MaxMentees(WS-Mentor-Count)
                   MOVE MV-Sector TO MT-Sector(WS-Mentor-Count)
                   MOVE WS-Run-Date TO MT-SignupDate(WS-Mentor-Count)
                   MOVE "A" TO MT-Status(WS-Mentor-Count)
           END-EVALUATE.

      * Lowering the maximum below the mentor's active pairings does
      * not end any of them; MentorMatch simply sends no more until
      * the count falls back under it.
       ApplyChange.
           EVALUATE TRUE
               WHEN NOT Mentor-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT A MENTOR" TO WS-Reject-Reason
               WHEN MV-MaxMentees IS NOT NUMERIC
                       OR MV-MaxMentees = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO MAXIMUM MENTEES" TO WS-Reject-Reason
               WHEN OTHER
                   MOVE MV-MaxMentees
                       TO MT-MaxMentees(WS-Mentor-Found-Idx)
                   MOVE MV-Sector TO MT-Sector(WS-Mentor-Found-Idx)
           END-EVALUATE.

       ApplyWithdrawal.
           IF NOT Mentor-Found
               MOVE "N" TO WS-Tran-Ok
               MOVE "NOT A MENTOR" TO WS-Reject-Reason
           ELSE
               MOVE "W" TO MT-Status(WS-Mentor-Found-Idx)
               MOVE ZERO TO WS-Pairings-Ended
               PERFORM VARYING WS-Match-Idx FROM 1 BY 1
                       UNTIL WS-Match-Idx > WS-Match-Count
                   MOVE MX-Record(WS-Match-Idx) TO MentorMatchRec
                   IF MM-GradID = MV-GradID AND MM-Active
                       PERFORM EndOnePairing
                   END-IF
               END-PERFORM
           END-IF.

       ApplyEndPairing.
           MOVE ZERO TO WS-Pairings-Ended.
           PERFORM VARYING WS-Match-Idx FROM 1 BY 1
                   UNTIL WS-Match-Idx > WS-Match-Count
               MOVE MX-Record(WS-Match-Idx) TO MentorMatchRec
               IF MM-GradID = MV-GradID
                       AND MM-StudentID = MV-StudentID
                       AND MM-Active
                   PERFORM EndOnePairing
               END-IF
           END-PERFORM.
           IF WS-Pairings-Ended = ZERO
               MOVE "N" TO WS-Tran-Ok
               MOVE "NO ACTIVE PAIRING" TO WS-Reject-Reason
           END-IF.

       EndOnePairing.
           MOVE "E" TO MM-Status.
           MOVE WS-Run-Date TO MM-EndDate.
           MOVE MentorMatchRec TO MX-Record(WS-Match-Idx).
           ADD 1 TO WS-Pairings-Ended.
           ADD 1 TO WS-Ended-Count.

       FindMentor.
           MOVE "N" TO WS-Mentor-Found.
           PERFORM VARYING WS-Mentor-Idx FROM 1 BY 1
                   UNTIL WS-Mentor-Idx > WS-Mentor-Count
                       OR Mentor-Found
               IF MT-GradID(WS-Mentor-Idx) = MV-GradID
                   MOVE "Y" TO WS-Mentor-Found
                   MOVE WS-Mentor-Idx TO WS-Mentor-Found-Idx
               END-IF
           END-PERFORM.

       FindGraduate.
           MOVE "N" TO WS-Grad-Found.
           PERFORM VARYING WS-Grad-Idx FROM 1 BY 1
                   UNTIL WS-Grad-Idx > WS-Grad-Count OR Grad-Found
               IF GT-GradID(WS-Grad-Idx) = MV-GradID
                   MOVE "Y" TO WS-Grad-Found
               END-IF
           END-PERFORM.

       WriteMentorException.
           ADD 1 TO WS-Rejected-Count.
           MOVE MV-Action TO XK-Action.
           MOVE MV-GradID TO XK-GradID.
           MOVE MV-StudentID TO XK-StudentID.
           MOVE SPACES TO ExceptionRecord.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "MENTORMAINT" TO EXC-Source.
           MOVE WS-Exc-Key TO EXC-Key.
           MOVE WS-Reject-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       RewriteMentorFile.
           CALL "GenBackup" USING WS-Mentor-Backup.
           OPEN OUTPUT MentorFile.
           PERFORM VARYING WS-Mentor-Idx FROM 1 BY 1
                   UNTIL WS-Mentor-Idx > WS-Mentor-Count
               MOVE MT-GradID(WS-Mentor-Idx) TO MN-GradID
               MOVE MT-MaxMentees(WS-Mentor-Idx) TO MN-MaxMentees
               MOVE MT-Sector(WS-Mentor-Idx) TO MN-Sector
               MOVE MT-SignupDate(WS-Mentor-Idx) TO MN-SignupDate
               MOVE MT-Status(WS-Mentor-Idx) TO MN-Status
               WRITE MentorRec
           END-PERFORM.
           CLOSE MentorFile.

       RewriteMatchFile.
           IF WS-Ended-Count > ZERO
               CALL "GenBackup" USING WS-Match-Backup
               OPEN OUTPUT MatchFile
               PERFORM VARYING WS-Match-Idx FROM 1 BY 1
                       UNTIL WS-Match-Idx > WS-Match-Count
                   MOVE MX-Record(WS-Match-Idx) TO MentorMatchRec
                   WRITE MentorMatchRec
               END-PERFORM
               CLOSE MatchFile
           END-IF.

       END PROGRAM MentorMaint.

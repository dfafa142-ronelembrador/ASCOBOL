      *          transaction (surviving GradID, duplicate GradID,
      *          operator) is validated against GRADINFO.DAT; the
      *          duplicate's records on the outbox, retry queue,
      *          donation batch, postal file, RSVP, survey, donor
      *          declaration and mentoring match files are re-keyed
      *          to the survivor, the bounce and opt-out lists and
      *          the mentor sign-ups keep the stricter suppression (a
      *          suppressed duplicate suppresses the survivor; a
      *          survivor already signed up as a mentor keeps their
      *          own sign-up), a verification consent held under
      *          either GradID carries to the survivor, the
      *          duplicate is removed from
      *          GRADINFO.DAT, GRADCTL.DAT is regenerated, and an
      *          audit line is written per file touched. The purge
      *          audit trail GRADPURGEAUDIT.DAT and the award
      *          verification log VERIFYLOG.DAT are deliberately not
      *          re-keyed: each is an immutable record of what was
      *          done under the GradID of the day, and rewriting an
      *          audit trail would defeat it.
      *          Every file that is folded carries the GradID in its
      *          first seven bytes, which is what the common
      *          re-keying pass relies on.
           SELECT SurveyMasterFile ASSIGN TO "SURVEYMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Keyed-Status.
           SELECT DonorDeclFile ASSIGN TO "DONORDECL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Keyed-Status.
           SELECT MentorFile ASSIGN TO "MENTORMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Keyed-Status.
           SELECT MentorMatchFile ASSIGN TO "MENTORMATCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Keyed-Status.
           SELECT ConsentFile ASSIGN TO "GRADCONSENT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Keyed-Status.
           SELECT MergeAuditFile ASSIGN TO "GRADMERGEAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MergeAudit-Status.
       FD  SurveyMasterFile.
       01  SurveyMasterLine            PIC X(230).

       FD  DonorDeclFile.
       01  DonorDeclLine               PIC X(230).

       FD  MentorFile.
       01  MentorLine                  PIC X(230).

       FD  MentorMatchFile.
       01  MentorMatchLine             PIC X(230).

       FD  ConsentFile.
       01  ConsentLine                 PIC X(230).

       FD  MergeAuditFile.
       01  MergeAuditLine              PIC X(80).


       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM OpenMergeAudit.
           PERFORM LoadGraduateFile.
           MOVE "SURVEYMASTER.DAT" TO WS-File-Name.
           MOVE "Y" TO WS-Dedupe-Mode.
           PERFORM MergeSurveyFile.
           MOVE "DONORDECL.DAT" TO WS-File-Name.
           MOVE "N" TO WS-Dedupe-Mode.
           PERFORM MergeDeclFile.
           MOVE "MENTORMAST.DAT" TO WS-File-Name.
           MOVE "Y" TO WS-Dedupe-Mode.
           PERFORM MergeMentorFile.
           MOVE "MENTORMATCH.DAT" TO WS-File-Name.
           MOVE "N" TO WS-Dedupe-Mode.
           PERFORM MergeMentorMatchFile.
           MOVE "GRADCONSENT.DAT" TO WS-File-Name.
           MOVE "Y" TO WS-Dedupe-Mode.
           PERFORM MergeConsentFile.

       RemapLoadedLines.
           MOVE ZERO TO WS-Changed-Count.
               PERFORM WriteMergeAuditLine
           END-IF.

       MergeDeclFile.
           MOVE ZERO TO WS-Line-Count.
           MOVE "N" TO WS-Keyed-Eof.
           OPEN INPUT DonorDeclFile.
           IF WS-Keyed-Status = "00"
               READ DonorDeclFile
                   AT END MOVE "Y" TO WS-Keyed-Eof
               END-READ
               PERFORM UNTIL Keyed-Eof
                   IF WS-Line-Count < WS-Line-Table-Limit
                       ADD 1 TO WS-Line-Count
                       MOVE DonorDeclLine
                           TO LN-Line(WS-Line-Count)
                   END-IF
                   READ DonorDeclFile
                       AT END MOVE "Y" TO WS-Keyed-Eof
                   END-READ
               END-PERFORM
               CLOSE DonorDeclFile
               PERFORM RemapLoadedLines
               OPEN OUTPUT DonorDeclFile
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Line-Count
                   IF LN-Keep(WS-Line-Idx) = "Y"
                       MOVE LN-Line(WS-Line-Idx)
                           TO DonorDeclLine
                       WRITE DonorDeclLine
                   END-IF
               END-PERFORM
               CLOSE DonorDeclFile
               MOVE WS-Changed-Count TO AU-Count
               PERFORM WriteMergeAuditLine
           END-IF.

       MergeMentorFile.
           MOVE ZERO TO WS-Line-Count.
           MOVE "N" TO WS-Keyed-Eof.
           OPEN INPUT MentorFile.
           IF WS-Keyed-Status = "00"
               READ MentorFile
                   AT END MOVE "Y" TO WS-Keyed-Eof
               END-READ
               PERFORM UNTIL Keyed-Eof
                   IF WS-Line-Count < WS-Line-Table-Limit
                       ADD 1 TO WS-Line-Count
                       MOVE MentorLine
                           TO LN-Line(WS-Line-Count)
                   END-IF
                   READ MentorFile
                       AT END MOVE "Y" TO WS-Keyed-Eof
                   END-READ
               END-PERFORM
               CLOSE MentorFile
               PERFORM RemapLoadedLines
               OPEN OUTPUT MentorFile
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Line-Count
                   IF LN-Keep(WS-Line-Idx) = "Y"
                       MOVE LN-Line(WS-Line-Idx)
                           TO MentorLine
                       WRITE MentorLine
                   END-IF
               END-PERFORM
               CLOSE MentorFile
               MOVE WS-Changed-Count TO AU-Count
               PERFORM WriteMergeAuditLine
           END-IF.

       MergeMentorMatchFile.
           MOVE ZERO TO WS-Line-Count.
           MOVE "N" TO WS-Keyed-Eof.
           OPEN INPUT MentorMatchFile.
           IF WS-Keyed-Status = "00"
               READ MentorMatchFile
                   AT END MOVE "Y" TO WS-Keyed-Eof
               END-READ
               PERFORM UNTIL Keyed-Eof
                   IF WS-Line-Count < WS-Line-Table-Limit
                       ADD 1 TO WS-Line-Count
                       MOVE MentorMatchLine
                           TO LN-Line(WS-Line-Count)
                   END-IF
                   READ MentorMatchFile
                       AT END MOVE "Y" TO WS-Keyed-Eof
                   END-READ
               END-PERFORM
               CLOSE MentorMatchFile
               PERFORM RemapLoadedLines
               OPEN OUTPUT MentorMatchFile
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Line-Count
                   IF LN-Keep(WS-Line-Idx) = "Y"
                       MOVE LN-Line(WS-Line-Idx)
                           TO MentorMatchLine
                       WRITE MentorMatchLine
                   END-IF
               END-PERFORM
               CLOSE MentorMatchFile
               MOVE WS-Changed-Count TO AU-Count
               PERFORM WriteMergeAuditLine
           END-IF.

       MergeConsentFile.
           MOVE ZERO TO WS-Line-Count.
           MOVE "N" TO WS-Keyed-Eof.
           OPEN INPUT ConsentFile.
           IF WS-Keyed-Status = "00"
               READ ConsentFile
                   AT END MOVE "Y" TO WS-Keyed-Eof
               END-READ
               PERFORM UNTIL Keyed-Eof
                   IF WS-Line-Count < WS-Line-Table-Limit
                       ADD 1 TO WS-Line-Count
                       MOVE ConsentLine
                           TO LN-Line(WS-Line-Count)
                   END-IF
                   READ ConsentFile
                       AT END MOVE "Y" TO WS-Keyed-Eof
                   END-READ
               END-PERFORM
               CLOSE ConsentFile
               PERFORM RemapLoadedLines
               OPEN OUTPUT ConsentFile
               PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                       UNTIL WS-Line-Idx > WS-Line-Count
                   IF LN-Keep(WS-Line-Idx) = "Y"
                       MOVE LN-Line(WS-Line-Idx)
                           TO ConsentLine
                       WRITE ConsentLine
                   END-IF
               END-PERFORM
               CLOSE ConsentFile
               MOVE WS-Changed-Count TO AU-Count
               PERFORM WriteMergeAuditLine
           END-IF.

       END PROGRAM GradIdMerge.

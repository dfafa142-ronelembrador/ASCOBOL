      ******************************************************************
      * MENTMATCH.cpy - MENTORMATCH.DAT mentoring match register: one
      *                 record per mentor/student pairing, appended by
      *                 MentorMatch.cob when the pairing is made and
      *                 ended by MentorMaint.cob. Active pairings are
      *                 what a mentor's maximum is measured against.
      ******************************************************************
       01  MentorMatchRec.
           02  MM-GradID               PIC 9(7).
           02  MM-StudentID            PIC 9(7).
           02  MM-CourseCode           PIC 9.
           02  MM-Sector               PIC X(12).
           02  MM-MatchDate            PIC 9(8).
           02  MM-Status               PIC X.
               88  MM-Active               VALUE "A".
               88  MM-Ended                VALUE "E".
           02  MM-EndDate              PIC 9(8).

      ******************************************************************
      * MENTOR.cpy - MENTORMAST.DAT alumni mentor sign-up master:
      *              one record per graduate who has offered to
      *              mentor current students, maintained by
      *              MentorMaint.cob and read by MentorMatch.cob. The
      *              GradID links the mentor to GRADINFO.DAT, which
      *              supplies the course and email address.
      ******************************************************************
       01  MentorRec.
           02  MN-GradID               PIC 9(7).
      * Most students the graduate will take on at once; only active
      * pairings on MENTORMATCH.DAT count against it.
           02  MN-MaxMentees           PIC 99.
      * Blank takes the sector from the graduate's latest response
      * on SURVEYMASTER.DAT.
           02  MN-Sector               PIC X(12).
           02  MN-SignupDate           PIC 9(8).
           02  MN-Status               PIC X.
               88  MN-Active               VALUE "A".
               88  MN-Withdrawn            VALUE "W".

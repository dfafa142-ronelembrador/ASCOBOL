      ******************************************************************
      * MENTREQ.cpy - MENTORREQ.DAT student mentoring requests, one
      *               per request taken in by MentorMatch.cob from the
      *               careers office batch. A request stays open until
      *               a mentor with room on the student's course (and
      *               sector, when one is asked for) is found.
      ******************************************************************
       01  MentorReqRec.
           02  MR-StudentID            PIC 9(7).
           02  MR-CourseCode           PIC 9.
      * Blank - any sector will do.
           02  MR-Sector               PIC X(12).
           02  MR-RequestDate          PIC 9(8).
           02  MR-Status               PIC X.
               88  MR-Open                 VALUE "O".
               88  MR-Matched              VALUE "M".
           02  MR-MentorGradID         PIC 9(7).

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subject-access extract pack for a named graduate. For
      *          each GradID on SARREQUEST.DAT, searches every file the
      *          system keys on GradID - the graduate file, outbox and
      *          retry queue, bounce and opt-out lists, donation batch,
      *          the five mailing lists, the maintenance and purge audit
      *          trails, postal addresses, RSVPs, survey responses,
      *          donor tax-relief declarations, mentoring sign-ups and
      *          pairings, and award-verification consents and the
      *          enquiries answered about them - and writes a single
      *          dated extract pack with that person's records per file
      *          and a summary page listing each file searched and the
      *          count found, zero counts included, so the search can be
      *          shown to have been complete. Every file searched
      *          carries the GradID in its first seven bytes, and the
      *          file list is walked through one dynamically assigned
      *          scan file in the GenBackup manner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  FILLER  PIC X(30) VALUE "GRADPOSTAL.DAT".
           02  FILLER  PIC X(30) VALUE "EVENTRSVP.DAT".
           02  FILLER  PIC X(30) VALUE "SURVEYMASTER.DAT".
           02  FILLER  PIC X(30) VALUE "DONORDECL.DAT".
           02  FILLER  PIC X(30) VALUE "MENTORMAST.DAT".
           02  FILLER  PIC X(30) VALUE "MENTORMATCH.DAT".
           02  FILLER  PIC X(30) VALUE "GRADCONSENT.DAT".
           02  FILLER  PIC X(30) VALUE "VERIFYLOG.DAT".
       01  FILLER REDEFINES WS-File-List.
           02  WS-File-Name            PIC X(30) OCCURS 21 TIMES.
       01  WS-File-Count               PIC 99 VALUE 21.
       01  WS-File-Idx                 PIC 99.

       01  WS-Found-Counts.
           02  WS-Found-Count          PIC 9(5) OCCURS 21 TIMES.
       01  WS-File-Present.
           02  WS-Present-Flag         PIC X OCCURS 21 TIMES.
       01  WS-Request-GradID           PIC 9(7).

       01  WS-Pack-Header-Line.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           OPEN OUTPUT ExtractFile.
           OPEN INPUT SarRequestFile.
           IF WS-SarRequest-Status = "00"

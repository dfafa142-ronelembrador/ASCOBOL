      ******************************************************************
      * Author:
      * Date:
      * Purpose: Business-date lookup CALLed in the GenBackup manner
      *          by every program that stamps a run date, in place of
      *          the system clock. Returns the business day held on
      *          the BUSDATE.DAT control record, so ledgers, history
      *          files and report headers carry the day being
      *          processed - including on a run past midnight or a
      *          rerun of a failed day. Until the control record has
      *          been set up, or if it does not hold a valid date,
      *          the clock date is returned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusDate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusDateFile ASSIGN TO "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BusDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BusDate-Status           PIC XX.
       01  WS-Business-Date            PIC 9(8).

       LINKAGE SECTION.
       01  LK-Run-Date                 PIC X(8).

       PROCEDURE DIVISION USING LK-Run-Date.
       Begin.
           MOVE ZERO TO WS-Business-Date.
           OPEN INPUT BusDateFile.
           IF WS-BusDate-Status = "00"
               READ BusDateFile
                   AT END MOVE ZERO TO BD-BusinessDate
               END-READ
               IF BD-BusinessDate IS NUMERIC
                   MOVE BD-BusinessDate TO WS-Business-Date
               END-IF
               CLOSE BusDateFile
           END-IF.
           IF WS-Business-Date = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-Business-Date)
                       NOT = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO LK-Run-Date
           ELSE
               MOVE WS-Business-Date TO LK-Run-Date
           END-IF.
           GOBACK.

       END PROGRAM BusDate.

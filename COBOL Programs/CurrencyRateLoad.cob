      *          or a rate that has moved more than the allowed
      *          percentage against the rate already on the master is
      *          rejected to the exceptions file and the master keeps
      *          the old rate. Every rate accepted is also appended to
      *          the rate history CURRATEHIST.DAT, so a rate can be
      *          found for a past date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS IS WS-RateMaster-Status.
           SELECT RateFeedFile ASSIGN TO "CURRENCYFEED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RateHistFile ASSIGN TO "CURRATEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateHist-Status.
           SELECT LoadReportFile ASSIGN TO "CURRATELOAD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
           02  RF-Rate                 PIC 9(3)V9(5).
           02  RF-RateDate             PIC 9(8).

       FD  RateHistFile.
           COPY RATEHIST.

       FD  LoadReportFile.
       01  LoadReportLine              PIC X(65).

               88  Feed-Eof                VALUE "Y".

       01  WS-RateMaster-Status        PIC XX.
       01  WS-RateHist-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM LoadRateMaster.
           OPEN INPUT RateFeedFile.
           OPEN OUTPUT LoadReportFile.
           OPEN EXTEND RateHistFile.
           IF WS-RateHist-Status = "35"
               OPEN OUTPUT RateHistFile
           END-IF.
           READ RateFeedFile
               AT END MOVE "Y" TO WS-Feed-Eof
           END-READ.
           END-PERFORM.
           CLOSE RateFeedFile.
           CLOSE LoadReportFile.
           CLOSE RateHistFile.
           PERFORM RewriteRateMaster.
           CLOSE ExceptionsFile.
           STOP RUN.
               MOVE RF-Rate TO RT-Rate(WS-Rate-Count)
               MOVE RF-RateDate TO RT-RateDate(WS-Rate-Count)
           END-IF.
           MOVE RF-CurrencyPair TO RH-CurrencyPair.
           MOVE RF-Rate TO RH-Rate.
           MOVE RF-RateDate TO RH-RateDate.
           WRITE RateHistRec.

       RewriteRateMaster.
           OPEN OUTPUT RateMasterFile.

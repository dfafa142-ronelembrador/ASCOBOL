      *          change, not a program change. Logs a timestamped
      *          start/end line for every scheduled step, logs who ran
      *          the batch, and requires an operator sign-off before
      *          the payroll step specifically. The batch runs for the
      *          business day on the BUSDATE.DAT control record, not
      *          the clock date, and refuses to start when that day is
      *          not on BUSDAYCAL.DAT or is more than one working day
      *          behind the clock; only an end-of-day that completed
      *          advances the control record to the next business
      *          day, so a rerun after a failure runs as the failed
      *          day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT IntfStatusFile ASSIGN TO "INTFSTATUS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IntfStatus-Status.
           SELECT BusDateFile ASSIGN TO "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BusDate-Status.

       DATA DIVISION.
       FILE SECTION.
           02  IS2-FeedCode            PIC X(8).
           02  IS2-Status              PIC X(8).

       FD  BusDateFile.
           COPY BUSDATE.

       FD  CalendarFile.
       01  CalendarRec.
           02  CAL-Date                PIC 9(8).
       01  WS-Current-Step              PIC X(20).
       01  WS-Timestamp                 PIC X(21).
       01  WS-Run-Date                  PIC X(8).
       01  WS-Run-Date-Num              PIC 9(8).
       01  WS-Clock-Date                PIC 9(8).
       01  WS-BusDate-Status            PIC XX.

      * Business-date guard: the day must be on the calendar and no
      * more than one working day behind the clock.
       01  WS-Bus-Date-Listed           PIC X VALUE "N".
           88  Bus-Date-Listed              VALUE "Y".
       01  WS-Days-Behind               PIC 9(3) VALUE ZERO.
       01  WS-Max-Days-Behind           PIC 9(3) VALUE 1.
       01  WS-Next-Business-Date        PIC 9(8) VALUE ZERO.
       01  WS-Prior-Log-Date            PIC X(8) VALUE SPACES.
       01  WS-Event-Text                PIC X(10).

       01  WS-Step-Log-Line.
           02  AL-OperatorId           PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Action               PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-BusDate              PIC X(8).

       01  WS-Batch-Status-Line.
           02  BS-Label                PIC X(20) VALUE "BATCH RUN DATE".
       PROCEDURE DIVISION.
       TopLevel.
           DISPLAY "In TopLevel, Starting to run batch.".
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Clock-Date.
           PERFORM LoadBatchSchedule.
           PERFORM ReadTodaysCalendar.
           PERFORM CheckBusinessDate.
           IF Batch-Abended
               MOVE 1 TO RETURN-CODE
               PERFORM WriteBatchStatus
               STOP RUN
           END-IF.
           PERFORM CheckPriorAbend.
           PERFORM ReportStaleLocks.
           PERFORM LoadInterfaceStatus.
               PERFORM GetRestartDecision
           END-IF.
           OPEN OUTPUT StepLogFile.
           PERFORM LogBusinessDate.
           PERFORM RunPreFlightCheck.
           IF NOT Batch-Abended
               PERFORM RunBatchSteps
           IF Batch-Abended
               DISPLAY "*** BATCH ABENDED - SEE STEPLOG.DAT ***"
           ELSE
               PERFORM AdvanceBusinessDate
               DISPLAY "Back in Top Level."
           END-IF.
           CLOSE AccessLogFile.
                   AT END MOVE "Y" TO WS-Calendar-Eof
               END-READ
               PERFORM UNTIL Calendar-Eof
                   PERFORM NoteCalendarDay
                   IF CAL-Date = WS-Run-Date-Num
                       IF CAL-Holiday
                           MOVE "N" TO WS-Today-Business
                       END-IF
               CLOSE CalendarFile
           END-IF.

      * Counts the working days the business date is behind the
      * clock and finds the next business day to advance to.
       NoteCalendarDay.
           IF CAL-Date = WS-Run-Date-Num
               MOVE "Y" TO WS-Bus-Date-Listed
           END-IF.
           IF CAL-BusinessDay AND CAL-Date > WS-Run-Date-Num
               IF CAL-Date <= WS-Clock-Date
                   ADD 1 TO WS-Days-Behind
               END-IF
               IF WS-Next-Business-Date = ZERO
                       OR CAL-Date < WS-Next-Business-Date
                   MOVE CAL-Date TO WS-Next-Business-Date
               END-IF
           END-IF.

       CheckBusinessDate.
           DISPLAY "BUSINESS DATE: " WS-Run-Date.
           IF NOT Bus-Date-Listed
               DISPLAY "*** BUSINESS DATE " WS-Run-Date
                   " NOT ON BUSDAYCAL.DAT - BATCH NOT RUN ***"
               MOVE "Y" TO WS-Abend-Switch
           ELSE
               IF WS-Days-Behind > WS-Max-Days-Behind
                   DISPLAY "*** BUSINESS DATE " WS-Run-Date " IS "
                       WS-Days-Behind " WORKING DAYS BEHIND "
                       WS-Clock-Date " - BATCH NOT RUN ***"
                   MOVE "Y" TO WS-Abend-Switch
               END-IF
      * A business date already advanced past today's clock means
      * that day's end-of-day has not yet come round.
               IF WS-Run-Date-Num > WS-Clock-Date
                   DISPLAY "*** BUSINESS DATE " WS-Run-Date
                       " IS AHEAD OF " WS-Clock-Date
                       " - BATCH NOT RUN ***"
                   MOVE "Y" TO WS-Abend-Switch
               END-IF
           END-IF.

      * Only a completed end-of-day moves the business date on. A
      * date that cannot be moved on marks the batch abended, since
      * the next run would otherwise post the same day again.
       AdvanceBusinessDate.
           IF WS-Next-Business-Date = ZERO
               DISPLAY "*** NO LATER BUSINESS DAY ON BUSDAYCAL.DAT - "
                   "BUSINESS DATE NOT ADVANCED ***"
               MOVE "Y" TO WS-Abend-Switch
           ELSE
               OPEN OUTPUT BusDateFile
               IF WS-BusDate-Status NOT = "00"
                   DISPLAY "*** BUSDATE.DAT OPEN FAILED, STATUS "
                       WS-BusDate-Status
                       " - BUSINESS DATE NOT ADVANCED ***"
                   MOVE "Y" TO WS-Abend-Switch
               ELSE
                   MOVE WS-Next-Business-Date TO BD-BusinessDate
                   WRITE BusDateRec
                   IF WS-BusDate-Status NOT = "00"
                       DISPLAY "*** BUSDATE.DAT WRITE FAILED, STATUS "
                           WS-BusDate-Status
                           " - BUSINESS DATE NOT ADVANCED ***"
                       MOVE "Y" TO WS-Abend-Switch
                   ELSE
                       DISPLAY "BUSINESS DATE ADVANCED TO "
                           WS-Next-Business-Date
                   END-IF
                   CLOSE BusDateFile
               END-IF
           END-IF.
           IF Batch-Abended
               MOVE 1 TO RETURN-CODE
           END-IF.

      * The first step-log line carries the business date the run
      * was for, so a restart is offered only for that same day.
       LogBusinessDate.
           MOVE "BUSINESS DATE" TO WS-Current-Step.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE WS-Run-Date TO WS-Event-Text.
           PERFORM WriteStepLogLine.

       CheckPriorAbend.
           OPEN INPUT StepLogFile.
           IF WS-StepLog-Status = "00"
               END-IF
           END-PERFORM.

      * A log written before the business-date line existed is
      * matched on the clock date of its timestamps.
       NoteOnePriorLogLine.
           MOVE StepLogLine TO WS-Step-Log-Line.
           IF SL-StepName = "BUSINESS DATE"
               MOVE SL-Event(1:8) TO WS-Prior-Log-Date
           ELSE
               IF WS-Prior-Log-Date = WS-Run-Date
                       OR (WS-Prior-Log-Date = SPACES
                           AND SL-Timestamp(1:8) = WS-Run-Date)
                   PERFORM NotePriorStepEvent
               END-IF
           END-IF.

       NotePriorStepEvent.
           MOVE "N" TO WS-Prior-Found
           PERFORM VARYING WS-Prior-Idx FROM 1 BY 1
                   UNTIL WS-Prior-Idx > WS-Prior-Step-Count
                       OR Prior-Found
               IF PS-StepName(WS-Prior-Idx) = SL-StepName
                   MOVE "Y" TO WS-Prior-Found
                   MOVE WS-Prior-Idx TO WS-Prior-Found-Idx
               END-IF
           END-PERFORM
           IF NOT Prior-Found
               ADD 1 TO WS-Prior-Step-Count
               MOVE WS-Prior-Step-Count TO WS-Prior-Found-Idx
               MOVE SL-StepName
                   TO PS-StepName(WS-Prior-Found-Idx)
           END-IF
           MOVE SL-Event TO PS-LastEvent(WS-Prior-Found-Idx).

      * Any lock still registered when the batch starts was left by
      * an abended run: nothing should hold a lock between runs.
      * They are reported for the operator to clear with LockUtil.
           MOVE WS-Timestamp TO AL-Timestamp.
           MOVE WS-Operator-Id TO AL-OperatorId.
           MOVE WS-Access-Action TO AL-Action.
           MOVE WS-Run-Date TO AL-BusDate.
           MOVE WS-Access-Log-Line TO AccessLogLine.
           WRITE AccessLogLine.


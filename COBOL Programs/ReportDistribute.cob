      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-batch distribution of the day's reports. Each
      *          entry on the distribution list (REPORTDIST.DAT) due
      *          on the business day - daily, or on the week-end,
      *          month-end or pay day BUSDAYCAL.DAT marks it as - is
      *          delivered to its recipient: queued on
      *          REPORTOUTBOX.DAT in the EMAILOUTBOX layout (campaign
      *          REPORT, the report riding as the attachment) the way
      *          PayslipMailer queues payslips, or sent as a print
      *          request on PRINTQUEUE.DAT to the recipient's print
      *          queue. A report flagged confidential goes only to
      *          recipients cleared for it on REPORTRECIP.DAT; any
      *          other entry for it is refused and reported. Every
      *          delivery, refusal and missing report is appended to
      *          the delivery log REPORTDISTLOG.DAT with the report's
      *          record count, as the record of who received what.
      *          Runs as the last step of the batch schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportDistribute.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistListFile ASSIGN TO "REPORTDIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DistList-Status.
           SELECT RecipientFile ASSIGN TO "REPORTRECIP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Recipient-Status.
           SELECT CalendarFile ASSIGN TO "BUSDAYCAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Calendar-Status.
           SELECT ReportFile ASSIGN TO WS-Report-Name
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Report-Status.
           SELECT ReportOutboxFile ASSIGN TO "REPORTOUTBOX.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PrintQueueFile ASSIGN TO "PRINTQUEUE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DistLogFile ASSIGN TO "REPORTDISTLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DistLog-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DistListFile.
           COPY RPTDIST.

       FD  RecipientFile.
           COPY RPTRECIP.

       FD  CalendarFile.
       01  CalendarRec.
           02  CAL-Date                PIC 9(8).
           02  CAL-DayType             PIC X.
               88  CAL-BusinessDay         VALUE "B".
               88  CAL-Holiday             VALUE "H".
           02  CAL-WeekEndFlag         PIC X.
           02  CAL-MonthEndFlag        PIC X.
           02  CAL-PayDayFlag          PIC X.

       FD  ReportFile.
       01  ReportRec                   PIC X(512).

       FD  ReportOutboxFile.
           COPY EMAILOUTBOX.

       FD  PrintQueueFile.
       01  PrintQueueLine              PIC X(81).

       FD  DistLogFile.
       01  DistLogLine                 PIC X(121).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-DistList-Status          PIC XX.
       01  WS-Recipient-Status         PIC XX.
       01  WS-Calendar-Status          PIC XX.
       01  WS-Report-Status            PIC XX.
       01  WS-DistLog-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Timestamp                PIC X(21).
       01  WS-Report-Name              PIC X(30).
       01  WS-Report-Recs              PIC 9(7).
       01  WS-Mail-Text                PIC X(200).
       01  WS-Delivery-Seq             PIC 9(7) VALUE ZERO.

       01  WS-Eof-Switches.
           02  WS-DistList-Eof         PIC X VALUE "N".
               88  DistList-Eof            VALUE "Y".
           02  WS-Recipient-Eof        PIC X VALUE "N".
               88  Recipient-Eof           VALUE "Y".
           02  WS-Calendar-Eof         PIC X VALUE "N".
               88  Calendar-Eof            VALUE "Y".
           02  WS-Report-Eof           PIC X VALUE "N".
               88  Report-Eof              VALUE "Y".

       01  WS-Today-Flags.
           02  WS-Today-WeekEnd        PIC X VALUE "N".
           02  WS-Today-MonthEnd       PIC X VALUE "N".
           02  WS-Today-PayDay         PIC X VALUE "N".

       01  WS-Recip-Count              PIC 9(3) VALUE ZERO.
       01  RecipientTable.
           02 Recipient-Entry OCCURS 300 TIMES
                   DEPENDING ON WS-Recip-Count.
               03 RT-RecipientID           PIC X(8).
               03 RT-Name                  PIC X(20).
               03 RT-EmailAddr             PIC X(40).
               03 RT-PrintQueue            PIC X(8).
               03 RT-ConfAuthorised        PIC X.
       01  WS-Recip-Idx                PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Recip-Found              PIC X.
           88  Recip-Found                 VALUE "Y".

       01  WS-Dist-Count               PIC 9(4) VALUE ZERO.
       01  DistTable.
           02 Dist-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Dist-Count.
               03 DT-FileName              PIC X(30).
               03 DT-RecipientID           PIC X(8).
               03 DT-Method                PIC X.
               03 DT-Frequency             PIC X.
               03 DT-Confidential          PIC X.
       01  WS-Dist-Idx                 PIC 9(4).
       01  WS-Conf-Idx                 PIC 9(4).
       01  WS-Conf-Report              PIC X.
           88  Conf-Report                 VALUE "Y".
       01  WS-Entry-Due                PIC X.
           88  Entry-Due                   VALUE "Y".

       01  WS-Emailed-Count            PIC 9(4) VALUE ZERO.
       01  WS-Printed-Count            PIC 9(4) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(4) VALUE ZERO.
       01  WS-Missing-Count            PIC 9(4) VALUE ZERO.

       01  WS-Print-Line.
           02  PQ-Queue                PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  PQ-FileName             PIC X(30).
           02  FILLER                  PIC X VALUE SPACES.
           02  PQ-RunDate              PIC X(8).
           02  FILLER                  PIC X(5) VALUE " FOR ".
           02  PQ-Name                 PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  PQ-Recs                 PIC 9(7).

       01  WS-Log-Line.
           02  DL-RunDate              PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Time                 PIC X(6).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-FileName             PIC X(30).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-RecipientID          PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Method               PIC X(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Destination          PIC X(40).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Recs                 PIC 9(7).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Status               PIC X(10).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM ReadTodaysCalendar.
           PERFORM LoadRecipients.
           PERFORM LoadDistributionList.
           OPEN OUTPUT ReportOutboxFile.
           OPEN OUTPUT PrintQueueFile.
           PERFORM OpenDistLogFile.
           PERFORM OpenExceptionsFile.
           PERFORM DistributeOneEntry
               VARYING WS-Dist-Idx FROM 1 BY 1
               UNTIL WS-Dist-Idx > WS-Dist-Count.
           CLOSE ExceptionsFile.
           CLOSE DistLogFile.
           CLOSE PrintQueueFile.
           CLOSE ReportOutboxFile.
           DISPLAY "REPORTDISTRIBUTE: " WS-Emailed-Count " EMAILED, "
               WS-Printed-Count " PRINTED, " WS-Refused-Count
               " REFUSED, " WS-Missing-Count " NOT PRODUCED".
           STOP RUN.

       ReadTodaysCalendar.
           OPEN INPUT CalendarFile.
           IF WS-Calendar-Status = "00"
               READ CalendarFile
                   AT END MOVE "Y" TO WS-Calendar-Eof
               END-READ
               PERFORM UNTIL Calendar-Eof
                   IF CAL-Date = WS-Run-Date-Num
                       MOVE CAL-WeekEndFlag TO WS-Today-WeekEnd
                       MOVE CAL-MonthEndFlag TO WS-Today-MonthEnd
                       MOVE CAL-PayDayFlag TO WS-Today-PayDay
                   END-IF
                   READ CalendarFile
                       AT END MOVE "Y" TO WS-Calendar-Eof
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       LoadRecipients.
           OPEN INPUT RecipientFile.
           IF WS-Recipient-Status = "00"
               READ RecipientFile
                   AT END MOVE "Y" TO WS-Recipient-Eof
               END-READ
               PERFORM UNTIL Recipient-Eof
                   IF WS-Recip-Count < 300
                       ADD 1 TO WS-Recip-Count
                       MOVE RR-RecipientID
                           TO RT-RecipientID(WS-Recip-Count)
                       MOVE RR-Name TO RT-Name(WS-Recip-Count)
                       MOVE RR-EmailAddr
                           TO RT-EmailAddr(WS-Recip-Count)
                       MOVE RR-PrintQueue
                           TO RT-PrintQueue(WS-Recip-Count)
                       MOVE RR-ConfAuthorised
                           TO RT-ConfAuthorised(WS-Recip-Count)
                   END-IF
                   READ RecipientFile
                       AT END MOVE "Y" TO WS-Recipient-Eof
                   END-READ
               END-PERFORM
               CLOSE RecipientFile
           END-IF.

       LoadDistributionList.
           OPEN INPUT DistListFile.
           IF WS-DistList-Status = "00"
               READ DistListFile
                   AT END MOVE "Y" TO WS-DistList-Eof
               END-READ
               PERFORM UNTIL DistList-Eof
                   IF WS-Dist-Count < 1000
                       ADD 1 TO WS-Dist-Count
                       MOVE RD-FileName TO DT-FileName(WS-Dist-Count)
                       MOVE RD-RecipientID
                           TO DT-RecipientID(WS-Dist-Count)
                       MOVE RD-Method TO DT-Method(WS-Dist-Count)
                       MOVE RD-Frequency
                           TO DT-Frequency(WS-Dist-Count)
                       MOVE RD-Confidential
                           TO DT-Confidential(WS-Dist-Count)
                   END-IF
                   READ DistListFile
                       AT END MOVE "Y" TO WS-DistList-Eof
                   END-READ
               END-PERFORM
               CLOSE DistListFile
           END-IF.

       OpenDistLogFile.
           OPEN EXTEND DistLogFile.
           IF WS-DistLog-Status = "35"
               OPEN OUTPUT DistLogFile
               CLOSE DistLogFile
               OPEN EXTEND DistLogFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       DistributeOneEntry.
           PERFORM CheckEntryDue.
           IF Entry-Due
               PERFORM FindRecipient
               PERFORM CheckConfidential
               MOVE DT-FileName(WS-Dist-Idx) TO WS-Report-Name
               PERFORM CountReportRecords
               EVALUATE TRUE
                   WHEN NOT Recip-Found
                       MOVE "NO RECIP" TO DL-Status
                       MOVE "UNKNOWN REPORT RECIPIENT"
                           TO EXC-Reason
                       PERFORM WriteDistException
                       ADD 1 TO WS-Refused-Count
                   WHEN Conf-Report
                           AND RT-ConfAuthorised(WS-Found-Idx)
                               NOT = "Y"
                       MOVE "REFUSED" TO DL-Status
                       MOVE "CONFIDENTIAL - NOT AUTHORISED"
                           TO EXC-Reason
                       PERFORM WriteDistException
                       ADD 1 TO WS-Refused-Count
                   WHEN WS-Report-Status NOT = "00"
                       MOVE "NO REPORT" TO DL-Status
                       MOVE "REPORT NOT PRODUCED FOR RUN"
                           TO EXC-Reason
                       PERFORM WriteDistException
                       ADD 1 TO WS-Missing-Count
                   WHEN DT-Method(WS-Dist-Idx) = "E"
                       PERFORM QueueReportEmail
                   WHEN DT-Method(WS-Dist-Idx) = "P"
                       PERFORM QueueReportPrint
                   WHEN OTHER
                       MOVE "BAD METHOD" TO DL-Status
                       MOVE "UNKNOWN DELIVERY METHOD"
                           TO EXC-Reason
                       PERFORM WriteDistException
                       ADD 1 TO WS-Refused-Count
               END-EVALUATE
               PERFORM WriteDistLogLine
           END-IF.

      * Frequencies follow BATCHSCHED.DAT: a week-end, month-end or
      * pay-day report goes only on the day the calendar flags.
       CheckEntryDue.
           MOVE "Y" TO WS-Entry-Due.
           EVALUATE DT-Frequency(WS-Dist-Idx)
               WHEN "W"
                   IF WS-Today-WeekEnd NOT = "Y"
                       MOVE "N" TO WS-Entry-Due
                   END-IF
               WHEN "M"
                   IF WS-Today-MonthEnd NOT = "Y"
                       MOVE "N" TO WS-Entry-Due
                   END-IF
               WHEN "P"
                   IF WS-Today-PayDay NOT = "Y"
                       MOVE "N" TO WS-Entry-Due
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FindRecipient.
           MOVE "N" TO WS-Recip-Found.
           PERFORM VARYING WS-Recip-Idx FROM 1 BY 1
                   UNTIL WS-Recip-Idx > WS-Recip-Count
                       OR Recip-Found
               IF RT-RecipientID(WS-Recip-Idx) =
                       DT-RecipientID(WS-Dist-Idx)
                   MOVE "Y" TO WS-Recip-Found
                   MOVE WS-Recip-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

      * A report marked confidential on any of its entries is treated
      * as confidential on all of them, so one entry keyed without the
      * flag cannot leak it.
       CheckConfidential.
           MOVE "N" TO WS-Conf-Report.
           PERFORM VARYING WS-Conf-Idx FROM 1 BY 1
                   UNTIL WS-Conf-Idx > WS-Dist-Count
                       OR Conf-Report
               IF DT-FileName(WS-Conf-Idx) = DT-FileName(WS-Dist-Idx)
                       AND DT-Confidential(WS-Conf-Idx) = "Y"
                   MOVE "Y" TO WS-Conf-Report
               END-IF
           END-PERFORM.

       CountReportRecords.
           MOVE ZERO TO WS-Report-Recs.
           MOVE "N" TO WS-Report-Eof.
           OPEN INPUT ReportFile.
           IF WS-Report-Status = "00"
               READ ReportFile
                   AT END MOVE "Y" TO WS-Report-Eof
               END-READ
               PERFORM UNTIL Report-Eof
                   ADD 1 TO WS-Report-Recs
                   READ ReportFile
                       AT END MOVE "Y" TO WS-Report-Eof
                   END-READ
               END-PERFORM
               CLOSE ReportFile
           END-IF.

       QueueReportEmail.
           IF RT-EmailAddr(WS-Found-Idx) = SPACES
               MOVE "NO ADDRESS" TO DL-Status
               MOVE "RECIPIENT HAS NO EMAIL ADDRESS" TO EXC-Reason
               PERFORM WriteDistException
               ADD 1 TO WS-Refused-Count
           ELSE
               ADD 1 TO WS-Delivery-Seq
               MOVE SPACES TO WS-Mail-Text
               STRING "TO:" RT-EmailAddr(WS-Found-Idx)
                   " SUBJECT:" DT-FileName(WS-Dist-Idx)
                   " " WS-Run-Date
                   " ATTACH:" DT-FileName(WS-Dist-Idx)
                   DELIMITED BY SIZE INTO WS-Mail-Text
               MOVE WS-Delivery-Seq TO OB-GradID
               MOVE "QUEUED" TO OB-Status
               MOVE ZERO TO OB-RetryCount
               MOVE "REPORT" TO OB-Campaign
               MOVE WS-Mail-Text TO OB-MailText
               WRITE OutboxRec
               MOVE "QUEUED" TO DL-Status
               ADD 1 TO WS-Emailed-Count
           END-IF.

       QueueReportPrint.
           IF RT-PrintQueue(WS-Found-Idx) = SPACES
               MOVE "NO QUEUE" TO DL-Status
               MOVE "RECIPIENT HAS NO PRINT QUEUE" TO EXC-Reason
               PERFORM WriteDistException
               ADD 1 TO WS-Refused-Count
           ELSE
               MOVE RT-PrintQueue(WS-Found-Idx) TO PQ-Queue
               MOVE DT-FileName(WS-Dist-Idx) TO PQ-FileName
               MOVE WS-Run-Date TO PQ-RunDate
               MOVE RT-Name(WS-Found-Idx) TO PQ-Name
               MOVE WS-Report-Recs TO PQ-Recs
               MOVE WS-Print-Line TO PrintQueueLine
               WRITE PrintQueueLine
               MOVE "PRINTED" TO DL-Status
               ADD 1 TO WS-Printed-Count
           END-IF.

       WriteDistLogLine.
           MOVE FUNCTION CURRENT-DATE TO WS-Timestamp.
           MOVE WS-Run-Date TO DL-RunDate.
           MOVE WS-Timestamp(9:6) TO DL-Time.
           MOVE DT-FileName(WS-Dist-Idx) TO DL-FileName.
           MOVE DT-RecipientID(WS-Dist-Idx) TO DL-RecipientID.
           EVALUATE DT-Method(WS-Dist-Idx)
               WHEN "E"
                   MOVE "EMAIL" TO DL-Method
               WHEN "P"
                   MOVE "PRINT" TO DL-Method
               WHEN OTHER
                   MOVE DT-Method(WS-Dist-Idx) TO DL-Method
           END-EVALUATE.
           MOVE SPACES TO DL-Destination.
           IF Recip-Found
               IF DT-Method(WS-Dist-Idx) = "P"
                   MOVE RT-PrintQueue(WS-Found-Idx) TO DL-Destination
               ELSE
                   MOVE RT-EmailAddr(WS-Found-Idx) TO DL-Destination
               END-IF
           END-IF.
           MOVE WS-Report-Recs TO DL-Recs.
           MOVE WS-Log-Line TO DistLogLine.
           WRITE DistLogLine.

       WriteDistException.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "REPORTDIST" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING DT-RecipientID(WS-Dist-Idx) " "
               DT-FileName(WS-Dist-Idx)
               DELIMITED BY SIZE INTO EXC-Key.
           WRITE ExceptionRecord.

       END PROGRAM ReportDistribute.

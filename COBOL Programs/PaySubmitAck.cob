      ******************************************************************
      * Author:
      * Date:
      * Purpose: Matches the acknowledgement file Revenue returns for
      *          our payroll submissions (PAYSUBACK.DAT) against the
      *          submission register PayrollSubmit keeps
      *          (SUBMITREG.DAT). Each acknowledgement header marks
      *          its submission accepted or rejected with the date;
      *          each error record marks the employee line it names
      *          as rejected with Revenue's error code, and a
      *          submission accepted with rejected lines is shown as
      *          part-rejected. PAYSUBACKRPT.DAT lists the rejected
      *          employee records for correction - each is also
      *          logged to the exceptions file - then the register,
      *          every submission with its status, so anything still
      *          awaiting acknowledgement stands out. Acknowledgements
      *          quoting a submission or line not on the register are
      *          listed and not applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaySubmitAck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubmitRegFile ASSIGN TO "SUBMITREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SubmitReg-Status.
           SELECT AckFile ASSIGN TO "PAYSUBACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Ack-Status.
           SELECT AckReportFile ASSIGN TO "PAYSUBACKRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SubmitRegFile.
           COPY PAYSUBREG.

      * Revenue's acknowledgement: an "H" record per submission
      * acknowledged, then an "E" record per employee line in error.
       FD  AckFile.
       01  AckRec.
           02  AK-RecType              PIC X.
               88  AK-Header               VALUE "H".
               88  AK-Error                VALUE "E".
           02  AK-SubmissionID         PIC X(9).
           02  AK-Body                 PIC X(70).
           02  AK-Header-Body REDEFINES AK-Body.
               03  AK-Status           PIC X.
               03  AK-AckDate          PIC 9(8).
               03  AK-RevenueRef       PIC X(15).
               03  FILLER              PIC X(46).
           02  AK-Error-Body REDEFINES AK-Body.
               03  AK-LineNo           PIC 9(5).
               03  AK-PPSN             PIC X(9).
               03  AK-ErrorCode        PIC X(6).
               03  AK-ErrorText        PIC X(40).
               03  FILLER              PIC X(10).

       FD  AckReportFile.
       01  AckReportLine               PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-SubmitReg-Status         PIC XX.
       01  WS-Ack-Status               PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC 9(8).
       01  WS-Backup-Name              PIC X(30)
               VALUE "SUBMITREG.DAT".

       01  WS-Eof-Switches.
           02  WS-Register-Eof         PIC X VALUE "N".
               88  Register-Eof            VALUE "Y".
           02  WS-Ack-Eof              PIC X VALUE "N".
               88  Ack-Eof                 VALUE "Y".

      * The register is carried as whole record images; fields are
      * worked on through the FD record layout.
       01  WS-Reg-Count                PIC 9(5) VALUE ZERO.
       01  WS-Reg-Table-Limit          PIC 9(5) VALUE 5000.
       01  WS-Reg-Table-Full           PIC X VALUE "N".
           88  Reg-Table-Full              VALUE "Y".
       01  RegImageTable.
           02 RegImage-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Reg-Count.
               03 RG-RegRec                PIC X(85).
       01  WS-Reg-Idx                  PIC 9(5).
       01  WS-Summary-Idx              PIC 9(5).
       01  WS-Line-Idx                 PIC 9(5).

       01  WS-Ack-Count                PIC 9(5) VALUE ZERO.
       01  WS-Reject-Count             PIC 9(5) VALUE ZERO.
       01  WS-Unmatched-Count          PIC 9(5) VALUE ZERO.
       01  WS-Awaiting-Count           PIC 9(5) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(38)
                   VALUE "PAYROLL SUBMISSION ACKNOWLEDGEMENTS  ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-Reject-Heading-1         PIC X(80)
               VALUE "REJECTED EMPLOYEE RECORDS - CORRECT AND RESUBMIT".
       01  WS-Reject-Heading-2.
           02  FILLER                  PIC X(16) VALUE "SUBMISSN  LINE".
           02  FILLER                  PIC X(27) VALUE "EMPNO NAME".
           02  FILLER                  PIC X(10) VALUE "PPSN".
           02  FILLER                  PIC X(7) VALUE "ERROR".
           02  FILLER                  PIC X(20) VALUE "REASON".

       01  WS-Reject-Line.
           02  RL-SubmissionID         PIC X(9).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-LineNo               PIC ZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-EmpID                PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-PPSN                 PIC X(9).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-ErrorCode            PIC X(6).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-ErrorText            PIC X(20).

       01  WS-Register-Heading-1       PIC X(80)
               VALUE "SUBMISSION REGISTER".
       01  WS-Register-Heading-2.
           02  FILLER                  PIC X(10) VALUE "SUBMISSN".
           02  FILLER                  PIC X(9) VALUE "TYPE".
           02  FILLER                  PIC X(4) VALUE "RUN".
           02  FILLER                  PIC X(9) VALUE "SENT".
           02  FILLER                  PIC X(15) VALUE "LINES".
           02  FILLER                  PIC X(6) VALUE "GROSS".
           02  FILLER                  PIC X(11) VALUE "STATUS".
           02  FILLER                  PIC X(16) VALUE "REJ".

       01  WS-Register-Line.
           02  GL-SubmissionID         PIC X(9).
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-SubmitType           PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-RunType              PIC X.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  GL-SubmitDate           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-LineCount            PIC ZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-TotalGross           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-Status               PIC X(10).
           02  FILLER                  PIC X VALUE SPACE.
           02  GL-RejectCount          PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(14)
                   VALUE "ACKNOWLEDGED: ".
           02  TL-AckCount             PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           02  TL-RejectCount          PIC ZZZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  UNMATCHED: ".
           02  TL-UnmatchedCount       PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "  AWAITING: ".
           02  TL-AwaitingCount        PIC ZZZZ9.
           02  FILLER                  PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadSubmitRegister.
           IF WS-Reg-Count = ZERO
               DISPLAY "PAYSUBMITACK: SUBMISSION REGISTER EMPTY "
                   "- NOTHING TO MATCH"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Reg-Table-Full
               DISPLAY "PAYSUBMITACK: SUBMISSION REGISTER TABLE FULL "
                   "- RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OpenExceptionsFile.
           OPEN OUTPUT AckReportFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Report-Heading TO AckReportLine.
           WRITE AckReportLine.
           MOVE SPACES TO AckReportLine.
           WRITE AckReportLine.
           MOVE WS-Reject-Heading-1 TO AckReportLine.
           WRITE AckReportLine.
           MOVE WS-Reject-Heading-2 TO AckReportLine.
           WRITE AckReportLine.
           OPEN INPUT AckFile.
           IF WS-Ack-Status = "00"
               READ AckFile
                   AT END MOVE "Y" TO WS-Ack-Eof
               END-READ
               PERFORM UNTIL Ack-Eof
                   EVALUATE TRUE
                       WHEN AK-Header
                           PERFORM ApplyAckHeader
                       WHEN AK-Error
                           PERFORM ApplyAckError
                       WHEN OTHER
                           MOVE "ACK RECORD TYPE UNKNOWN"
                               TO RL-ErrorText
                           PERFORM ReportUnmatchedAck
                   END-EVALUATE
                   READ AckFile
                       AT END MOVE "Y" TO WS-Ack-Eof
                   END-READ
               END-PERFORM
               CLOSE AckFile
           END-IF.
           PERFORM WriteRegisterListing.
           PERFORM RewriteSubmitRegister.
           CLOSE AckReportFile.
           CLOSE ExceptionsFile.
           DISPLAY "PAYSUBMITACK: " WS-Ack-Count " ACKNOWLEDGED, "
               WS-Reject-Count " EMPLOYEE LINES REJECTED, "
               WS-Awaiting-Count " SUBMISSIONS AWAITING".
           IF WS-Reject-Count > ZERO OR WS-Unmatched-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadSubmitRegister.
           OPEN INPUT SubmitRegFile.
           IF WS-SubmitReg-Status = "00"
               READ SubmitRegFile
                   AT END MOVE "Y" TO WS-Register-Eof
               END-READ
               PERFORM UNTIL Register-Eof
                   IF WS-Reg-Count >= WS-Reg-Table-Limit
                       MOVE "Y" TO WS-Reg-Table-Full
                       MOVE "Y" TO WS-Register-Eof
                   ELSE
                       ADD 1 TO WS-Reg-Count
                       MOVE SubmitRegRec TO RG-RegRec(WS-Reg-Count)
                       READ SubmitRegFile
                           AT END MOVE "Y" TO WS-Register-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SubmitRegFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       FindSummaryRecord.
           MOVE ZERO TO WS-Summary-Idx.
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1
                   UNTIL WS-Reg-Idx > WS-Reg-Count
                       OR WS-Summary-Idx > ZERO
               MOVE RG-RegRec(WS-Reg-Idx) TO SubmitRegRec
               IF SR-Summary-Rec
                       AND SR-SubmissionID = AK-SubmissionID
                   MOVE WS-Reg-Idx TO WS-Summary-Idx
               END-IF
           END-PERFORM.

       ApplyAckHeader.
           PERFORM FindSummaryRecord.
           IF WS-Summary-Idx = ZERO
               MOVE "SUBMISSION NOT ON REGISTER" TO RL-ErrorText
               PERFORM ReportUnmatchedAck
           ELSE
               MOVE RG-RegRec(WS-Summary-Idx) TO SubmitRegRec
               IF AK-Status = "R"
                   MOVE "R" TO SR-Status
               ELSE
                   IF SR-RejectCount > ZERO
                       MOVE "P" TO SR-Status
                   ELSE
                       MOVE "A" TO SR-Status
                   END-IF
               END-IF
               MOVE AK-AckDate TO SR-AckDate
               MOVE SubmitRegRec TO RG-RegRec(WS-Summary-Idx)
               ADD 1 TO WS-Ack-Count
           END-IF.

       ApplyAckError.
           PERFORM FindSummaryRecord.
           MOVE ZERO TO WS-Line-Idx.
           IF WS-Summary-Idx > ZERO
               PERFORM VARYING WS-Reg-Idx FROM WS-Summary-Idx BY 1
                       UNTIL WS-Reg-Idx > WS-Reg-Count
                           OR WS-Line-Idx > ZERO
                   MOVE RG-RegRec(WS-Reg-Idx) TO SubmitRegRec
                   IF SR-Line-Rec
                           AND SR-SubmissionID = AK-SubmissionID
                           AND SR-LineNo = AK-LineNo
                       MOVE WS-Reg-Idx TO WS-Line-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Line-Idx = ZERO
               MOVE "LINE NOT ON REGISTER" TO RL-ErrorText
               PERFORM ReportUnmatchedAck
           ELSE
               MOVE RG-RegRec(WS-Line-Idx) TO SubmitRegRec
               MOVE AK-SubmissionID TO RL-SubmissionID
               MOVE SR-LineNo TO RL-LineNo
               MOVE SR-EmpID TO RL-EmpID
               MOVE SR-EmpName TO RL-EmpName
               MOVE SR-PPSN TO RL-PPSN
               MOVE AK-ErrorCode TO RL-ErrorCode
               MOVE AK-ErrorText TO RL-ErrorText
               MOVE WS-Reject-Line TO AckReportLine
               WRITE AckReportLine
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "PAYSUBMIT" TO EXC-Source
               MOVE SR-EmpID TO EXC-Key
               STRING "REVENUE REJECTED " DELIMITED BY SIZE
                   AK-ErrorCode DELIMITED BY SPACE
                   INTO EXC-Reason
               END-STRING
               WRITE ExceptionRecord
               MOVE SPACES TO ExceptionRecord
               IF NOT SR-Line-Rejected
                   MOVE "R" TO SR-LineStatus
                   ADD 1 TO WS-Reject-Count
                   MOVE AK-ErrorCode TO SR-ErrorCode
                   MOVE SubmitRegRec TO RG-RegRec(WS-Line-Idx)
                   MOVE RG-RegRec(WS-Summary-Idx) TO SubmitRegRec
                   ADD 1 TO SR-RejectCount
                   IF SR-Accepted
                       MOVE "P" TO SR-Status
                   END-IF
                   MOVE SubmitRegRec TO RG-RegRec(WS-Summary-Idx)
               END-IF
           END-IF.

       ReportUnmatchedAck.
           MOVE AK-SubmissionID TO RL-SubmissionID.
           MOVE ZERO TO RL-LineNo.
           IF AK-Error
               MOVE AK-LineNo TO RL-LineNo
           END-IF.
           MOVE SPACES TO RL-EmpID.
           MOVE "** NOT MATCHED **" TO RL-EmpName.
           MOVE SPACES TO RL-PPSN.
           MOVE SPACES TO RL-ErrorCode.
           MOVE WS-Reject-Line TO AckReportLine.
           WRITE AckReportLine.
           ADD 1 TO WS-Unmatched-Count.

       WriteRegisterListing.
           MOVE SPACES TO AckReportLine.
           WRITE AckReportLine.
           MOVE WS-Register-Heading-1 TO AckReportLine.
           WRITE AckReportLine.
           MOVE WS-Register-Heading-2 TO AckReportLine.
           WRITE AckReportLine.
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1
                   UNTIL WS-Reg-Idx > WS-Reg-Count
               MOVE RG-RegRec(WS-Reg-Idx) TO SubmitRegRec
               IF SR-Summary-Rec
                   PERFORM WriteRegisterLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO AckReportLine.
           WRITE AckReportLine.
           MOVE WS-Ack-Count TO TL-AckCount.
           MOVE WS-Reject-Count TO TL-RejectCount.
           MOVE WS-Unmatched-Count TO TL-UnmatchedCount.
           MOVE WS-Awaiting-Count TO TL-AwaitingCount.
           MOVE WS-Total-Line TO AckReportLine.
           WRITE AckReportLine.

       WriteRegisterLine.
           MOVE SR-SubmissionID TO GL-SubmissionID.
           IF SR-Correction
               MOVE "CORRECTN" TO GL-SubmitType
           ELSE
               MOVE "ORIGINAL" TO GL-SubmitType
           END-IF.
           MOVE SR-RunType TO GL-RunType.
           MOVE SR-SubmitDate TO GL-SubmitDate.
           MOVE SR-LineCount TO GL-LineCount.
           MOVE SR-TotalGross TO GL-TotalGross.
           EVALUATE TRUE
               WHEN SR-Accepted
                   MOVE "ACCEPTED" TO GL-Status
               WHEN SR-Part-Rejected
                   MOVE "PART REJ" TO GL-Status
               WHEN SR-Rejected
                   MOVE "REJECTED" TO GL-Status
               WHEN OTHER
                   MOVE "AWAITING" TO GL-Status
                   ADD 1 TO WS-Awaiting-Count
           END-EVALUATE.
           MOVE SR-RejectCount TO GL-RejectCount.
           MOVE WS-Register-Line TO AckReportLine.
           WRITE AckReportLine.

       RewriteSubmitRegister.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT SubmitRegFile.
           PERFORM VARYING WS-Reg-Idx FROM 1 BY 1
                   UNTIL WS-Reg-Idx > WS-Reg-Count
               MOVE RG-RegRec(WS-Reg-Idx) TO SubmitRegRec
               WRITE SubmitRegRec
           END-PERFORM.
           CLOSE SubmitRegFile.

       END PROGRAM PaySubmitAck.

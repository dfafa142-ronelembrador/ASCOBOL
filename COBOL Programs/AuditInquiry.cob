      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consolidated audit trail inquiry. Each inquiry on
      *          AUDITINQ.DAT names an operator, a record key and/or
      *          a change-date range (blank or zero for any); every
      *          maintenance audit file on the AUDITREG registry is
      *          read through one dynamically assigned scan file, in
      *          the DutyConflictScan manner, and each line is pulled
      *          apart by that file's registered offsets. The lines
      *          matching an inquiry are sorted into change-date
      *          order and listed on AUDITINQRPT.DAT under the
      *          inquiry's heading with the source file, action, key,
      *          field, before and after values and operator. A key
      *          matches from its first character, so a customer
      *          number keyed as on the master (leading zeros) finds
      *          that customer everywhere it was audited. An audit
      *          file that carries no change date is searched only
      *          by inquiries with no date range.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InquiryFile ASSIGN TO "AUDITINQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Inquiry-Status.
           SELECT AuditFile ASSIGN TO WS-Audit-Name
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT InquiryRptFile ASSIGN TO "AUDITINQRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "AUDITINQ.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  InquiryFile.
       01  InquiryRec.
           02  AQ-OperId               PIC X(8).
           02  AQ-Key                  PIC X(20).
           02  AQ-FromDate             PIC 9(8).
           02  AQ-ToDate               PIC 9(8).

       FD  AuditFile.
       01  AuditRec                    PIC X(250).

       FD  InquiryRptFile.
       01  InquiryRptLine              PIC X(178).

       SD  WorkFile.
       01  WorkRec.
           02  WInqNo                  PIC 99.
           02  WChangeDate             PIC 9(8).
           02  WSeqNo                  PIC 9(7).
           02  WFileName               PIC X(20).
           02  WAction                 PIC X.
           02  WKey                    PIC X(20).
           02  WField                  PIC X(10).
           02  WBefore                 PIC X(52).
           02  WAfter                  PIC X(52).
           02  WOperId                 PIC X(8).

       WORKING-STORAGE SECTION.
           COPY AUDITREG.
       01  WS-Reg-Idx                  PIC 99.

       01  WS-Inquiry-Status           PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Audit-Name               PIC X(30).
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Inquiry-Eof          PIC X VALUE "N".
               88  Inquiry-Eof             VALUE "Y".
           02  WS-Audit-Eof            PIC X VALUE "N".
               88  Audit-Eof               VALUE "Y".
           02  WS-Work-Eof             PIC X VALUE "N".
               88  Work-Eof                VALUE "Y".

      * Inquiries are held so every audit file is read once for all
      * of them; an inquiry with no criteria, or a reversed date
      * range, is listed as refused rather than run.
       01  WS-Inq-Count                PIC 99 VALUE ZERO.
       01  InquiryTable.
           02 Inquiry-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Inq-Count.
               03 IQ-OperId                PIC X(8).
               03 IQ-Key                   PIC X(20).
               03 IQ-KeyLen                PIC 99.
               03 IQ-FromDate              PIC 9(8).
               03 IQ-ToDate                PIC 9(8).
               03 IQ-Valid                 PIC X.
               03 IQ-MatchCount            PIC 9(5).
       01  WS-Inq-Idx                  PIC 99.
       01  WS-Key-Pos                  PIC 99.

       01  WS-Seq-No                   PIC 9(7) VALUE ZERO.
       01  WS-Line-Date                PIC 9(8).
       01  WS-Line-Key                 PIC X(20).
       01  WS-Line-OperId              PIC X(8).
       01  WS-Line-Matches             PIC X.
           88  Line-Matches                VALUE "Y".
       01  WS-Lines-Read               PIC 9(7) VALUE ZERO.
       01  WS-Total-Matched            PIC 9(7) VALUE ZERO.
       01  WS-Printed-Inq              PIC 99 VALUE ZERO.
       01  WS-Upto-Inq                 PIC 99.

       01  WS-Heading-Line.
           02  FILLER                  PIC X(22)
                   VALUE "AUDIT TRAIL INQUIRY  #".
           02  HL-InqNo                PIC 99.
           02  FILLER                  PIC X(6) VALUE "  OP: ".
           02  HL-OperId               PIC X(8).
           02  FILLER                  PIC X(7) VALUE "  KEY: ".
           02  HL-Key                  PIC X(20).
           02  FILLER                  PIC X(8) VALUE "  FROM: ".
           02  HL-FromDate             PIC 9(8).
           02  FILLER                  PIC X(6) VALUE "  TO: ".
           02  HL-ToDate               PIC 9(8).
           02  FILLER                  PIC X(7) VALUE "  RUN: ".
           02  HL-RunDate              PIC X(8).

       01  WS-Column-Line.
           02  FILLER                  PIC X(31)
                   VALUE "DATE     SOURCE FILE          A".
           02  FILLER                  PIC X(33)
                   VALUE " KEY                  FIELD".
           02  FILLER                  PIC X(53) VALUE "BEFORE".
           02  FILLER                  PIC X(53) VALUE "AFTER".
           02  FILLER                  PIC X(8) VALUE "OPERATOR".

       01  WS-Detail-Line.
           02  DL-ChangeDate           PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-FileName             PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Action               PIC X.
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Key                  PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Field                PIC X(10).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-Before               PIC X(52).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-After                PIC X(52).
           02  FILLER                  PIC X VALUE SPACES.
           02  DL-OperId               PIC X(8).

       01  WS-Trailer-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-Count                PIC ZZZZ9.
           02  FILLER                  PIC X(20)
                   VALUE " AUDITED CHANGE(S)".

       01  WS-Refused-Line.
           02  FILLER                  PIC X(22)
                   VALUE "AUDIT TRAIL INQUIRY  #".
           02  RL-InqNo                PIC 99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-Reason               PIC X(40).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadInquiries.
           IF WS-Inq-Count = ZERO
               DISPLAY "AUDITINQUIRY: NO INQUIRIES ON AUDITINQ.DAT"
               STOP RUN
           END-IF.
           SORT WorkFile ON ASCENDING KEY WInqNo WChangeDate WSeqNo
                INPUT PROCEDURE IS ScanAuditFiles
                OUTPUT PROCEDURE IS PrintInquiryReport.
           DISPLAY "AUDITINQUIRY: " WS-Inq-Count " INQUIRIES, "
               WS-Lines-Read " AUDIT LINES READ, " WS-Total-Matched
               " LISTED".
           STOP RUN.

       LoadInquiries.
           OPEN INPUT InquiryFile.
           IF WS-Inquiry-Status = "00"
               READ InquiryFile
                   AT END MOVE "Y" TO WS-Inquiry-Eof
               END-READ
               PERFORM UNTIL Inquiry-Eof
                   IF WS-Inq-Count < 50
                       ADD 1 TO WS-Inq-Count
                       PERFORM NoteOneInquiry
                   END-IF
                   READ InquiryFile
                       AT END MOVE "Y" TO WS-Inquiry-Eof
                   END-READ
               END-PERFORM
               CLOSE InquiryFile
           END-IF.

       NoteOneInquiry.
           MOVE AQ-OperId TO IQ-OperId(WS-Inq-Count).
           MOVE AQ-Key TO IQ-Key(WS-Inq-Count).
           IF AQ-FromDate IS NUMERIC
               MOVE AQ-FromDate TO IQ-FromDate(WS-Inq-Count)
           ELSE
               MOVE ZERO TO IQ-FromDate(WS-Inq-Count)
           END-IF.
           IF AQ-ToDate IS NUMERIC
               MOVE AQ-ToDate TO IQ-ToDate(WS-Inq-Count)
           ELSE
               MOVE ZERO TO IQ-ToDate(WS-Inq-Count)
           END-IF.
           MOVE ZERO TO IQ-MatchCount(WS-Inq-Count).
           MOVE ZERO TO IQ-KeyLen(WS-Inq-Count).
           PERFORM VARYING WS-Key-Pos FROM 20 BY -1
                   UNTIL WS-Key-Pos < 1
                       OR IQ-KeyLen(WS-Inq-Count) > ZERO
               IF AQ-Key(WS-Key-Pos:1) NOT = SPACE
                   MOVE WS-Key-Pos TO IQ-KeyLen(WS-Inq-Count)
               END-IF
           END-PERFORM.
           MOVE "Y" TO IQ-Valid(WS-Inq-Count).
           IF AQ-OperId = SPACES AND AQ-Key = SPACES
                   AND IQ-FromDate(WS-Inq-Count) = ZERO
                   AND IQ-ToDate(WS-Inq-Count) = ZERO
               MOVE "N" TO IQ-Valid(WS-Inq-Count)
           END-IF.
           IF IQ-ToDate(WS-Inq-Count) NOT = ZERO
                   AND IQ-FromDate(WS-Inq-Count)
                       > IQ-ToDate(WS-Inq-Count)
               MOVE "R" TO IQ-Valid(WS-Inq-Count)
           END-IF.

       ScanAuditFiles.
           PERFORM ScanOneAuditFile
               VARYING WS-Reg-Idx FROM 1 BY 1
               UNTIL WS-Reg-Idx > WS-AuditReg-Count.

       ScanOneAuditFile.
           MOVE AR-FileName(WS-Reg-Idx) TO WS-Audit-Name.
           MOVE "N" TO WS-Audit-Eof.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00"
               READ AuditFile
                   AT END MOVE "Y" TO WS-Audit-Eof
               END-READ
               PERFORM UNTIL Audit-Eof
                   ADD 1 TO WS-Lines-Read
                   PERFORM ExtractAuditLine
                   PERFORM MatchAuditLine
                       VARYING WS-Inq-Idx FROM 1 BY 1
                       UNTIL WS-Inq-Idx > WS-Inq-Count
                   READ AuditFile
                       AT END MOVE "Y" TO WS-Audit-Eof
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

      * Pulls the date, key and operator out by the registry offsets;
      * the rest of the line is only cut up once it has matched.
       ExtractAuditLine.
           MOVE ZERO TO WS-Line-Date.
           IF AR-DateOff(WS-Reg-Idx) > ZERO
               IF AuditRec(AR-DateOff(WS-Reg-Idx):8) IS NUMERIC
                   MOVE AuditRec(AR-DateOff(WS-Reg-Idx):8)
                       TO WS-Line-Date
               END-IF
           END-IF.
           MOVE SPACES TO WS-Line-Key.
           MOVE AuditRec(AR-KeyOff(WS-Reg-Idx):AR-KeyLen(WS-Reg-Idx))
               TO WS-Line-Key.
           IF WS-Line-Key = SPACES AND AR-AltKeyOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-AltKeyOff(WS-Reg-Idx):
                   AR-KeyLen(WS-Reg-Idx)) TO WS-Line-Key
           END-IF.
           MOVE SPACES TO WS-Line-OperId.
           IF AR-OperOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-OperOff(WS-Reg-Idx):8)
                   TO WS-Line-OperId
           END-IF.

       MatchAuditLine.
           MOVE "Y" TO WS-Line-Matches.
           IF IQ-Valid(WS-Inq-Idx) NOT = "Y"
               MOVE "N" TO WS-Line-Matches
           END-IF.
           IF IQ-OperId(WS-Inq-Idx) NOT = SPACES
                   AND IQ-OperId(WS-Inq-Idx) NOT = WS-Line-OperId
               MOVE "N" TO WS-Line-Matches
           END-IF.
           IF IQ-KeyLen(WS-Inq-Idx) > ZERO
               IF WS-Line-Key(1:IQ-KeyLen(WS-Inq-Idx))
                       NOT = IQ-Key(WS-Inq-Idx)(1:IQ-KeyLen(WS-Inq-Idx))
                   MOVE "N" TO WS-Line-Matches
               END-IF
           END-IF.
           IF IQ-FromDate(WS-Inq-Idx) NOT = ZERO
                   OR IQ-ToDate(WS-Inq-Idx) NOT = ZERO
               IF WS-Line-Date = ZERO
                       OR WS-Line-Date < IQ-FromDate(WS-Inq-Idx)
                   MOVE "N" TO WS-Line-Matches
               END-IF
               IF IQ-ToDate(WS-Inq-Idx) NOT = ZERO
                       AND WS-Line-Date > IQ-ToDate(WS-Inq-Idx)
                   MOVE "N" TO WS-Line-Matches
               END-IF
           END-IF.
           IF Line-Matches
               PERFORM ReleaseAuditLine
           END-IF.

       ReleaseAuditLine.
           ADD 1 TO WS-Seq-No.
           ADD 1 TO IQ-MatchCount(WS-Inq-Idx).
           ADD 1 TO WS-Total-Matched.
           MOVE SPACES TO WorkRec.
           MOVE WS-Inq-Idx TO WInqNo.
           MOVE WS-Line-Date TO WChangeDate.
           MOVE WS-Seq-No TO WSeqNo.
           MOVE AR-FileName(WS-Reg-Idx) TO WFileName.
           IF AR-ActionOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-ActionOff(WS-Reg-Idx):1) TO WAction
           END-IF.
           MOVE WS-Line-Key TO WKey.
           IF AR-FieldOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-FieldOff(WS-Reg-Idx):
                   AR-FieldLen(WS-Reg-Idx)) TO WField
           END-IF.
           IF AR-BeforeOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-BeforeOff(WS-Reg-Idx):
                   AR-BeforeLen(WS-Reg-Idx)) TO WBefore
           END-IF.
           IF AR-AfterOff(WS-Reg-Idx) > ZERO
               MOVE AuditRec(AR-AfterOff(WS-Reg-Idx):
                   AR-AfterLen(WS-Reg-Idx)) TO WAfter
           END-IF.
           MOVE WS-Line-OperId TO WOperId.
           RELEASE WorkRec.

      * Sorted lines come back grouped by inquiry; every inquiry gets
      * its heading and count, including those nothing matched.
       PrintInquiryReport.
           OPEN OUTPUT InquiryRptFile.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Work-Eof
           END-RETURN.
           PERFORM UNTIL Work-Eof
               MOVE WInqNo TO WS-Upto-Inq
               PERFORM PrintInquiriesBefore
               MOVE WChangeDate TO DL-ChangeDate
               IF WChangeDate = ZERO
                   MOVE "UNDATED" TO DL-ChangeDate
               END-IF
               MOVE WFileName TO DL-FileName
               MOVE WAction TO DL-Action
               MOVE WKey TO DL-Key
               MOVE WField TO DL-Field
               MOVE WBefore TO DL-Before
               MOVE WAfter TO DL-After
               MOVE WOperId TO DL-OperId
               MOVE WS-Detail-Line TO InquiryRptLine
               WRITE InquiryRptLine
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Work-Eof
               END-RETURN
           END-PERFORM.
           MOVE WS-Inq-Count TO WS-Upto-Inq.
           PERFORM PrintInquiriesBefore.
           PERFORM PrintInquiryTrailer.
           CLOSE InquiryRptFile.

      * Closes the inquiry being listed and opens the next, until
      * the inquiry asked for is the one open.
       PrintInquiriesBefore.
           PERFORM UNTIL WS-Printed-Inq >= WS-Upto-Inq
               IF WS-Printed-Inq > ZERO
                   PERFORM PrintInquiryTrailer
               END-IF
               ADD 1 TO WS-Printed-Inq
               PERFORM PrintInquiryHeading
           END-PERFORM.

       PrintInquiryHeading.
           MOVE SPACES TO InquiryRptLine.
           IF WS-Printed-Inq > 1
               WRITE InquiryRptLine
           END-IF.
           IF IQ-Valid(WS-Printed-Inq) = "Y"
               MOVE WS-Printed-Inq TO HL-InqNo
               MOVE IQ-OperId(WS-Printed-Inq) TO HL-OperId
               MOVE IQ-Key(WS-Printed-Inq) TO HL-Key
               MOVE IQ-FromDate(WS-Printed-Inq) TO HL-FromDate
               MOVE IQ-ToDate(WS-Printed-Inq) TO HL-ToDate
               MOVE WS-Run-Date TO HL-RunDate
               MOVE WS-Heading-Line TO InquiryRptLine
               WRITE InquiryRptLine
               MOVE WS-Column-Line TO InquiryRptLine
               WRITE InquiryRptLine
           ELSE
               MOVE WS-Printed-Inq TO RL-InqNo
               IF IQ-Valid(WS-Printed-Inq) = "R"
                   MOVE "FROM DATE AFTER TO DATE - NOT RUN"
                       TO RL-Reason
               ELSE
                   MOVE "NO OPERATOR, KEY OR DATES - NOT RUN"
                       TO RL-Reason
               END-IF
               MOVE WS-Refused-Line TO InquiryRptLine
               WRITE InquiryRptLine
           END-IF.

       PrintInquiryTrailer.
           IF IQ-Valid(WS-Printed-Inq) = "Y"
               MOVE IQ-MatchCount(WS-Printed-Inq) TO TL-Count
               MOVE WS-Trailer-Line TO InquiryRptLine
               WRITE InquiryRptLine
           END-IF.

       END PROGRAM AuditInquiry.

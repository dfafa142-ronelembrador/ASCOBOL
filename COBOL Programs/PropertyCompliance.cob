      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly property compliance run, replacing the
      *          diary. Every property on PROPERTY.DAT must hold a
      *          current gas safety, fire alarm and electrical
      *          certificate; COMPLIANCE.DAT holds each certificate
      *          issued, the latest expiry per type being the one in
      *          force. COMPLIANCERPT.DAT lists every certificate
      *          already expired or expiring in the next 60 days,
      *          and every one missing altogether. The room
      *          inspection schedule on INSPSCHED.DAT gives each
      *          property's inspection interval in months and the
      *          date the next one is due; an inspection that has
      *          fallen due is raised as a maintenance request by
      *          adding an "A" transaction to MAINTREQTRN.DAT for
      *          PropertyUpkeep, and the next due date moves on by
      *          the interval.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PropertyCompliance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PropertyFile ASSIGN TO "PROPERTY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Property-Status.
           SELECT ComplianceFile ASSIGN TO "COMPLIANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Compliance-Status.
           SELECT InspSchedFile ASSIGN TO "INSPSCHED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-InspSched-Status.
           SELECT MaintTranFile ASSIGN TO "MAINTREQTRN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MaintTran-Status.
           SELECT ComplianceRptFile ASSIGN TO "COMPLIANCERPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PropertyFile.
           COPY PROPERTY.

       FD  ComplianceFile.
           COPY COMPCERT.

       FD  InspSchedFile.
       01  InspSchedRec.
           02  IS-PropertyID           PIC 9(4).
           02  IS-IntervalMonths       PIC 99.
           02  IS-NextDue              PIC 9(8).

       FD  MaintTranFile.
           COPY MAINTTRAN.

       FD  ComplianceRptFile.
       01  ComplianceRptLine           PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Property-Status          PIC XX.
       01  WS-Compliance-Status        PIC XX.
       01  WS-InspSched-Status         PIC XX.
       01  WS-MaintTran-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Warn-Days                PIC 9(3) VALUE 60.
       01  WS-Days-Left                PIC S9(7).
       01  WS-InspSched-Backup         PIC X(30)
               VALUE "INSPSCHED.DAT".

       01  WS-Eof-Switches.
           02  WS-Property-Eof         PIC X VALUE "N".
               88  Property-Eof            VALUE "Y".
           02  WS-Compliance-Eof       PIC X VALUE "N".
               88  Compliance-Eof          VALUE "Y".
           02  WS-InspSched-Eof        PIC X VALUE "N".
               88  InspSched-Eof           VALUE "Y".

      * Certificate names in type order: gas safety, fire alarm,
      * electrical.
       01  WS-Cert-Name-Values.
           02  FILLER                  PIC X(14) VALUE "GAS SAFETY".
           02  FILLER                  PIC X(14) VALUE "FIRE ALARM".
           02  FILLER                  PIC X(14) VALUE "ELECTRICAL".
       01  FILLER REDEFINES WS-Cert-Name-Values.
           02  WS-Cert-Name            PIC X(14) OCCURS 3 TIMES.

       01  WS-Property-Count           PIC 9(4) VALUE ZERO.
       01  PropertyTable.
           02 Property-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Property-Count.
               03 PC-PropertyID            PIC 9(4).
               03 PC-Cert OCCURS 3 TIMES.
                   04 PC-ExpiryDate        PIC 9(8).
                   04 PC-Contractor        PIC X(20).
       01  WS-Property-Idx             PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Property-Found           PIC X VALUE "N".
           88  Property-Found              VALUE "Y".
       01  WS-Lookup-PropertyID        PIC 9(4).
       01  WS-Cert-Idx                 PIC 9.

       01  WS-Sched-Count              PIC 9(4) VALUE ZERO.
       01  WS-Sched-Table-Full         PIC X VALUE "N".
           88  Sched-Table-Full            VALUE "Y".
       01  SchedTable.
           02 Sched-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Sched-Count.
               03 SD-PropertyID            PIC 9(4).
               03 SD-IntervalMonths        PIC 99.
               03 SD-NextDue               PIC 9(8).
       01  WS-Sched-Idx                PIC 9(4).

       01  WS-Due-Date                 PIC 9(8).
       01  WS-Next-Date                PIC 9(8).
       01  FILLER REDEFINES WS-Next-Date.
           02  WS-Next-Year            PIC 9(4).
           02  WS-Next-Month           PIC 99.
           02  WS-Next-Day             PIC 99.
       01  WS-Month-Total              PIC 9(5).
       01  WS-Year-Add                 PIC 9(4).

       01  WS-Expired-Count            PIC 9(5) VALUE ZERO.
       01  WS-Expiring-Count           PIC 9(5) VALUE ZERO.
       01  WS-Missing-Count            PIC 9(5) VALUE ZERO.
       01  WS-Inspections-Raised       PIC 9(5) VALUE ZERO.

       01  WS-Report-Header-Line.
           02  FILLER                  PIC X(26)
                   VALUE "PROPERTY COMPLIANCE AS AT ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(46)
                   VALUE " - EXPIRED, MISSING OR DUE IN 60 DAYS".

       01  WS-Cert-Line.
           02  FILLER                  PIC X(9) VALUE "PROPERTY ".
           02  CL-PropertyID           PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-CertName             PIC X(14).
           02  FILLER                  PIC X(9) VALUE "  EXPIRY ".
           02  CL-ExpiryDate           PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-Contractor           PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CL-Status               PIC X(10).

       01  WS-Insp-Line.
           02  FILLER                  PIC X(20)
                   VALUE "INSPECTION RAISED   ".
           02  FILLER                  PIC X(9) VALUE "PROPERTY ".
           02  IL-PropertyID           PIC 9(4).
           02  FILLER                  PIC X(7) VALUE "  DUE  ".
           02  IL-DueDate              PIC 9(8).
           02  FILLER                  PIC X(7) VALUE "  NEXT ".
           02  IL-NextDue              PIC 9(8).
           02  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-Summary-Line.
           02  FILLER                  PIC X(9) VALUE "EXPIRED: ".
           02  SM-Expired              PIC ZZZZ9.
           02  FILLER                  PIC X(13)
                   VALUE "  DUE SOON:  ".
           02  SM-Expiring             PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "  MISSING:  ".
           02  SM-Missing              PIC ZZZZ9.
           02  FILLER                  PIC X(16)
                   VALUE "  INSPECTIONS:  ".
           02  SM-Inspections          PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM OpenExceptionsFile.
           PERFORM LoadPropertyTable.
           PERFORM LoadCertificates.
           PERFORM LoadInspectionSchedule.
           IF Sched-Table-Full
               DISPLAY "PROPERTYCOMPLIANCE: INSPECTION SCHEDULE "
                   "TABLE FULL - RUN REFUSED, NOTHING RAISED"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               STOP RUN
           END-IF.
           OPEN OUTPUT ComplianceRptFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Report-Header-Line TO ComplianceRptLine.
           WRITE ComplianceRptLine.
           PERFORM ReportOneProperty
               VARYING WS-Property-Idx FROM 1 BY 1
               UNTIL WS-Property-Idx > WS-Property-Count.
           PERFORM RaiseDueInspections.
           MOVE WS-Expired-Count TO SM-Expired.
           MOVE WS-Expiring-Count TO SM-Expiring.
           MOVE WS-Missing-Count TO SM-Missing.
           MOVE WS-Inspections-Raised TO SM-Inspections.
           MOVE WS-Summary-Line TO ComplianceRptLine.
           WRITE ComplianceRptLine.
           CLOSE ComplianceRptFile.
           PERFORM RewriteInspectionSchedule.
           CLOSE ExceptionsFile.
           DISPLAY "PROPERTYCOMPLIANCE: " WS-Expired-Count
               " EXPIRED, " WS-Expiring-Count " DUE SOON, "
               WS-Missing-Count " MISSING, "
               WS-Inspections-Raised " INSPECTIONS RAISED".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadPropertyTable.
           OPEN INPUT PropertyFile.
           IF WS-Property-Status = "00"
               READ PropertyFile
                   AT END MOVE "Y" TO WS-Property-Eof
               END-READ
               PERFORM UNTIL Property-Eof
                   IF WS-Property-Count < 500
                       ADD 1 TO WS-Property-Count
                       MOVE PP-PropertyID
                           TO PC-PropertyID(WS-Property-Count)
                       PERFORM VARYING WS-Cert-Idx FROM 1 BY 1
                               UNTIL WS-Cert-Idx > 3
                           MOVE ZERO TO PC-ExpiryDate
                               (WS-Property-Count, WS-Cert-Idx)
                           MOVE SPACES TO PC-Contractor
                               (WS-Property-Count, WS-Cert-Idx)
                       END-PERFORM
                   END-IF
                   READ PropertyFile
                       AT END MOVE "Y" TO WS-Property-Eof
                   END-READ
               END-PERFORM
               CLOSE PropertyFile
           END-IF.

       LookupProperty.
           MOVE "N" TO WS-Property-Found.
           PERFORM VARYING WS-Property-Idx FROM 1 BY 1
                   UNTIL WS-Property-Idx > WS-Property-Count
                       OR Property-Found
               IF PC-PropertyID(WS-Property-Idx)
                       = WS-Lookup-PropertyID
                   MOVE "Y" TO WS-Property-Found
                   MOVE WS-Property-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadCertificates.
           OPEN INPUT ComplianceFile.
           IF WS-Compliance-Status = "00"
               READ ComplianceFile
                   AT END MOVE "Y" TO WS-Compliance-Eof
               END-READ
               PERFORM UNTIL Compliance-Eof
                   PERFORM NoteOneCertificate
                   READ ComplianceFile
                       AT END MOVE "Y" TO WS-Compliance-Eof
                   END-READ
               END-PERFORM
               CLOSE ComplianceFile
           END-IF.

      * The certificate with the latest expiry of each type is the
      * one in force.
       NoteOneCertificate.
           MOVE ZERO TO WS-Cert-Idx.
           EVALUATE TRUE
               WHEN CC-GasSafety
                   MOVE 1 TO WS-Cert-Idx
               WHEN CC-FireAlarm
                   MOVE 2 TO WS-Cert-Idx
               WHEN CC-Electrical
                   MOVE 3 TO WS-Cert-Idx
           END-EVALUATE.
           MOVE CC-PropertyID TO WS-Lookup-PropertyID.
           PERFORM LookupProperty.
           EVALUATE TRUE
               WHEN WS-Cert-Idx = ZERO
                   MOVE "UNKNOWN CERTIFICATE TYPE" TO EXC-Reason
                   PERFORM WriteCertException
               WHEN NOT Property-Found
                   MOVE "CERTIFICATE FOR UNKNOWN PROP" TO EXC-Reason
                   PERFORM WriteCertException
               WHEN CC-ExpiryDate
                       > PC-ExpiryDate(WS-Found-Idx, WS-Cert-Idx)
                   MOVE CC-ExpiryDate
                       TO PC-ExpiryDate(WS-Found-Idx, WS-Cert-Idx)
                   MOVE CC-Contractor
                       TO PC-Contractor(WS-Found-Idx, WS-Cert-Idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteCertException.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "PROPCOMPLY" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING CC-PropertyID CC-CertType
               DELIMITED BY SIZE INTO EXC-Key.
           WRITE ExceptionRecord.

       ReportOneProperty.
           PERFORM ReportOneCertificate
               VARYING WS-Cert-Idx FROM 1 BY 1
               UNTIL WS-Cert-Idx > 3.

       ReportOneCertificate.
           MOVE SPACES TO CL-Status.
           IF PC-ExpiryDate(WS-Property-Idx, WS-Cert-Idx) = ZERO
               MOVE "MISSING" TO CL-Status
               ADD 1 TO WS-Missing-Count
           ELSE
               COMPUTE WS-Days-Left =
                   FUNCTION INTEGER-OF-DATE
                       (PC-ExpiryDate(WS-Property-Idx, WS-Cert-Idx))
                   - WS-Run-Day-Int
               EVALUATE TRUE
                   WHEN WS-Days-Left < ZERO
                       MOVE "EXPIRED" TO CL-Status
                       ADD 1 TO WS-Expired-Count
                   WHEN WS-Days-Left <= WS-Warn-Days
                       MOVE "DUE SOON" TO CL-Status
                       ADD 1 TO WS-Expiring-Count
               END-EVALUATE
           END-IF.
           IF CL-Status NOT = SPACES
               MOVE PC-PropertyID(WS-Property-Idx) TO CL-PropertyID
               MOVE WS-Cert-Name(WS-Cert-Idx) TO CL-CertName
               MOVE PC-ExpiryDate(WS-Property-Idx, WS-Cert-Idx)
                   TO CL-ExpiryDate
               MOVE PC-Contractor(WS-Property-Idx, WS-Cert-Idx)
                   TO CL-Contractor
               MOVE WS-Cert-Line TO ComplianceRptLine
               WRITE ComplianceRptLine
           END-IF.

       LoadInspectionSchedule.
           OPEN INPUT InspSchedFile.
           IF WS-InspSched-Status = "00"
               READ InspSchedFile
                   AT END MOVE "Y" TO WS-InspSched-Eof
               END-READ
               PERFORM UNTIL InspSched-Eof
                   IF WS-Sched-Count < 500
                       ADD 1 TO WS-Sched-Count
                       MOVE IS-PropertyID
                           TO SD-PropertyID(WS-Sched-Count)
                       MOVE IS-IntervalMonths
                           TO SD-IntervalMonths(WS-Sched-Count)
                       MOVE IS-NextDue TO SD-NextDue(WS-Sched-Count)
                   ELSE
                       MOVE "Y" TO WS-Sched-Table-Full
                   END-IF
                   READ InspSchedFile
                       AT END MOVE "Y" TO WS-InspSched-Eof
                   END-READ
               END-PERFORM
               CLOSE InspSchedFile
           END-IF.

       RaiseDueInspections.
           OPEN EXTEND MaintTranFile.
           IF WS-MaintTran-Status = "35"
               OPEN OUTPUT MaintTranFile
           END-IF.
           PERFORM RaiseOneInspection
               VARYING WS-Sched-Idx FROM 1 BY 1
               UNTIL WS-Sched-Idx > WS-Sched-Count.
           CLOSE MaintTranFile.

      * One request per property however far behind the schedule
      * has fallen; the next due date then moves on by whole
      * intervals until it is in the future.
       RaiseOneInspection.
           MOVE SD-PropertyID(WS-Sched-Idx) TO WS-Lookup-PropertyID.
           PERFORM LookupProperty.
           EVALUATE TRUE
               WHEN NOT Property-Found
                   MOVE "INSPECTION FOR UNKNOWN PROP" TO EXC-Reason
                   PERFORM WriteSchedException
               WHEN SD-IntervalMonths(WS-Sched-Idx) = ZERO
                   MOVE "NO INSPECTION INTERVAL" TO EXC-Reason
                   PERFORM WriteSchedException
               WHEN SD-NextDue(WS-Sched-Idx) <= WS-Run-Date-Num
                   MOVE SD-NextDue(WS-Sched-Idx) TO WS-Due-Date
                   MOVE "A" TO MT2-Action
                   MOVE ZERO TO MT2-ReqID
                   MOVE SD-PropertyID(WS-Sched-Idx) TO MT2-PropertyID
                   MOVE WS-Run-Date TO MT2-TranDate
                   MOVE "SCHEDULED ROOM INSPECTION" TO MT2-Fault
                   MOVE 3 TO MT2-Priority
                   MOVE ZERO TO MT2-Cost
                   WRITE MaintTranRec
                   ADD 1 TO WS-Inspections-Raised
                   PERFORM AdvanceNextDue
                       UNTIL SD-NextDue(WS-Sched-Idx)
                           > WS-Run-Date-Num
                   MOVE SD-PropertyID(WS-Sched-Idx) TO IL-PropertyID
                   MOVE WS-Due-Date TO IL-DueDate
                   MOVE SD-NextDue(WS-Sched-Idx) TO IL-NextDue
                   MOVE WS-Insp-Line TO ComplianceRptLine
                   WRITE ComplianceRptLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Adds the interval in months, holding the day of the month
      * at the 28th so every month has it.
       AdvanceNextDue.
           MOVE SD-NextDue(WS-Sched-Idx) TO WS-Next-Date.
           COMPUTE WS-Month-Total =
               WS-Next-Month - 1 + SD-IntervalMonths(WS-Sched-Idx).
           DIVIDE WS-Month-Total BY 12
               GIVING WS-Year-Add REMAINDER WS-Next-Month.
           ADD 1 TO WS-Next-Month.
           ADD WS-Year-Add TO WS-Next-Year.
           IF WS-Next-Day > 28
               MOVE 28 TO WS-Next-Day
           END-IF.
           MOVE WS-Next-Date TO SD-NextDue(WS-Sched-Idx).

       WriteSchedException.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "PROPCOMPLY" TO EXC-Source.
           MOVE SD-PropertyID(WS-Sched-Idx) TO EXC-Key.
           WRITE ExceptionRecord.

       RewriteInspectionSchedule.
           IF WS-Inspections-Raised > ZERO
               CALL "GenBackup" USING WS-InspSched-Backup
               OPEN OUTPUT InspSchedFile
               PERFORM VARYING WS-Sched-Idx FROM 1 BY 1
                       UNTIL WS-Sched-Idx > WS-Sched-Count
                   MOVE SD-PropertyID(WS-Sched-Idx) TO IS-PropertyID
                   MOVE SD-IntervalMonths(WS-Sched-Idx)
                       TO IS-IntervalMonths
                   MOVE SD-NextDue(WS-Sched-Idx) TO IS-NextDue
                   WRITE InspSchedRec
               END-PERFORM
               CLOSE InspSchedFile
           END-IF.

       END PROGRAM PropertyCompliance.

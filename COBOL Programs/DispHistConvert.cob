      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-off conversion for the dispatch history: reads
      *          AROMADISPHIST.DAT in the old layout (no branch
      *          field) and rewrites it in the DISPHIST.cpy layout
      *          with DH-Branch 00 on every line - the branch a line
      *          was picked from was never recorded, and only the
      *          day's dispatches are picked, so history lines need
      *          no real branch. An already-converted file is
      *          detected (the old layout leaves the branch bytes
      *          blank) and the run refused. A generation backup is
      *          taken before the rewrite, in the CustMasterConvert
      *          manner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispHistConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldHistFile ASSIGN TO "AROMADISPHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OldHist-Status.
           SELECT NewHistFile ASSIGN TO "AROMADISPHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OldHistFile.
       01  OldHistRec.
           02  OH-DispatchNo           PIC 9(6).
           02  OH-DispDate             PIC 9(8).
           02  OH-CustID               PIC 9(5).
           02  OH-OilNum               PIC 99.
           02  OH-UnitSize             PIC 9.
           02  OH-Qty                  PIC 9(3).
           02  OH-Delivered            PIC X.
           02  OH-DeliveredDate        PIC 9(8).
           02  OH-Tail                 PIC X(2).

       FD  NewHistFile.
           COPY DISPHIST.

       WORKING-STORAGE SECTION.
       01  WS-OldHist-Status           PIC XX.
       01  WS-Backup-Name              PIC X(30)
               VALUE "AROMADISPHIST.DAT".

       01  WS-Eof-Switches.
           02  WS-Old-Eof              PIC X VALUE "N".
               88  Old-Eof                 VALUE "Y".

       01  WS-Already-Converted        PIC X VALUE "N".
           88  Already-Converted           VALUE "Y".

       01  WS-Hist-Count               PIC 9(5) VALUE ZERO.
       01  WS-Hist-Table-Limit         PIC 9(5) VALUE 5000.
       01  WS-Hist-Table-Full          PIC X VALUE "N".
           88  Hist-Table-Full             VALUE "Y".
       01  WS-Old-Table.
           02  Old-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Hist-Count.
               03  OT-DispatchNo       PIC 9(6).
               03  OT-DispDate         PIC 9(8).
               03  OT-CustID           PIC 9(5).
               03  OT-OilNum           PIC 99.
               03  OT-UnitSize         PIC 9.
               03  OT-Qty              PIC 9(3).
               03  OT-Delivered        PIC X.
               03  OT-DeliveredDate    PIC 9(8).
       01  WS-Hist-Idx                 PIC 9(5).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadOldHistFile.
           EVALUATE TRUE
               WHEN Already-Converted
                   DISPLAY "DISPHISTCONVERT: FILE ALREADY CARRIES "
                       "BRANCH CODES - CONVERSION NOT RUN"
                   MOVE 1 TO RETURN-CODE
               WHEN Hist-Table-Full
                   DISPLAY "DISPHISTCONVERT: HISTORY TABLE FULL "
                       "- FILE NOT CONVERTED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   CALL "GenBackup" USING WS-Backup-Name
                   PERFORM RewriteNewLayout
                   DISPLAY "DISPHISTCONVERT: " WS-Hist-Count
                       " DISPATCH LINES CONVERTED"
           END-EVALUATE.
           GOBACK.

      * A record written in the old 34-byte layout reads back with
      * blank branch bytes; any digits there mean the file has
      * already been converted.
       LoadOldHistFile.
           OPEN INPUT OldHistFile.
           IF WS-OldHist-Status = "00"
               READ OldHistFile
                   AT END MOVE "Y" TO WS-Old-Eof
               END-READ
               PERFORM UNTIL Old-Eof OR Already-Converted
                   IF OH-Tail NOT = SPACES
                       MOVE "Y" TO WS-Already-Converted
                   ELSE
                       IF WS-Hist-Count >= WS-Hist-Table-Limit
                           MOVE "Y" TO WS-Hist-Table-Full
                           MOVE "Y" TO WS-Old-Eof
                       ELSE
                           ADD 1 TO WS-Hist-Count
                           MOVE OH-DispatchNo
                               TO OT-DispatchNo(WS-Hist-Count)
                           MOVE OH-DispDate
                               TO OT-DispDate(WS-Hist-Count)
                           MOVE OH-CustID
                               TO OT-CustID(WS-Hist-Count)
                           MOVE OH-OilNum
                               TO OT-OilNum(WS-Hist-Count)
                           MOVE OH-UnitSize
                               TO OT-UnitSize(WS-Hist-Count)
                           MOVE OH-Qty
                               TO OT-Qty(WS-Hist-Count)
                           MOVE OH-Delivered
                               TO OT-Delivered(WS-Hist-Count)
                           MOVE OH-DeliveredDate
                               TO OT-DeliveredDate(WS-Hist-Count)
                       END-IF
                   END-IF
                   READ OldHistFile
                       AT END MOVE "Y" TO WS-Old-Eof
                   END-READ
               END-PERFORM
               CLOSE OldHistFile
           END-IF.

       RewriteNewLayout.
           OPEN OUTPUT NewHistFile.
           PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                   UNTIL WS-Hist-Idx > WS-Hist-Count
               MOVE OT-DispatchNo(WS-Hist-Idx) TO DH-DispatchNo
               MOVE OT-DispDate(WS-Hist-Idx) TO DH-DispDate
               MOVE OT-CustID(WS-Hist-Idx) TO DH-CustID
               MOVE OT-OilNum(WS-Hist-Idx) TO DH-OilNum
               MOVE OT-UnitSize(WS-Hist-Idx) TO DH-UnitSize
               MOVE OT-Qty(WS-Hist-Idx) TO DH-Qty
               MOVE OT-Delivered(WS-Hist-Idx) TO DH-Delivered
               MOVE OT-DeliveredDate(WS-Hist-Idx)
                   TO DH-DeliveredDate
               MOVE ZERO TO DH-Branch
               WRITE DispatchHistRec
           END-PERFORM.
           CLOSE NewHistFile.

       END PROGRAM DispHistConvert.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Produces the VAT return for a period from the VAT
      *          transactions on VATTRANS.DAT: the output VAT AromaSales
      *          writes from the priced sales lines (returns carried
      *          through as negative sales) and the input VAT
      *          ApLedgerPost writes from the supplier invoices it
      *          posts. Each entry's VAT is its VatRate times its net,
      *          the Arithmetic1 calculation, rounded to the cent.
      *          The return shows output VAT by rate, input VAT by
      *          rate and the net payable to, or repayable by, the
      *          revenue; VATRETDETAIL.DAT lists every entry behind
      *          each box with the box total. The periods (YYYYMM)
      *          are read from VATRETPARM.DAT, from and to; with no
      *          parameter the current month is returned. Entries
      *          written before the period and direction were carried
      *          are taken as output VAT of the current month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT VatParmFile ASSIGN TO "VATRETPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatParm-Status.
           SELECT VatReturnFile ASSIGN TO "VATRETURN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VatDetailFile ASSIGN TO "VATRETDETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "VATWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  VatTransFile.
           COPY VATTRANS.

       FD  VatParmFile.
       01  VatParmRec.
           02  VP-FromPeriod           PIC 9(6).
           02  VP-ToPeriod             PIC 9(6).

       FD  VatReturnFile.
       01  VatReturnLine                PIC X(80).

       FD  VatDetailFile.
       01  VatDetailLine                PIC X(80).

      * One entry per selected transaction, sorted into its box:
      * output VAT before input, then by rate code and rate.
       SD  WorkFile.
       01  WorkRec.
           02  WBoxSeq                 PIC 9.
           02  WRateCode               PIC X.
           02  WVatRate                PIC 9V99.
           02  WPeriod                 PIC 9(6).
           02  WTranDate               PIC 9(8).
           02  WParty                  PIC 9(5).
           02  WReference              PIC X(10).
           02  WNet                    PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
           02  WVat                    PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-VatTrans-Status      PIC XX.
       01  WS-VatParm-Status       PIC XX.
       01  WS-Run-Date             PIC X(8).
       01  WS-From-Period          PIC 9(6).
       01  WS-To-Period            PIC 9(6).
       01  WS-Entry-Period         PIC 9(6).

       01  WS-Eof-Switches.
           02  WS-Vat-Eof          PIC X VALUE "N".
               88  Vat-Eof             VALUE "Y".
           02  WS-Sort-Eof         PIC X VALUE "N".
               88  Sort-Eof            VALUE "Y".

       01  WS-Selected-Count       PIC 9(7) VALUE ZERO.

      * The boxes of the return, in sorted order. A box is opened
      * on each change of direction, rate code or rate.
       01  WS-Box-Count            PIC 99 VALUE ZERO.
       01  WS-Box-Table-Limit      PIC 99 VALUE 20.
       01  WS-Box-Table-Full       PIC X VALUE "N".
           88  Box-Table-Full          VALUE "Y".
       01  BoxTable.
           02 Box-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Box-Count.
               03 BX-BoxSeq            PIC 9.
               03 BX-RateCode          PIC X.
               03 BX-Rate              PIC 9V99.
               03 BX-Net               PIC S9(9)V99.
               03 BX-Vat               PIC S9(9)V99.
               03 BX-Lines             PIC 9(7).
       01  WS-Box-Idx              PIC 99.

       01  WS-Box-Open             PIC X VALUE "N".
           88  Box-Open                VALUE "Y".

       01  WS-Output-Net           PIC S9(9)V99 VALUE ZERO.
       01  WS-Output-Vat           PIC S9(9)V99 VALUE ZERO.
       01  WS-Output-Lines         PIC 9(7) VALUE ZERO.
       01  WS-Input-Net            PIC S9(9)V99 VALUE ZERO.
       01  WS-Input-Vat            PIC S9(9)V99 VALUE ZERO.
       01  WS-Input-Lines          PIC 9(7) VALUE ZERO.
       01  WS-Net-Vat              PIC S9(9)V99.

       01  WS-Return-Header.
           02  FILLER              PIC X(23)
                   VALUE "VAT RETURN FOR PERIODS ".
           02  HD-From-Period      PIC 9(6).
           02  FILLER              PIC X(4) VALUE " TO ".
           02  HD-To-Period        PIC 9(6).
           02  FILLER              PIC X(13) VALUE "   RUN DATE: ".
           02  HD-Run-Date         PIC X(8).
           02  FILLER              PIC X(20) VALUE SPACES.

       01  WS-Box-Line.
           02  FILLER              PIC X(7) VALUE "  RATE ".
           02  BL-RateCode         PIC X.
           02  FILLER              PIC X VALUE SPACES.
           02  BL-Rate             PIC 9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  FILLER              PIC X(6) VALUE " NET: ".
           02  BL-Net              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(7) VALUE "  VAT: ".
           02  BL-Vat              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(9) VALUE "  LINES: ".
           02  BL-Lines            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(9) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER              PIC X(8) VALUE "  TOTAL ".
           02  TL-Label            PIC X(6).
           02  FILLER              PIC X(6) VALUE " NET: ".
           02  TL-Net              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(7) VALUE "  VAT: ".
           02  TL-Vat              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(9) VALUE "  LINES: ".
           02  TL-Lines            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(9) VALUE SPACES.

       01  WS-Net-Line.
           02  NL-Label            PIC X(22).
           02  NL-Amount           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(45) VALUE SPACES.

       01  WS-Detail-Box-Header.
           02  FILLER              PIC X(5) VALUE "BOX: ".
           02  DB-Direction        PIC X(6).
           02  FILLER              PIC X(6) VALUE " RATE ".
           02  DB-RateCode         PIC X.
           02  FILLER              PIC X VALUE SPACES.
           02  DB-Rate             PIC 9.99.
           02  FILLER              PIC X(57) VALUE SPACES.

       01  WS-Detail-Line.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Period           PIC 9(6).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-TranDate         PIC 9(8).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Party            PIC 9(5).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Reference        PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Net              PIC -ZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Vat              PIC -ZZ,ZZ9.99.
           02  FILLER              PIC X(19) VALUE SPACES.

       01  WS-Detail-Box-Total.
           02  FILLER              PIC X(14)
                   VALUE "  BOX TOTAL   ".
           02  FILLER              PIC X(5) VALUE "NET: ".
           02  DT-Net              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(7) VALUE "  VAT: ".
           02  DT-Vat              PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(9) VALUE "  LINES: ".
           02  DT-Lines            PIC ZZZ,ZZ9.
           02  FILLER              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadReturnPeriods.
           SORT WorkFile ON ASCENDING KEY WBoxSeq WRateCode WVatRate
                   WPeriod WTranDate WReference
                INPUT PROCEDURE IS SelectPeriodEntries
                OUTPUT PROCEDURE IS ListReturnBoxes.
           IF Box-Table-Full
               DISPLAY "VATRETURN: MORE THAN " WS-Box-Table-Limit
                   " VAT RATES - RETURN NOT PRODUCED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WriteReturn.
           DISPLAY "VATRETURN: " WS-Selected-Count
               " ENTRIES FOR PERIODS " WS-From-Period " TO "
               WS-To-Period.
           STOP RUN.

       ReadReturnPeriods.
           MOVE WS-Run-Date(1:6) TO WS-From-Period.
           MOVE WS-Run-Date(1:6) TO WS-To-Period.
           OPEN INPUT VatParmFile.
           IF WS-VatParm-Status = "00"
               READ VatParmFile
                   AT END MOVE ZERO TO VP-FromPeriod
               END-READ
               IF VP-FromPeriod IS NUMERIC AND VP-FromPeriod > ZERO
                       AND VP-ToPeriod IS NUMERIC
                       AND VP-ToPeriod >= VP-FromPeriod
                   MOVE VP-FromPeriod TO WS-From-Period
                   MOVE VP-ToPeriod TO WS-To-Period
               END-IF
               CLOSE VatParmFile
           END-IF.

       SelectPeriodEntries.
           OPEN INPUT VatTransFile.
           IF WS-VatTrans-Status = "00"
               READ VatTransFile
                   AT END MOVE "Y" TO WS-Vat-Eof
               END-READ
               PERFORM UNTIL Vat-Eof
                   PERFORM SelectOneEntry
                   READ VatTransFile
                       AT END MOVE "Y" TO WS-Vat-Eof
                   END-READ
               END-PERFORM
               CLOSE VatTransFile
           END-IF.

       SelectOneEntry.
           IF VatPeriod IS NUMERIC AND VatPeriod > ZERO
               MOVE VatPeriod TO WS-Entry-Period
           ELSE
               MOVE WS-Run-Date(1:6) TO WS-Entry-Period
           END-IF.
           IF WS-Entry-Period >= WS-From-Period
                   AND WS-Entry-Period <= WS-To-Period
               IF Vat-Input
                   MOVE 2 TO WBoxSeq
               ELSE
                   MOVE 1 TO WBoxSeq
               END-IF
               IF VatRateCode = SPACE
                   IF VatRate = ZERO
                       MOVE "Z" TO WRateCode
                   ELSE
                       MOVE "S" TO WRateCode
                   END-IF
               ELSE
                   MOVE VatRateCode TO WRateCode
               END-IF
               MOVE VatRate TO WVatRate
               MOVE WS-Entry-Period TO WPeriod
               IF VatTranDate IS NUMERIC
                   MOVE VatTranDate TO WTranDate
               ELSE
                   MOVE ZERO TO WTranDate
               END-IF
               IF VatParty IS NUMERIC
                   MOVE VatParty TO WParty
               ELSE
                   MOVE ZERO TO WParty
               END-IF
               MOVE VatReference TO WReference
               MOVE Sales TO WNet
               COMPUTE WVat ROUNDED = Sales * VatRate
               RELEASE WorkRec
               ADD 1 TO WS-Selected-Count
           END-IF.

       ListReturnBoxes.
           OPEN OUTPUT VatDetailFile.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               PERFORM ListOneEntry
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF Box-Open
               PERFORM CloseBox
           END-IF.
           CLOSE VatDetailFile.

       ListOneEntry.
           IF Box-Open
               IF WBoxSeq NOT = BX-BoxSeq(WS-Box-Count)
                       OR WRateCode NOT = BX-RateCode(WS-Box-Count)
                       OR WVatRate NOT = BX-Rate(WS-Box-Count)
                   PERFORM CloseBox
               END-IF
           END-IF.
           IF NOT Box-Open
               PERFORM OpenBox
           END-IF.
           IF Box-Open
               ADD WNet TO BX-Net(WS-Box-Count)
               ADD WVat TO BX-Vat(WS-Box-Count)
               ADD 1 TO BX-Lines(WS-Box-Count)
               MOVE WPeriod TO DL-Period
               MOVE WTranDate TO DL-TranDate
               MOVE WParty TO DL-Party
               MOVE WReference TO DL-Reference
               MOVE WNet TO DL-Net
               MOVE WVat TO DL-Vat
               MOVE WS-Detail-Line TO VatDetailLine
               WRITE VatDetailLine
           END-IF.

       OpenBox.
           IF WS-Box-Count >= WS-Box-Table-Limit
               MOVE "Y" TO WS-Box-Table-Full
           ELSE
               ADD 1 TO WS-Box-Count
               MOVE WBoxSeq TO BX-BoxSeq(WS-Box-Count)
               MOVE WRateCode TO BX-RateCode(WS-Box-Count)
               MOVE WVatRate TO BX-Rate(WS-Box-Count)
               MOVE ZERO TO BX-Net(WS-Box-Count)
               MOVE ZERO TO BX-Vat(WS-Box-Count)
               MOVE ZERO TO BX-Lines(WS-Box-Count)
               MOVE "Y" TO WS-Box-Open
               IF WBoxSeq = 2
                   MOVE "INPUT" TO DB-Direction
               ELSE
                   MOVE "OUTPUT" TO DB-Direction
               END-IF
               MOVE WRateCode TO DB-RateCode
               MOVE WVatRate TO DB-Rate
               MOVE WS-Detail-Box-Header TO VatDetailLine
               WRITE VatDetailLine
           END-IF.

       CloseBox.
           MOVE BX-Net(WS-Box-Count) TO DT-Net.
           MOVE BX-Vat(WS-Box-Count) TO DT-Vat.
           MOVE BX-Lines(WS-Box-Count) TO DT-Lines.
           MOVE WS-Detail-Box-Total TO VatDetailLine.
           WRITE VatDetailLine.
           MOVE SPACES TO VatDetailLine.
           WRITE VatDetailLine.
           MOVE "N" TO WS-Box-Open.

       WriteReturn.
           OPEN OUTPUT VatReturnFile.
           MOVE WS-From-Period TO HD-From-Period.
           MOVE WS-To-Period TO HD-To-Period.
           MOVE WS-Run-Date TO HD-Run-Date.
           MOVE WS-Return-Header TO VatReturnLine.
           WRITE VatReturnLine.
           MOVE SPACES TO VatReturnLine.
           WRITE VatReturnLine.
           MOVE "OUTPUT VAT ON SALES" TO VatReturnLine.
           WRITE VatReturnLine.
           PERFORM VARYING WS-Box-Idx FROM 1 BY 1
                   UNTIL WS-Box-Idx > WS-Box-Count
               IF BX-BoxSeq(WS-Box-Idx) = 1
                   PERFORM WriteBoxLine
                   ADD BX-Net(WS-Box-Idx) TO WS-Output-Net
                   ADD BX-Vat(WS-Box-Idx) TO WS-Output-Vat
                   ADD BX-Lines(WS-Box-Idx) TO WS-Output-Lines
               END-IF
           END-PERFORM.
           MOVE "OUTPUT" TO TL-Label.
           MOVE WS-Output-Net TO TL-Net.
           MOVE WS-Output-Vat TO TL-Vat.
           MOVE WS-Output-Lines TO TL-Lines.
           MOVE WS-Total-Line TO VatReturnLine.
           WRITE VatReturnLine.
           MOVE SPACES TO VatReturnLine.
           WRITE VatReturnLine.
           MOVE "INPUT VAT ON PURCHASES" TO VatReturnLine.
           WRITE VatReturnLine.
           PERFORM VARYING WS-Box-Idx FROM 1 BY 1
                   UNTIL WS-Box-Idx > WS-Box-Count
               IF BX-BoxSeq(WS-Box-Idx) = 2
                   PERFORM WriteBoxLine
                   ADD BX-Net(WS-Box-Idx) TO WS-Input-Net
                   ADD BX-Vat(WS-Box-Idx) TO WS-Input-Vat
                   ADD BX-Lines(WS-Box-Idx) TO WS-Input-Lines
               END-IF
           END-PERFORM.
           MOVE "INPUT" TO TL-Label.
           MOVE WS-Input-Net TO TL-Net.
           MOVE WS-Input-Vat TO TL-Vat.
           MOVE WS-Input-Lines TO TL-Lines.
           MOVE WS-Total-Line TO VatReturnLine.
           WRITE VatReturnLine.
           MOVE SPACES TO VatReturnLine.
           WRITE VatReturnLine.
           COMPUTE WS-Net-Vat = WS-Output-Vat - WS-Input-Vat.
           IF WS-Net-Vat < ZERO
               MOVE "NET VAT REPAYABLE   : " TO NL-Label
           ELSE
               MOVE "NET VAT PAYABLE     : " TO NL-Label
           END-IF.
           MOVE WS-Net-Vat TO NL-Amount.
           MOVE WS-Net-Line TO VatReturnLine.
           WRITE VatReturnLine.
           CLOSE VatReturnFile.

       WriteBoxLine.
           MOVE BX-RateCode(WS-Box-Idx) TO BL-RateCode.
           MOVE BX-Rate(WS-Box-Idx) TO BL-Rate.
           MOVE BX-Net(WS-Box-Idx) TO BL-Net.
           MOVE BX-Vat(WS-Box-Idx) TO BL-Vat.
           MOVE BX-Lines(WS-Box-Idx) TO BL-Lines.
           MOVE WS-Box-Line TO VatReturnLine.
           WRITE VatReturnLine.

       END PROGRAM VatReturn.

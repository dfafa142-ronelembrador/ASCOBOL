      ******************************************************************
      * Author:
      * Date:
      * Purpose: Country and VAT registration number check CALLed in
      *          the PeriodCheck manner by CustomerMaint, which keys
      *          the two fields, and AromaSales, which zero-rates
      *          sales to trade customers in other EU member states.
      *          Given a country code and a VAT number it answers
      *            H  home country (blank or IE), number well formed
      *            E  another EU member state, number well formed
      *            O  outside the EU, number well formed
      *            C  country code not two letters
      *            V  VAT number badly formed
      *          A blank number is well formed. A number is letters
      *          and digits with no embedded spaces; for a member
      *          state it starts with that state's VAT prefix (EL for
      *          Greece) and the rest is the length the state issues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VatNoCheck.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-Home-Country             PIC X(2) VALUE "IE".

      * Member state, VAT prefix, and the shortest and longest number
      * issued after the prefix.
       01  WS-Eu-State-Values.
           02  FILLER  PIC X(8) VALUE "ATAT0909".
           02  FILLER  PIC X(8) VALUE "BEBE1010".
           02  FILLER  PIC X(8) VALUE "BGBG0910".
           02  FILLER  PIC X(8) VALUE "CYCY0909".
           02  FILLER  PIC X(8) VALUE "CZCZ0810".
           02  FILLER  PIC X(8) VALUE "DEDE0909".
           02  FILLER  PIC X(8) VALUE "DKDK0808".
           02  FILLER  PIC X(8) VALUE "EEEE0909".
           02  FILLER  PIC X(8) VALUE "ESES0909".
           02  FILLER  PIC X(8) VALUE "FIFI0808".
           02  FILLER  PIC X(8) VALUE "FRFR1111".
           02  FILLER  PIC X(8) VALUE "GREL0909".
           02  FILLER  PIC X(8) VALUE "HRHR1111".
           02  FILLER  PIC X(8) VALUE "HUHU0808".
           02  FILLER  PIC X(8) VALUE "IEIE0809".
           02  FILLER  PIC X(8) VALUE "ITIT1111".
           02  FILLER  PIC X(8) VALUE "LTLT0912".
           02  FILLER  PIC X(8) VALUE "LULU0808".
           02  FILLER  PIC X(8) VALUE "LVLV1111".
           02  FILLER  PIC X(8) VALUE "MTMT0808".
           02  FILLER  PIC X(8) VALUE "NLNL1212".
           02  FILLER  PIC X(8) VALUE "PLPL1010".
           02  FILLER  PIC X(8) VALUE "PTPT0909".
           02  FILLER  PIC X(8) VALUE "RORO0210".
           02  FILLER  PIC X(8) VALUE "SESE1212".
           02  FILLER  PIC X(8) VALUE "SISI0808".
           02  FILLER  PIC X(8) VALUE "SKSK1010".
       01  WS-Eu-State-Table REDEFINES WS-Eu-State-Values.
           02 Eu-State OCCURS 27 TIMES.
               03 EU-Country           PIC X(2).
               03 EU-VatPrefix         PIC X(2).
               03 EU-MinLength         PIC 99.
               03 EU-MaxLength         PIC 99.
       01  WS-Eu-State-Count           PIC 99 VALUE 27.
       01  WS-Eu-Idx                   PIC 99.
       01  WS-Find-Country             PIC X(2).
       01  WS-Eu-Found-Idx             PIC 99.
       01  WS-Eu-Found                 PIC X VALUE "N".
           88  Eu-Found                    VALUE "Y".

       01  WS-Check-Char               PIC X.
           88  Valid-Vat-Char              VALUE "A" THRU "Z",
                                                  "0" THRU "9".
           88  Valid-Country-Char          VALUE "A" THRU "Z".
       01  WS-Char-Idx                 PIC 99.
       01  WS-Vat-Length               PIC 99.
       01  WS-Number-Length            PIC 99.
       01  WS-Format-Ok                PIC X.
           88  Format-Ok                   VALUE "Y".

       LINKAGE SECTION.
       01  LK-Country                  PIC X(2).
       01  LK-VatNo                    PIC X(14).
       01  LK-Result                   PIC X.

       PROCEDURE DIVISION USING LK-Country LK-VatNo LK-Result.
       Begin.
           IF LK-Country = SPACES OR LK-Country = WS-Home-Country
               MOVE "H" TO LK-Result
           ELSE
               MOVE "Y" TO WS-Format-Ok
               MOVE LK-Country(1:1) TO WS-Check-Char
               IF NOT Valid-Country-Char
                   MOVE "N" TO WS-Format-Ok
               END-IF
               MOVE LK-Country(2:1) TO WS-Check-Char
               IF NOT Valid-Country-Char
                   MOVE "N" TO WS-Format-Ok
               END-IF
               IF Format-Ok
                   MOVE LK-Country TO WS-Find-Country
                   PERFORM FindEuState
                   IF Eu-Found
                       MOVE "E" TO LK-Result
                   ELSE
                       MOVE "O" TO LK-Result
                   END-IF
               ELSE
                   MOVE "C" TO LK-Result
               END-IF
           END-IF.
           IF LK-Result NOT = "C" AND LK-VatNo NOT = SPACES
               PERFORM CheckVatNumber
               IF NOT Format-Ok
                   MOVE "V" TO LK-Result
               END-IF
           END-IF.
           GOBACK.

       FindEuState.
           MOVE "N" TO WS-Eu-Found.
           PERFORM VARYING WS-Eu-Idx FROM 1 BY 1
                   UNTIL WS-Eu-Idx > WS-Eu-State-Count OR Eu-Found
               IF EU-Country(WS-Eu-Idx) = WS-Find-Country
                   MOVE "Y" TO WS-Eu-Found
                   MOVE WS-Eu-Idx TO WS-Eu-Found-Idx
               END-IF
           END-PERFORM.

      * The number runs from the first byte to the last non-blank
      * one, and every byte in between must be a letter or digit.
       CheckVatNumber.
           MOVE "Y" TO WS-Format-Ok.
           MOVE ZERO TO WS-Vat-Length.
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > 14
               IF LK-VatNo(WS-Char-Idx:1) NOT = SPACE
                   MOVE WS-Char-Idx TO WS-Vat-Length
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > WS-Vat-Length
               MOVE LK-VatNo(WS-Char-Idx:1) TO WS-Check-Char
               IF NOT Valid-Vat-Char
                   MOVE "N" TO WS-Format-Ok
               END-IF
           END-PERFORM.
           IF LK-Result = "H"
               MOVE WS-Home-Country TO WS-Find-Country
               PERFORM FindEuState
           END-IF.
           EVALUATE TRUE
               WHEN NOT Format-Ok
                   CONTINUE
               WHEN LK-Result = "O"
                   IF WS-Vat-Length < 4
                       MOVE "N" TO WS-Format-Ok
                   END-IF
               WHEN WS-Vat-Length < 3
                   MOVE "N" TO WS-Format-Ok
               WHEN OTHER
                   COMPUTE WS-Number-Length = WS-Vat-Length - 2
                   IF LK-VatNo(1:2) NOT = EU-VatPrefix(WS-Eu-Found-Idx)
                       OR WS-Number-Length
                           < EU-MinLength(WS-Eu-Found-Idx)
                       OR WS-Number-Length
                           > EU-MaxLength(WS-Eu-Found-Idx)
                       MOVE "N" TO WS-Format-Ok
                   END-IF
           END-EVALUATE.

       END PROGRAM VatNoCheck.

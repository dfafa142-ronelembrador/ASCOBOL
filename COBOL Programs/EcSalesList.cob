      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly EC sales listing. Totals the zero-rated
      *          output VAT entries AromaSales writes to VATTRANS.DAT
      *          for sales to trade customers in other EU member
      *          states, by the customer's VAT registration number on
      *          AROMACUST.DAT, and writes them to ECSALES.DAT in the
      *          revenue's fixed format - a header carrying our own
      *          VAT number and the quarter, one detail per customer
      *          VAT number, and a trailer with the line count and
      *          control total. ECSALESRPT.DAT prints the same listing
      *          and reconciles the control total to the zero-rated
      *          sales the VAT return reports for the quarter's three
      *          periods; zero-rated sales to a customer no longer
      *          carrying an EC VAT number are shown as the
      *          reconciling item. The year, quarter and our VAT
      *          number are read from ECSLPARM.DAT; with no parameter
      *          the current quarter is listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EcSalesList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EcParmFile ASSIGN TO "ECSLPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EcParm-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Customer-Status.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT EcSalesFile ASSIGN TO "ECSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EcReportFile ASSIGN TO "ECSALESRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "ECWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  EcParmFile.
       01  EcParmRec.
           02  EP-Year                 PIC 9(4).
           02  EP-Quarter              PIC 9.
           02  EP-OwnVatNo             PIC X(14).

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  VatTransFile.
           COPY VATTRANS.

       FD  EcSalesFile.
       01  EcSalesLine                 PIC X(40).

       FD  EcReportFile.
       01  EcReportLine                PIC X(80).

       SD  WorkFile.
       01  WorkRec.
           02  WCountry                PIC X(2).
           02  WVatRegNo               PIC X(14).
           02  WCustID                 PIC 9(5).
           02  WValue                  PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-EcParm-Status            PIC XX.
       01  WS-Customer-Status          PIC XX.
       01  WS-VatTrans-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Month                PIC 99.
       01  WS-Year                     PIC 9(4).
       01  WS-Quarter                  PIC 9.
       01  WS-Own-VatNo                PIC X(14) VALUE SPACES.
       01  WS-From-Period              PIC 9(6).
       01  WS-To-Period                PIC 9(6).
       01  WS-Entry-Period             PIC 9(6).

       01  WS-Eof-Switches.
           02  WS-Customer-Eof         PIC X VALUE "N".
               88  Customer-Eof            VALUE "Y".
           02  WS-Vat-Eof              PIC X VALUE "N".
               88  Vat-Eof                 VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Customer-Table-Full      PIC X VALUE "N".
           88  Customer-Table-Full         VALUE "Y".
       01  CustomerTable.
           02 Customer-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Customer-Count.
               03 CT-CustID                PIC 9(5).
               03 CT-CustName              PIC X(20).
               03 CT-Country               PIC X(2).
               03 CT-VatRegNo              PIC X(14).
               03 CT-EcSupply              PIC X.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Vat-Check-Result         PIC X.

       01  WS-ZeroRated-Total          PIC S9(11)V99 VALUE ZERO.
       01  WS-Listed-Total             PIC S9(11)V99 VALUE ZERO.
       01  WS-Unlisted-Total           PIC S9(11)V99 VALUE ZERO.
       01  WS-Unlisted-Count           PIC 9(7) VALUE ZERO.
       01  WS-Difference               PIC S9(11)V99.
       01  WS-Line-Count               PIC 9(6) VALUE ZERO.

      * Control break on the customer VAT number.
       01  WS-Group-Open               PIC X VALUE "N".
           88  Group-Open                  VALUE "Y".
       01  WS-Group-Country            PIC X(2).
       01  WS-Group-VatRegNo           PIC X(14).
       01  WS-Group-CustID             PIC 9(5).
       01  WS-Group-Value              PIC S9(11)V99.

      * ECSALES.DAT records, 40 bytes each.
       01  WS-Ec-Header.
           02  FILLER                  PIC X VALUE "H".
           02  EH-OwnVatNo             PIC X(14).
           02  EH-Year                 PIC 9(4).
           02  EH-Quarter              PIC 9.
           02  EH-CreateDate           PIC X(8).
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Ec-Detail.
           02  FILLER                  PIC X VALUE "D".
           02  ED-VatPrefix            PIC X(2).
           02  ED-VatNumber            PIC X(12).
           02  ED-Value                PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
           02  ED-SupplyType           PIC X VALUE "G".
           02  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-Ec-Trailer.
           02  FILLER                  PIC X VALUE "T".
           02  ET-LineCount            PIC 9(6).
           02  ET-TotalValue           PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
           02  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-Report-Header.
           02  FILLER                  PIC X(24)
                   VALUE "EC SALES LISTING  YEAR: ".
           02  RH-Year                 PIC 9(4).
           02  FILLER                  PIC X(11) VALUE "  QUARTER: ".
           02  RH-Quarter              PIC 9.
           02  FILLER                  PIC X(10) VALUE "  VAT NO: ".
           02  RH-OwnVatNo             PIC X(14).
           02  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-Report-Detail.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-Country              PIC X(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-VatRegNo             PIC X(14).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-CustID               PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-CustName             PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-Report-Total.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RT-Label                PIC X(47).
           02  RT-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadListingQuarter.
           PERFORM LoadCustomerTable.
           IF Customer-Table-Full
               DISPLAY "ECSALESLIST: CUSTOMER TABLE FULL - "
                   "LISTING NOT PRODUCED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT WorkFile ON ASCENDING KEY WCountry WVatRegNo WCustID
                INPUT PROCEDURE IS SelectEcSupplies
                OUTPUT PROCEDURE IS WriteEcListing.
           DISPLAY "ECSALESLIST: " WS-Line-Count
               " CUSTOMER VAT NUMBERS LISTED FOR " WS-Year
               " QUARTER " WS-Quarter.
           IF WS-Difference NOT = ZERO
               DISPLAY "ECSALESLIST: CONTROL TOTAL DOES NOT RECONCILE "
                   "TO ZERO-RATED SALES"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadListingQuarter.
           MOVE WS-Run-Date(1:4) TO WS-Year.
           MOVE WS-Run-Date(5:2) TO WS-Run-Month.
           COMPUTE WS-Quarter = (WS-Run-Month + 2) / 3.
           OPEN INPUT EcParmFile.
           IF WS-EcParm-Status = "00"
               READ EcParmFile
                   AT END MOVE ZERO TO EP-Year
               END-READ
               IF EP-Year IS NUMERIC AND EP-Year > ZERO
                       AND EP-Quarter IS NUMERIC
                       AND EP-Quarter >= 1 AND EP-Quarter <= 4
                   MOVE EP-Year TO WS-Year
                   MOVE EP-Quarter TO WS-Quarter
                   MOVE EP-OwnVatNo TO WS-Own-VatNo
               END-IF
               CLOSE EcParmFile
           END-IF.
           COMPUTE WS-From-Period =
               WS-Year * 100 + (WS-Quarter - 1) * 3 + 1.
           COMPUTE WS-To-Period = WS-From-Period + 2.

       LoadCustomerTable.
           OPEN INPUT CustomerMaster.
           IF WS-Customer-Status = "00"
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-Customer-Eof
               END-READ
               PERFORM UNTIL Customer-Eof
                   IF WS-Customer-Count >= WS-Customer-Table-Limit
                       MOVE "Y" TO WS-Customer-Table-Full
                       MOVE "Y" TO WS-Customer-Eof
                   ELSE
                       PERFORM LoadOneCustomer
                       READ CustomerMaster
                           AT END MOVE "Y" TO WS-Customer-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CustomerMaster
           END-IF.

       LoadOneCustomer.
           ADD 1 TO WS-Customer-Count.
           MOVE CM-CustID TO CT-CustID(WS-Customer-Count).
           MOVE CM-CustName TO CT-CustName(WS-Customer-Count).
           MOVE CM-CountryCode TO CT-Country(WS-Customer-Count).
           MOVE CM-VatRegNo TO CT-VatRegNo(WS-Customer-Count).
           MOVE "N" TO CT-EcSupply(WS-Customer-Count).
           IF CM-VatRegNo NOT = SPACES
               CALL "VatNoCheck" USING CM-CountryCode CM-VatRegNo
                   WS-Vat-Check-Result
               IF WS-Vat-Check-Result = "E"
                   MOVE "Y" TO CT-EcSupply(WS-Customer-Count)
               END-IF
           END-IF.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = VatParty
                   MOVE "Y" TO WS-Cust-Found
                   MOVE WS-Cust-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       SelectEcSupplies.
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

      * The zero-rated output entries of the quarter, period and
      * rate code read the way VatReturn reads them.
       SelectOneEntry.
           IF VatPeriod IS NUMERIC AND VatPeriod > ZERO
               MOVE VatPeriod TO WS-Entry-Period
           ELSE
               MOVE WS-Run-Date(1:6) TO WS-Entry-Period
           END-IF.
           IF Vat-Output
                   AND WS-Entry-Period >= WS-From-Period
                   AND WS-Entry-Period <= WS-To-Period
                   AND (Vat-Zero
                       OR (VatRateCode = SPACE AND VatRate = ZERO))
               ADD Sales TO WS-ZeroRated-Total
               MOVE "N" TO WS-Cust-Found
               IF VatParty IS NUMERIC
                   PERFORM LookupCustomer
               END-IF
               IF Customer-Found
                       AND CT-EcSupply(WS-Found-Idx) = "Y"
                   MOVE CT-Country(WS-Found-Idx) TO WCountry
                   MOVE CT-VatRegNo(WS-Found-Idx) TO WVatRegNo
                   MOVE CT-CustID(WS-Found-Idx) TO WCustID
                   MOVE Sales TO WValue
                   RELEASE WorkRec
               ELSE
                   ADD Sales TO WS-Unlisted-Total
                   ADD 1 TO WS-Unlisted-Count
               END-IF
           END-IF.

       WriteEcListing.
           OPEN OUTPUT EcSalesFile.
           OPEN OUTPUT EcReportFile.
           MOVE WS-Own-VatNo TO EH-OwnVatNo.
           MOVE WS-Year TO EH-Year.
           MOVE WS-Quarter TO EH-Quarter.
           MOVE WS-Run-Date TO EH-CreateDate.
           MOVE WS-Ec-Header TO EcSalesLine.
           WRITE EcSalesLine.
           MOVE WS-Year TO RH-Year.
           MOVE WS-Quarter TO RH-Quarter.
           MOVE WS-Own-VatNo TO RH-OwnVatNo.
           MOVE WS-Report-Header TO EcReportLine.
           WRITE EcReportLine.
           MOVE SPACES TO EcReportLine.
           WRITE EcReportLine.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               IF Group-Open
                   IF WCountry NOT = WS-Group-Country
                           OR WVatRegNo NOT = WS-Group-VatRegNo
                       PERFORM CloseVatNumberGroup
                   END-IF
               END-IF
               IF NOT Group-Open
                   MOVE "Y" TO WS-Group-Open
                   MOVE WCountry TO WS-Group-Country
                   MOVE WVatRegNo TO WS-Group-VatRegNo
                   MOVE WCustID TO WS-Group-CustID
                   MOVE ZERO TO WS-Group-Value
               END-IF
               ADD WValue TO WS-Group-Value
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF Group-Open
               PERFORM CloseVatNumberGroup
           END-IF.
           MOVE WS-Line-Count TO ET-LineCount.
           MOVE WS-Listed-Total TO ET-TotalValue.
           MOVE WS-Ec-Trailer TO EcSalesLine.
           WRITE EcSalesLine.
           PERFORM WriteReconciliation.
           CLOSE EcSalesFile.
           CLOSE EcReportFile.

       CloseVatNumberGroup.
           MOVE WS-Group-VatRegNo(1:2) TO ED-VatPrefix.
           MOVE WS-Group-VatRegNo(3:12) TO ED-VatNumber.
           MOVE WS-Group-Value TO ED-Value.
           MOVE WS-Ec-Detail TO EcSalesLine.
           WRITE EcSalesLine.
           MOVE WS-Group-Country TO RD-Country.
           MOVE WS-Group-VatRegNo TO RD-VatRegNo.
           MOVE WS-Group-CustID TO RD-CustID.
           MOVE SPACES TO RD-CustName.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
               IF CT-CustID(WS-Cust-Idx) = WS-Group-CustID
                   MOVE CT-CustName(WS-Cust-Idx) TO RD-CustName
               END-IF
           END-PERFORM.
           MOVE WS-Group-Value TO RD-Value.
           MOVE WS-Report-Detail TO EcReportLine.
           WRITE EcReportLine.
           ADD WS-Group-Value TO WS-Listed-Total.
           ADD 1 TO WS-Line-Count.
           MOVE "N" TO WS-Group-Open.

      * Listed plus unlisted must equal the zero-rated sales the VAT
      * return carries for the quarter.
       WriteReconciliation.
           COMPUTE WS-Difference =
               WS-ZeroRated-Total - WS-Listed-Total - WS-Unlisted-Total.
           MOVE SPACES TO EcReportLine.
           WRITE EcReportLine.
           MOVE "CONTROL TOTAL - EC SALES LISTED" TO RT-Label.
           MOVE WS-Listed-Total TO RT-Value.
           MOVE WS-Report-Total TO EcReportLine.
           WRITE EcReportLine.
           MOVE "ZERO-RATED SALES NOT TO AN EC VAT NUMBER"
               TO RT-Label.
           MOVE WS-Unlisted-Total TO RT-Value.
           MOVE WS-Report-Total TO EcReportLine.
           WRITE EcReportLine.
           MOVE "ZERO-RATED SALES PER VAT RETURN" TO RT-Label.
           MOVE WS-ZeroRated-Total TO RT-Value.
           MOVE WS-Report-Total TO EcReportLine.
           WRITE EcReportLine.
           MOVE "DIFFERENCE" TO RT-Label.
           MOVE WS-Difference TO RT-Value.
           MOVE WS-Report-Total TO EcReportLine.
           WRITE EcReportLine.
           IF WS-Difference = ZERO
               MOVE "  LISTING RECONCILES TO THE VAT RETURN"
                   TO EcReportLine
           ELSE
               MOVE "  LISTING DOES NOT RECONCILE TO THE VAT RETURN"
                   TO EcReportLine
           END-IF.
           WRITE EcReportLine.

       END PROGRAM EcSalesList.

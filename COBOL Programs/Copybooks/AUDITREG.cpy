      ******************************************************************
      * AUDITREG.cpy - registry of the maintenance audit files and
      *                where each one's fields sit, used by
      *                AuditInquiry.cob to read every audit trail in
      *                one pass whatever its layout. Per file: the
      *                change date, the record key (with an alternate
      *                key position used when the first is blank, as
      *                on a price delete), the action code, the field
      *                name on field-by-field audits, the before and
      *                after values and the operator - each as a
      *                1-based offset (and length), zero where the
      *                file does not carry it. A new audit file is
      *                added here with its offsets and the count
      *                below raised to match.
      ******************************************************************
       01  AuditRegValues.
           02  FILLER  PIC X(20) VALUE "BRREPAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "08200105000".
           02  FILLER  PIC X(21) VALUE "007009100203005130091".
           02  FILLER  PIC X(20) VALUE "CITYRATEAUD.DAT".
           02  FILLER  PIC X(11) VALUE "05900302000".
           02  FILLER  PIC X(21) VALUE "001000000000000652068".
           02  FILLER  PIC X(20) VALUE "CUSTAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "05100105000".
           02  FILLER  PIC X(21) VALUE "007000000092003020060".
           02  FILLER  PIC X(20) VALUE "DISPUTEAUD.DAT".
           02  FILLER  PIC X(11) VALUE "00101216000".
           02  FILLER  PIC X(21) VALUE "010000000000002942076".
           02  FILLER  PIC X(20) VALUE "GRADMAINTAUD.DAT".
           02  FILLER  PIC X(11) VALUE "08700107000".
           02  FILLER  PIC X(21) VALUE "000000000143305333096".
           02  FILLER  PIC X(20) VALUE "GRADMERGEAUD.DAT".
           02  FILLER  PIC X(11) VALUE "00101117000".
           02  FILLER  PIC X(21) VALUE "000000000000003014050".
           02  FILLER  PIC X(20) VALUE "GRADPOSTAUD.DAT".
           02  FILLER  PIC X(11) VALUE "07300107000".
           02  FILLER  PIC X(21) VALUE "009000000162504725082".
           02  FILLER  PIC X(20) VALUE "GRADPURGEAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "00000107000".
           02  FILLER  PIC X(21) VALUE "000000000112103526000".
           02  FILLER  PIC X(20) VALUE "NLJRNLAUD.DAT".
           02  FILLER  PIC X(11) VALUE "00101604000".
           02  FILLER  PIC X(21) VALUE "000000000000002230058".
           02  FILLER  PIC X(20) VALUE "OILMASTAUD.DAT".
           02  FILLER  PIC X(11) VALUE "04800102000".
           02  FILLER  PIC X(21) VALUE "004000000062002720057".
           02  FILLER  PIC X(20) VALUE "PERIODAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "00101116000".
           02  FILLER  PIC X(21) VALUE "000000000000002908043".
           02  FILLER  PIC X(20) VALUE "PRICEAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "09304908005".
           02  FILLER  PIC X(21) VALUE "003000000054304943102".
           02  FILLER  PIC X(20) VALUE "STOCKTAKEAUD.DAT".
           02  FILLER  PIC X(11) VALUE "00101112000".
           02  FILLER  PIC X(21) VALUE "000000000000002529060".
           02  FILLER  PIC X(20) VALUE "STUDENTAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "04300107000".
           02  FILLER  PIC X(21) VALUE "000000000091602616052".
           02  FILLER  PIC X(20) VALUE "SUPPAUDIT.DAT".
           02  FILLER  PIC X(11) VALUE "08000103000".
           02  FILLER  PIC X(21) VALUE "005007100183004930089".
           02  FILLER  PIC X(20) VALUE "WRITEOFFAUD.DAT".
           02  FILLER  PIC X(11) VALUE "00101605000".
           02  FILLER  PIC X(21) VALUE "000000000000002322051".
       01  FILLER REDEFINES AuditRegValues.
           02  AuditReg-Entry OCCURS 16 TIMES.
               03  AR-FileName         PIC X(20).
               03  AR-DateOff          PIC 9(3).
               03  AR-KeyOff           PIC 9(3).
               03  AR-KeyLen           PIC 99.
               03  AR-AltKeyOff        PIC 9(3).
               03  AR-ActionOff        PIC 9(3).
               03  AR-FieldOff         PIC 9(3).
               03  AR-FieldLen         PIC 99.
               03  AR-BeforeOff        PIC 9(3).
               03  AR-BeforeLen        PIC 99.
               03  AR-AfterOff         PIC 9(3).
               03  AR-AfterLen         PIC 99.
               03  AR-OperOff          PIC 9(3).
       01  WS-AuditReg-Count           PIC 99 VALUE 16.

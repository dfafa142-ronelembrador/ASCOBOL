      * Date:
      * Purpose: Closed-period check CALLed by the posting programs
      *          in the GenBackup manner: given a subsystem code
      *          (AR, VAT, RENT, PAY, FA, NL) and a transaction date,
      *          answers C when the transaction's year/month stands
      *          closed on PERIODCLOSE.DAT and O otherwise - so a
      *          late batch can no longer post into a month already
      *          reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      ******************************************************************
      * DONDECL.cpy - DONORDECL.DAT donor tax-relief declarations:
      *               one record per declaration a graduate donor has
      *               signed, read by DonationClaim.cob to decide
      *               which receipts the relief can be claimed on. A
      *               donor may hold several; a receipt is covered by
      *               any valid one in force on its date.
      ******************************************************************
       01  DonorDeclRec.
           02  DD-GradID               PIC 9(7).
      * E enduring - covers the tax year it starts in and the four
      * after it; A annual - covers the year it starts in only.
           02  DD-DeclType             PIC X.
               88  DD-Enduring             VALUE "E".
               88  DD-Annual               VALUE "A".
           02  DD-DeclRef              PIC X(10).
           02  DD-StartDate            PIC 9(8).
      * N once the donor withdraws the declaration or it is found
      * defective; nothing is claimed under it after that.
           02  DD-Valid                PIC X.
               88  DD-Is-Valid             VALUE "Y".

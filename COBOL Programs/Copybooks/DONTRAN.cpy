      ******************************************************************
      * DONTRAN.cpy - DONATIONTRANS.DAT pledge and receipt layout
      *               shared between DonationPost.cob (posts and
      *               acknowledges each transaction) and
      *               DonationClaim.cob (the annual tax-relief claim,
      *               which stamps each receipt it claims so it is
      *               never claimed again). GradIdMerge re-keys the
      *               file on the GradID in its first seven bytes.
      ******************************************************************
       01  DonationTranRec.
           02  DN-GradID               PIC 9(7).
           02  DN-TranType             PIC X.
               88  DN-Pledge               VALUE "P".
               88  DN-Receipt              VALUE "R".
           02  DN-Amount               PIC 9(5)V99.
           02  DN-TranDate             PIC 9(8).
      * Tax year of the relief claim a receipt went out on. Zero, or
      * blank on records written before the field existed, means
      * not yet claimed.
           02  DN-ClaimYear            PIC 9(4).

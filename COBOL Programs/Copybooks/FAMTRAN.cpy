      ******************************************************************
      * FAMTRAN.cpy - FAMAINT.DAT fixed asset transaction layout, read
      *               by FixedAssetMaint.cob. An add (A) or change (C)
      *               carries every master field it sets; a change
      *               cannot alter the cost or acquisition date once
      *               depreciation has been charged. A disposal (D)
      *               carries only the asset, the disposal date and
      *               the sale proceeds (zero for a scrapped asset).
      ******************************************************************
       01  AssetTranRec.
           02  FT-Action               PIC X.
               88  FT-Add                  VALUE "A".
               88  FT-Change               VALUE "C".
               88  FT-Dispose              VALUE "D".
           02  FT-AssetNo              PIC 9(5).
           02  FT-Description          PIC X(20).
           02  FT-Category             PIC X.
           02  FT-AcqDate              PIC 9(8).
           02  FT-Cost                 PIC 9(7)V99.
           02  FT-ResidualValue        PIC 9(7)V99.
           02  FT-LifeMonths           PIC 9(3).
           02  FT-Method               PIC X.
           02  FT-LocType              PIC X.
           02  FT-LocID                PIC 9(4).
           02  FT-DisposalDate         PIC 9(8).
           02  FT-Proceeds             PIC 9(7)V99.

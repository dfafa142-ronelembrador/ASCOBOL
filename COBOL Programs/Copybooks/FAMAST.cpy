      ******************************************************************
      * FAMAST.cpy - FIXEDASSET.DAT fixed asset register layout,
      *              maintained by FixedAssetMaint.cob (additions,
      *              changes and disposals), depreciated monthly by
      *              FixedAssetDepr.cob and reported by
      *              FixedAssetRpt.cob. Cost, residual value and
      *              accumulated depreciation are in euro. An asset
      *              is located at a branch of AROMABRANCH.DAT or a
      *              property of PROPERTY.DAT. FA-LastDeprPeriod is
      *              the last month (YYYYMM) depreciation was charged
      *              for, zero until the first charge.
      ******************************************************************
       01  FixedAssetRec.
           02  FA-AssetNo              PIC 9(5).
           02  FA-Description          PIC X(20).
           02  FA-Category             PIC X.
               88  FA-Van                  VALUE "V".
               88  FA-TillHardware         VALUE "T".
               88  FA-Furniture            VALUE "F".
               88  FA-OtherAsset           VALUE "O".
               88  FA-Valid-Category       VALUE "V" "T" "F" "O".
           02  FA-AcqDate              PIC 9(8).
           02  FA-Cost                 PIC 9(7)V99.
           02  FA-ResidualValue        PIC 9(7)V99.
           02  FA-LifeMonths           PIC 9(3).
      * Straight line writes the cost less residual off evenly over
      * the life; reducing balance charges twice the straight-line
      * rate on the net book value each month, down to the residual.
           02  FA-Method               PIC X.
               88  FA-StraightLine         VALUE "S".
               88  FA-ReducingBalance      VALUE "R".
           02  FA-LocType              PIC X.
               88  FA-At-Branch            VALUE "B".
               88  FA-At-Property          VALUE "P".
           02  FA-LocID                PIC 9(4).
           02  FA-AccumDepr            PIC 9(7)V99.
           02  FA-LastDeprPeriod       PIC 9(6).
           02  FA-Status               PIC X.
               88  FA-Active               VALUE "A".
               88  FA-Disposed             VALUE "D".
           02  FA-DisposalDate         PIC 9(8).
           02  FA-Proceeds             PIC 9(7)V99.

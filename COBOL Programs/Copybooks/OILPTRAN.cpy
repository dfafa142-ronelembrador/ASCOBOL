      ******************************************************************
      * OILPTRAN.cpy - OilPriceMaint transaction layout
      *                (OILPRICEMAINT.DAT), shared with
      *                PriceSimulate.cob, which reads a file of proposed
      *                price changes in the same format.
      ******************************************************************
       01  OilPriceTranRec.
           02 OT-Action                PIC X.
               88  OT-Add                  VALUE "A".
               88  OT-Change                VALUE "C".
               88  OT-Delete                VALUE "D".
           02 OT-TranOilNum            PIC 99.
           02 OT-TranCost2ML           PIC 99V99.
           02 OT-TranCost5ML           PIC 99V99.
           02 OT-TranCost9ML           PIC 99V99.
           02 OT-TranStock             PIC 9(4).
           02 OT-TranEffDate           PIC 9(8).

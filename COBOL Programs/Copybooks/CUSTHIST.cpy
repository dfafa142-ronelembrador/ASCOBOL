      ******************************************************************
      * CUSTHIST.cpy - CUSTSALEHIST.DAT customer sales history,
      *                appended by AromaSalesRpt01.cob with one dated
      *                record per priced goods line (sales, gift sets
      *                and authorized returns; delivery charges are not
      *                goods and are not carried). Returns carry
      *                negative units and value. AROMACOMMDET.DAT is
      *                rewritten every run; this file is the
      *                per-customer history that survives, read by
      *                RebateAccrual.cob, RebateSettle.cob,
      *                CustMonthSales.cob, LapsedCustomers.cob,
      *                RepAttainment.cob and PriceSimulate.cob.
      ******************************************************************
       01  CustSaleHistRec.
           02  CSH-RunDate             PIC 9(8).
           02  CSH-CustID              PIC 9(5).
           02  CSH-OilID               PIC X(3).
           02  CSH-UnitSize            PIC X.
           02  CSH-Units               PIC S9(5)
                   SIGN IS LEADING SEPARATE.
           02  CSH-NetValue            PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  CSH-RepCode             PIC 9(3).
           02  CSH-Branch              PIC 99.

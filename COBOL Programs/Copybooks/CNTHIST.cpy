      ******************************************************************
      * CNTHIST.cpy - COUNTHIST.DAT stock-count history: one record
      *               per branch/oil line of every signed-off count
      *               StockTake.cob posts, full or cycle, with the
      *               book figure it was compared against and the
      *               oil's ABC class on OILABC.DAT at the time
      *               (blank when the oil was unclassified). Read by
      *               CountAccuracy.cob.
      ******************************************************************
       01  CountHistRec.
           02  CH-CountDate            PIC 9(8).
           02  CH-Branch               PIC 99.
           02  CH-OilNum               PIC 99.
           02  CH-Class                PIC X.
           02  CH-BookQty              PIC S9(5)
                   SIGN IS LEADING SEPARATE.
           02  CH-CountQty             PIC 9(5).

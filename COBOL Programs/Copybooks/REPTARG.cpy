      ******************************************************************
      * REPTARG.cpy - REPTARGET.DAT sales-rep target layout: one
      *               record per rep per calendar month with the unit
      *               and value target, either for all oils (blank
      *               category) or split into Essential and Base
      *               targets. Shared between RepTargetMaint.cob
      *               (maintenance) and RepAttainment.cob (month-end
      *               attainment and league table).
      ******************************************************************
       01  RepTargetRec.
           02  TG-RepCode              PIC 9(3).
           02  TG-CalMonth             PIC 99.
           02  TG-Category             PIC X.
               88  TG-All-Oils             VALUE SPACE.
               88  TG-Essential            VALUE "E".
               88  TG-Base                 VALUE "B".
               88  TG-Valid-Category       VALUE SPACE "E" "B".
           02  TG-UnitTarget           PIC 9(5).
           02  TG-ValueTarget          PIC 9(7)V99.

      ******************************************************************
      * CYCLECAL.cpy - CYCLECAL.DAT cycle-count calendar: one record
      *                per oil per business day it is due to be
      *                counted, in date order. Built by
      *                CycleCountPlan.cob over the business days of
      *                BUSDAYCAL.DAT for the twelve months from the
      *                planning run; read by CycleCountSheet.cob to
      *                print each day's count sheet.
      ******************************************************************
       01  CycleCalRec.
           02  CC-CountDate            PIC 9(8).
           02  CC-OilNum               PIC 99.
           02  CC-Class                PIC X.

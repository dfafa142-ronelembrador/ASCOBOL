      ******************************************************************
      * BUSDATE.cpy - BUSDATE.DAT business-date control record: the
      *               business day the batch is processing. Read
      *               through BusDate.cob by every program that
      *               stamps a run date, so a batch running past
      *               midnight or rerun after a failure still stamps
      *               the day it belongs to. Advanced to the next
      *               business day on BUSDAYCAL.DAT by BatchDriver.cob
      *               only after an end-of-day that completed.
      ******************************************************************
       01  BusDateRec.
           02  BD-BusinessDate         PIC 9(8).

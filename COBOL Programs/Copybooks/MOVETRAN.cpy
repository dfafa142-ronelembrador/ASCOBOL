      ******************************************************************
      * MOVETRAN.cpy - MOVETRANS.DAT move-in / move-out transaction,
      *                applied by MoveProcess.cob. AccomAllocate
      *                writes its proposed move-ins in this layout so
      *                an accepted offer can be passed to MoveProcess
      *                as it stands.
      ******************************************************************
       01  MoveTranRec.
           02  MV-TenantID             PIC 9(5).
           02  MV-Type                 PIC X.
               88  MV-MoveIn               VALUE "I".
               88  MV-MoveOut              VALUE "O".
           02  MV-MoveDate             PIC 9(8).
           02  MV-PropertyID           PIC 9(4).

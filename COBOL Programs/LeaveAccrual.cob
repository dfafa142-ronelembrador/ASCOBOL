       01  EmpImageTable.
           02 EmpImage-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 LA-EmpRec                PIC X(174).
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Emp-Found                PIC X VALUE "N".
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Pay-Year.
           MOVE WS-Run-Date(5:2) TO WS-Pay-Period.
           PERFORM OpenExceptionsFile.

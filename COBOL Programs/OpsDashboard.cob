           STOP RUN.

       WriteHeaderLine.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO DH-Year.
           MOVE WS-Run-Date(5:2) TO DH-Month.
           MOVE WS-Run-Date(7:2) TO DH-Day.

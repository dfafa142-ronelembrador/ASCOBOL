           COPY GRADINFOGIF.

       FD  TransactionFile.
           COPY GRADTRAN.

       FD  CountryFile.
       01  CountryRec.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.

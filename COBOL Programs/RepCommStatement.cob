           COPY COMMDET.

       FD  RepMaster.
           COPY AROMAREP.

       FD  StatementFile.
       01  StatementLine               PIC X(70).

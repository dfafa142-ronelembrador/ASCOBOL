       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           COPY OPERMAST.

       FD  OperAuthFile.
       01  OperAuthRec.

      * Purpose: Applies add/change/delete transactions to the
      *          nominal-ledger account code master (NLACCOUNT.DAT)
      *          the posting rules and trial balance report against,
      *          in the CountryMaint style. Each account carries its
      *          statement class and report line group for
      *          NlStatements; an add or change with a class other
      *          than R, C, O, A, L, E or blank is not applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
           COPY NLACCT.

       FD  TransactionFile.
       01  AccountTranRec.
               88  AT2-Delete              VALUE "D".
           02  AT2-Acct                PIC 9(4).
           02  AT2-Name                PIC X(20).
           02  AT2-StmtClass           PIC X.
               88  AT2-Valid-Class         VALUE "R" "C" "O"
                                                 "A" "L" "E" SPACE.
           02  AT2-LineGroup           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-Account-Status           PIC XX.
                   DEPENDING ON WS-Account-Count.
               03 AC2-Acct                 PIC 9(4).
               03 AC2-Name                 PIC X(20).
               03 AC2-StmtClass            PIC X.
               03 AC2-LineGroup            PIC X(20).

       01  WS-Eof-Switches.
           02  WS-Account-Eof          PIC X VALUE "N".
                       ADD 1 TO WS-Account-Count
                       MOVE NA-Acct TO AC2-Acct(WS-Account-Count)
                       MOVE NA-Name TO AC2-Name(WS-Account-Count)
                       MOVE NA-StmtClass
                           TO AC2-StmtClass(WS-Account-Count)
                       MOVE NA-LineGroup
                           TO AC2-LineGroup(WS-Account-Count)
                   END-IF
                   READ AccountFile
                       AT END MOVE "Y" TO WS-Account-Eof
           EVALUATE TRUE
               WHEN AT2-Add
                   IF NOT Entry-Found AND WS-Account-Count < 200
                           AND AT2-Valid-Class
                       ADD 1 TO WS-Account-Count
                       MOVE AT2-Acct TO AC2-Acct(WS-Account-Count)
                       MOVE AT2-Name TO AC2-Name(WS-Account-Count)
                       MOVE AT2-StmtClass
                           TO AC2-StmtClass(WS-Account-Count)
                       MOVE AT2-LineGroup
                           TO AC2-LineGroup(WS-Account-Count)
                   END-IF
               WHEN AT2-Change
                   IF Entry-Found AND AT2-Valid-Class
                       MOVE AT2-Name TO AC2-Name(WS-Found-Idx)
                       MOVE AT2-StmtClass TO AC2-StmtClass(WS-Found-Idx)
                       MOVE AT2-LineGroup TO AC2-LineGroup(WS-Found-Idx)
                   END-IF
               WHEN AT2-Delete
                   IF Entry-Found
                   UNTIL WS-Table-Idx > WS-Account-Count
               MOVE AC2-Acct(WS-Table-Idx) TO NA-Acct
               MOVE AC2-Name(WS-Table-Idx) TO NA-Name
               MOVE AC2-StmtClass(WS-Table-Idx) TO NA-StmtClass
               MOVE AC2-LineGroup(WS-Table-Idx) TO NA-LineGroup
               WRITE NlAccountRec
           END-PERFORM.
           CLOSE AccountFile.

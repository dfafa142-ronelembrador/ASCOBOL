      *          supervisor level (3): the operator signs on at the
      *          console the way BatchDriver takes its sign-on, and
      *          anyone below supervisor is refused with the denied
      *          attempt on the access log. An operator
      *          transaction also carries the operator's purchase
      *          order approval limit for PoApprove; left blank on a
      *          change it keeps the limit already held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           COPY OPERMAST.

       FD  OperAuthFile.
       01  OperAuthRec.
           02  OT3-Name                PIC X(20).
           02  OT3-Level               PIC 9.
           02  OT3-Program             PIC X(20).
           02  OT3-ApprovalLimit       PIC 9(7)V99.

       FD  AccessLogFile.
       01  AccessLogLine               PIC X(60).
               03 OP3-OperId               PIC X(8).
               03 OP3-Name                 PIC X(20).
               03 OP3-Level                PIC 9.
               03 OP3-ApprovalLimit        PIC 9(7)V99.
       01  WS-Oper-Idx                 PIC 9(3).
       01  WS-Oper-Found-Idx           PIC 9(3).
       01  WS-Oper-Found               PIC X VALUE "N".
                           TO OP3-OperId(WS-Oper-Count)
                       MOVE OP2-Name TO OP3-Name(WS-Oper-Count)
                       MOVE OP2-Level TO OP3-Level(WS-Oper-Count)
                       IF OP2-ApprovalLimit IS NUMERIC
                           MOVE OP2-ApprovalLimit
                               TO OP3-ApprovalLimit(WS-Oper-Count)
                       ELSE
                           MOVE ZERO
                               TO OP3-ApprovalLimit(WS-Oper-Count)
                       END-IF
                   END-IF
                   READ OperatorFile
                       AT END MOVE "Y" TO WS-Operator-Eof
                           TO OP3-OperId(WS-Oper-Count)
                       MOVE OT3-Name TO OP3-Name(WS-Oper-Count)
                       MOVE OT3-Level TO OP3-Level(WS-Oper-Count)
                       IF OT3-ApprovalLimit IS NUMERIC
                           MOVE OT3-ApprovalLimit
                               TO OP3-ApprovalLimit(WS-Oper-Count)
                       ELSE
                           MOVE ZERO
                               TO OP3-ApprovalLimit(WS-Oper-Count)
                       END-IF
                   END-IF
               WHEN OT3-Change
                   IF Oper-Found
                           TO OP3-Name(WS-Oper-Found-Idx)
                       MOVE OT3-Level
                           TO OP3-Level(WS-Oper-Found-Idx)
                       IF OT3-ApprovalLimit IS NUMERIC
                           MOVE OT3-ApprovalLimit
                               TO OP3-ApprovalLimit(WS-Oper-Found-Idx)
                       END-IF
                   END-IF
               WHEN OT3-Delete
                   IF Oper-Found
               MOVE OP3-OperId(WS-Oper-Idx) TO OP2-OperId
               MOVE OP3-Name(WS-Oper-Idx) TO OP2-Name
               MOVE OP3-Level(WS-Oper-Idx) TO OP2-Level
               MOVE OP3-ApprovalLimit(WS-Oper-Idx)
                   TO OP2-ApprovalLimit
               WRITE OperatorRec
           END-PERFORM.
           CLOSE OperatorFile.

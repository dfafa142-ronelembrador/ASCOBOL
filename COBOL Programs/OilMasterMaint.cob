           ELSE
               MOVE OT-TranOilName TO AL-NewName
           END-IF.
           CALL "BusDate" USING AL-ChangeDate.
           MOVE OT-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.

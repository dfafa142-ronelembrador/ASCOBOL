           MOVE WS-Old-Surname TO AL-OldName(9:8).
           MOVE ST-FirstName TO AL-NewName(1:8).
           MOVE ST-Surname TO AL-NewName(9:8).
           CALL "BusDate" USING AL-ChangeDate.
           MOVE ST-Operator TO AL-Operator.
           MOVE WS-Audit-Line TO AuditLine.
           WRITE AuditLine.

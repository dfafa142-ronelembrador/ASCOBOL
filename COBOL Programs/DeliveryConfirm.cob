               03 HT-Qty                   PIC 9(3).
               03 HT-Delivered             PIC X.
               03 HT-DeliveredDate         PIC 9(8).
               03 HT-Branch                PIC 99.
       01  WS-Hist-Idx                 PIC 9(5).
       01  WS-Confirmed-Count          PIC 9(5) VALUE ZERO.
       01  WS-Match-Found              PIC X.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
                           TO HT-Delivered(WS-Hist-Count)
                       MOVE DH-DeliveredDate
                           TO HT-DeliveredDate(WS-Hist-Count)
                       MOVE DH-Branch TO HT-Branch(WS-Hist-Count)
                   END-IF
                   READ DispatchHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
               MOVE HT-Delivered(WS-Hist-Idx) TO DH-Delivered
               MOVE HT-DeliveredDate(WS-Hist-Idx)
                   TO DH-DeliveredDate
               MOVE HT-Branch(WS-Hist-Idx) TO DH-Branch
               WRITE DispatchHistRec
           END-PERFORM.
           CLOSE DispatchHistFile.

      *          in the CountryMaint style: a band transaction
      *          replaces the standard-band/rates record, and PRSI
      *          class transactions add, change or delete one class
      *          rate each. An emergency transaction (M) replaces the
      *          emergency-tax standard rate band, carried in the
      *          TX-StdBand field.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  TX-Band-Tran            VALUE "B".
               88  TX-PRSI-Tran            VALUE "P".
               88  TX-Employer-Tran        VALUE "E".
               88  TX-Emergency-Tran       VALUE "M".
           02 TX-StdBand               PIC 9(6)V99.
           02 TX-StdRate               PIC V99.
           02 TX-HigherRate            PIC V99.
       01  WS-Band-Set                 PIC X VALUE "N".
       01  WS-Employer-Set             PIC X VALUE "N".
       01  WS-EmployerRate             PIC V9(4) VALUE ZERO.
       01  WS-Emerg-Set                PIC X VALUE "N".
       01  WS-EmergBand                PIC 9(6)V99 VALUE ZERO.
       01  WS-StdBand                  PIC 9(6)V99 VALUE ZERO.
       01  WS-StdRate                  PIC V99 VALUE ZERO.
       01  WS-HigherRate               PIC V99 VALUE ZERO.
                               MOVE TB-ClassRate
                                   TO WS-EmployerRate
                           END-IF
                           IF TB-Emergency-Rec
                               MOVE "Y" TO WS-Emerg-Set
                               MOVE TB-StdBand TO WS-EmergBand
                           END-IF
                       END-IF
                   END-IF
                   READ TaxBandFile
                       MOVE "Y" TO WS-Employer-Set
                       MOVE TX-ClassRate TO WS-EmployerRate
                   END-IF
                   IF TX-Emergency-Tran
                       MOVE "Y" TO WS-Emerg-Set
                       MOVE TX-StdBand TO WS-EmergBand
                   END-IF
               END-IF
           END-IF.

               MOVE WS-EmployerRate TO TB-ClassRate
               WRITE TaxBandRec
           END-IF.
           IF WS-Emerg-Set = "Y"
               MOVE "M" TO TB-RecType
               MOVE SPACES TO TB-Band-Data
               MOVE WS-EmergBand TO TB-StdBand
               WRITE TaxBandRec
           END-IF.
           CLOSE TaxBandFile.
       END PROGRAM TaxBandMaint.

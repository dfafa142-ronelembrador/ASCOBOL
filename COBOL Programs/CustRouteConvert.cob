               MOVE OT-CreditLimit(WS-Cust-Idx) TO CM-CreditLimit
               MOVE ZERO TO CM-RouteCode
               MOVE SPACE TO CM-WriteOffFlag
               MOVE SPACE TO CM-InterestExempt
               MOVE SPACES TO CM-CurrencyCode
               MOVE SPACES TO CM-CountryCode
               MOVE SPACES TO CM-VatRegNo
               WRITE CustomerRecord
           END-PERFORM.
           CLOSE NewCustFile.

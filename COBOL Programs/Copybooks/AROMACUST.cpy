      * existed, which reads as not written off.
           02  CM-WriteOffFlag         PIC X.
               88  CM-Written-Off          VALUE "W".
      * E when the customer is exempt from late-payment interest;
      * ArLateInterest skips a flagged customer. Blank on records
      * written before the flag existed, which reads as chargeable.
           02  CM-InterestExempt       PIC X.
               88  CM-Interest-Exempt      VALUE "E".
      * ISO code of the currency the customer is invoiced in and
      * pays in, GBP or USD for the UK and US trade accounts. Blank
      * on records written before the field existed, and on every
      * euro account, which reads as EUR. The rate is the EURxxx
      * pair on CURRENCYRATES.DAT.
           02  CM-CurrencyCode         PIC X(3).
               88  CM-Euro-Account         VALUE SPACES "EUR".
      * ISO country code of the customer's address and, for a trade
      * customer registered for VAT, the VAT registration number as
      * issued, country prefix included. Both are checked by
      * VatNoCheck when keyed through CustomerMaint. Blank on records
      * written before the fields existed, and on home-country
      * customers, which reads as the home country. AromaSales
      * zero-rates the sales of a customer in another EU member state
      * who carries a VAT number, and EcSalesList reports them.
           02  CM-CountryCode          PIC X(2).
           02  CM-VatRegNo             PIC X(14).

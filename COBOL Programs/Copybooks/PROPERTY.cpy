      ******************************************************************
      * PROPERTY.cpy - PROPERTY.DAT property master: city, landlord
      *                name and bed capacity per property. The
      *                landlord code links the property to its owner
      *                on LANDLORD.DAT for LandlordPay.cob; a zero
      *                code means the property has no landlord to be
      *                paid through the remittance run.
      ******************************************************************
       01  PropertyRec.
           02  PP-PropertyID           PIC 9(4).
           02  PP-CityCode             PIC 99.
           02  PP-Landlord             PIC X(20).
           02  PP-BedCapacity          PIC 9(3).
           02  PP-LandlordCode         PIC 9(4).

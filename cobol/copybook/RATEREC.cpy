      ******************************************************************
      * RATEREC -- chargeback rate record (charge.rates)
      *
      * The price of one unit of each item the month-end chargeback
      * bills.  Line sequential and kept by hand, like
      * region.profile; a '*' in column 1 marks a comment line:
      *   cols 1-8    item -- SESSION (a DBOPEN), UOW (a committed
      *               unit of work), READ, UPDATE and TXN (calls by
      *               FUNC-CLASS class) and BLOCK (a block shipped
      *               across the bridge, either way)
      *   cols 10-19  price per unit as 99999.9999, the point keyed
      * An item with no line is priced at zero.
      ******************************************************************
      *  $BJQ99MzNr(B
      *  XX.XX.XX    $B#N#N#N(B        $B?75,:n@.(B
      ******************************************************************
       01  RATE-REC.
           02  RATE-ITEM           PIC X(08).
           02  FILLER              PIC X(01).
           02  RATE-PRICE.
               03  RATE-PRICE-INT      PIC X(05).
               03  RATE-PRICE-POINT    PIC X(01).
               03  RATE-PRICE-FRAC     PIC X(04).
           02  FILLER              PIC X(61).

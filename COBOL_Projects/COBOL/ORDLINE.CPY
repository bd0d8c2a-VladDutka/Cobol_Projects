           05  OL-OVERRIDE-SW PIC X(1).
           05  OL-ORIG-PRICE PIC 9(4)V99.
           05  OL-SUPERVISOR PIC X(10).
      *    THE ITEM'S VAT CLASS AT THE TIME OF THE SALE ('V', 'E' OR
      *    'Z' AS ON ITEMPRICE) -- THE ORDER'S VATABLE / EXEMPT /
      *    ZERO-RATED SPLIT IS WORKED OUT FROM THESE LINE BY LINE.
      *    SPACE ON LINES FROM BEFORE THE CLASSES READS AS VATABLE.
           05  OL-VAT-CLASS PIC X(1).

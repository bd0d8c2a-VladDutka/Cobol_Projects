      * Purpose: One delivery zone and its fee -- the zone code the
      *          cashier captures on a route 'D' order and the
      *          VAT-inclusive delivery charge added onto the order
      *          total for it, and the delivery time promised to
      *          the customer, which DELTURN measures deliveries
      *          against, and the neighbouring zones whose orders
      *          DISPATCHM may put on the same driver trip.
      *          Maintained by ZONEMAINT.
      ******************************************************************
       01  DELZONE-REC.
           05  DZ-ZONE PIC X(2).
           05  DZ-FEE PIC 9(3)V99.
      *    PROMISED ORDER-TO-DOOR MINUTES. ZERO (OR NOT NUMERIC, ON
      *    A ROW FROM BEFORE THE TARGET WAS KEPT) MEANS THE HOUSE
      *    STANDARD OF 45 MINUTES.
           05  DZ-PROMISE-MINS PIC 9(3).
      *    UP TO FIVE NEIGHBOURING ZONE CODES, TWO CHARACTERS EACH,
      *    SPACES WHERE UNUSED.
           05  DZ-NEIGHBORS.
               10  DZ-NEIGHBOR PIC X(2) OCCURS 5 TIMES.

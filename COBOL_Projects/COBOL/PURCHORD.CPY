      *          GOODSRCV receives against it (an overage needs a
      *          supervisor) and flags the line closed when the
      *          order is filled, so nothing gets received -- and
      *          paid -- that nobody ordered. The delivery date the
      *          supplier promised rides on the end of the line so
      *          the daily tickler can chase a PO that is late.
      ******************************************************************
       01  PURCHORD-REC.
           05  PO-NUMBER PIC 9(5).
           05  PO-UNIT-COST PIC 9(5)V99.
      *    'O' OPEN, 'C' CLOSED (FILLED).
           05  PO-STATUS PIC X(1).
      *    DELIVERY DATE PROMISED WHEN THE PO WAS RAISED -- ZERO (OR
      *    BLANK ON LINES FROM BEFORE IT WAS KEPT) MEANS NONE GIVEN.
           05  PO-EXPECT-DATE PIC 9(8).

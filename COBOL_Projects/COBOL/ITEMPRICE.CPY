      *    DAILY ORDER SPLIT CAN SUBTOTAL BY DEPARTMENT. SPACES ON
      *    ITEMS FROM BEFORE DEPARTMENTS EXISTED.
           05  IT-DEPT PIC X(2).
      *    UNIT COST, A MOVING AVERAGE GOODSRCV REWORKS FROM THE PO
      *    PRICE AT EACH RECEIPT (COSTHIST.DAT) -- PERIODCLOSE EXTENDS
      *    IT-STOCK BY IT AT EVERY CLOSE SO THE SHELVES FINALLY
      *    REACH THE BOOKS THROUGH GLEXPORT.
           05  IT-COST PIC 9(5)V99.
      *    'Y' MARKS A PERISHABLE ITEM -- ITS STOCK IS KEPT IN LOTS
      *    WITH EXPIRY DATES ON STOCKLOT.DAT AND DRAWN DOWN FIRST-
      *    EXPIRING-FIRST. SET THROUGH ITEMMAINT; ANYTHING ELSE
      *    (SPACE ON ITEMS FROM BEFORE LOTS) IS NOT LOT-TRACKED.
           05  IT-PERISH PIC X(1).
      *    ABC CLASS FROM THE LAST ABCCLASS RUN -- 'A' THE FEW ITEMS
      *    CARRYING MOST OF THE QUARTER'S SALES VALUE (COUNTED
      *    WEEKLY), 'B' THE MIDDLE (MONTHLY), 'C' THE LONG TAIL
      *    (QUARTERLY). SPACE UNTIL THE FIRST RUN CLASSIFIES IT.
           05  IT-ABC-CLASS PIC X(1).
      *    VAT CLASS -- 'V' VATABLE (THE CONFIGURED RATE IS BACKED
      *    OUT OF THE PRICE), 'E' VAT-EXEMPT, 'Z' ZERO-RATED. SET
      *    THROUGH ITEMMAINT; SPACE ON ITEMS FROM BEFORE THE CLASSES
      *    EXISTED READS AS VATABLE.
           05  IT-VAT-CLASS PIC X(1).

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One lot of a perishable item (IT-PERISH 'Y') still
      *          on hand on STOCKLOT.DAT -- the lot number, the date
      *          it came in, its expiry date, the quantity left and
      *          the PO cost it came in at. GOODSRCV adds a lot per
      *          receipt; ORDERTENDER's draw-down and WRITEOFF take
      *          stock out of the first-expiring lot first; STOCKCNT
      *          counts lot by lot; WRITEOFF's expiry report lists
      *          the lots expiring or expired. A lot drawn to zero
      *          drops off the file. The lots of an item add up to
      *          its IT-STOCK.
      ******************************************************************
       01  STOCKLOT-REC.
           05  SK-ITEM-CODE PIC X(5).
           05  SK-LOT-NO PIC X(10).
           05  SK-RCV-DATE PIC 9(8).
           05  SK-EXPIRY PIC 9(8).
           05  SK-QTY PIC 9(5).
           05  SK-UNIT-COST PIC 9(5)V99.
           05  SK-PO-NO PIC 9(5).

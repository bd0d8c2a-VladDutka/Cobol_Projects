      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One goods receipt as GOODSRCV posted it -- when,
      *          against which PO, the item, the quantity that
      *          landed on the shelf and the PO's agreed unit cost.
      *          The PO line only keeps a running received figure;
      *          this log is what a period report dates receipts by
      *          (FOODCOST's actual ingredient usage).
      ******************************************************************
       01  RCVLOG-REC.
           05  RL-STAMP PIC X(14).
           05  RL-PO-NO PIC 9(5).
           05  RL-ITEM-CODE PIC X(5).
           05  RL-QTY PIC 9(5).
           05  RL-UNIT-COST PIC 9(5)V99.

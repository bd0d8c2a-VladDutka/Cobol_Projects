      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One item-supplier link -- the supplier an item is
      *          bought from, how many days that supplier takes to
      *          deliver once ordered, how many days' stock one
      *          order is meant to cover before the next, and the
      *          days of safety stock to hold on top, with the cost
      *          last agreed. One link per item, maintained in
      *          SUPPMAINT; REPLEN sizes its suggested orders off it.
      ******************************************************************
       01  ITEMSUPP-REC.
           05  IS-ITEM-CODE PIC X(5).
           05  IS-SUPP-NO PIC X(5).
           05  IS-LEAD-DAYS PIC 9(3).
           05  IS-CYCLE-DAYS PIC 9(3).
           05  IS-SAFETY-DAYS PIC 9(3).
           05  IS-UNIT-COST PIC 9(5)V99.

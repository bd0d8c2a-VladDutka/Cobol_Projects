      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One change of an item's unit cost on the COSTHIST.DAT
      *          cost history -- GOODSRCV averages the stock on hand
      *          at its old cost with the quantity received at the
      *          PO's cost, and logs the old and new cost with the
      *          stock and receipt behind it. COSTCHG reports the
      *          items whose cost moved past the SHOPCONF.DAT alert
      *          percent.
      ******************************************************************
       01  COSTHIST-REC.
           05  CH-STAMP PIC X(14).
           05  CH-ITEM-CODE PIC X(5).
           05  CH-OLD-COST PIC 9(5)V99.
           05  CH-NEW-COST PIC 9(5)V99.
           05  CH-ON-HAND PIC 9(5).
           05  CH-QTY PIC 9(5).
           05  CH-PO-NO PIC 9(5).
           05  CH-PO-COST PIC 9(5)V99.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of a debit memo on DMLINE.DAT -- the item
      *          sent back, the quantity, the PO's agreed unit cost
      *          it is credited at, and why it went back (SHORTD
      *          short-dated, DAMAGE, WRONG item, OTHER).
      ******************************************************************
       01  DMLINE-REC.
           05  DN-NUMBER PIC 9(5).
           05  DN-ITEM-CODE PIC X(5).
           05  DN-QTY PIC 9(5).
           05  DN-UNIT-COST PIC 9(5)V99.
           05  DN-REASON PIC X(6).

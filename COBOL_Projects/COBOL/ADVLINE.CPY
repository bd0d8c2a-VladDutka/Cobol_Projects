      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line item of an advance order on ADVORDER.DAT,
      *          priced off ITEMPRICE when the order was taken. The
      *          claim rings these lines at the quoted price, and
      *          ADVPROD explodes them for the production list.
      ******************************************************************
       01  ADVLINE-REC.
           05  AL-ADV-NO PIC 9(6).
           05  AL-ITEM-CODE PIC X(5).
           05  AL-QTY PIC 9(3).
           05  AL-UNIT-PRICE PIC 9(4)V99.

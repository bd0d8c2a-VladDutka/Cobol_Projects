      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of a menu item's recipe -- the menu item
      *          code on the catalog, one ingredient off INGRED.DAT,
      *          and how much of it goes into a single serving, in
      *          the ingredient's unit. Maintained in RECIPEMAINT;
      *          FOODCOST explodes sales through it into theoretical
      *          usage and costs each menu item against its price.
      ******************************************************************
       01  RECIPE-REC.
           05  RC-MENU-CODE PIC X(5).
           05  RC-INGR-CODE PIC X(5).
           05  RC-QTY PIC 9(3)V999.

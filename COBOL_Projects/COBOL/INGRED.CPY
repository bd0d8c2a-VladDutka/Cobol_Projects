      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One raw ingredient -- patties, buns, cooking oil.
      *          The code is the catalog stock code the ingredient
      *          is bought, received (GOODSRCV), written off
      *          (WRITEOFF) and counted (STOCKCNT) under, so its
      *          stock and average cost stay on ITEMPRICE.DAT like
      *          any other stocked item; this master adds the name
      *          and the unit every quantity is kept in (PCS, G,
      *          ML). Maintained in RECIPEMAINT.
      ******************************************************************
       01  INGRED-REC.
           05  IG-CODE PIC X(5).
           05  IG-NAME PIC X(20).
           05  IG-UOM PIC X(4).

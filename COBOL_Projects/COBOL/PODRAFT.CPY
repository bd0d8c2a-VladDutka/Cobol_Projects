      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of a draft purchase order -- written by
      *          the REPLEN replenishment run, one draft per supplier
      *          made of its lines, with the working behind the
      *          suggestion (average daily usage, days to cover,
      *          stock on hand, quantity already on open POs). The
      *          purchaser edits the quantity and cost in POENTRY
      *          and releases the draft as a real PO, which removes
      *          its lines from here.
      ******************************************************************
       01  PODRAFT-REC.
           05  DP-SUPP-NO PIC X(5).
           05  DP-ITEM-CODE PIC X(5).
           05  DP-RUN-DATE PIC 9(8).
           05  DP-DAILY-USE PIC 9(4)V99.
           05  DP-COVER-DAYS PIC 9(3).
           05  DP-ON-HAND PIC 9(5).
           05  DP-ON-ORDER PIC 9(5).
           05  DP-SUGGESTED PIC 9(5).
      *    WHAT WILL ACTUALLY BE ORDERED -- THE SUGGESTION UNTIL THE
      *    PURCHASER CHANGES IT; ZERO DROPS THE LINE AT RELEASE.
           05  DP-QTY PIC 9(5).
           05  DP-UNIT-COST PIC 9(5)V99.

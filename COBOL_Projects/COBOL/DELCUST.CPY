      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One delivery customer, keyed by the contact number
      *          the cashier keys when a delivery order is rung --
      *          the name, the address, landmark notes for the
      *          driver and the DELZONE.DAT zone, filled in by
      *          ORDERTENDER instead of being retyped into every
      *          DISPATCH.DAT record. A new number is added at order
      *          time; DELREPEAT names the repeat customers off it.
      ******************************************************************
       01  DELCUST-REC.
           05  DC-CONTACT PIC X(11).
           05  DC-NAME PIC X(25).
           05  DC-ADDRESS PIC X(30).
           05  DC-LANDMARK PIC X(30).
           05  DC-ZONE PIC X(2).
      *    BUSINESS DATE THE NUMBER WAS FIRST RUNG, AND THE LAST
      *    DATE ITS ADDRESS OR ZONE WAS CHANGED AT THE COUNTER.
           05  DC-ADDED-DATE PIC 9(8).
           05  DC-CHANGED-DATE PIC 9(8).

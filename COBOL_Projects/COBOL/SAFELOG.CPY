      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One movement of cash through the safe -- 'P' a
      *          mid-shift pickup a supervisor took out of a drawer
      *          at ORDERTENDER (numbered pickup slip, cashier and
      *          supervisor), 'C' the closing drawer cash less the
      *          float put away when BANKDEP prepares the day's
      *          deposit, and 'D' the deposit bundle taken out to the
      *          bank. Pickup and deposit rows carry their
      *          denomination count, and what should be in the safe
      *          -- every P and C in less every D out -- can be
      *          counted and proved at any time from BANKDEP's safe
      *          count.
      ******************************************************************
       01  SAFELOG-REC.
           05  SF-BUSDATE PIC 9(8).
           05  SF-STAMP PIC X(14).
           05  SF-TYPE PIC X(1).
           05  SF-SLIP-NO PIC 9(6).
           05  SF-CASHIER PIC X(5).
           05  SF-SUPERVISOR PIC X(10).
           05  SF-AMOUNT PIC 9(7)V99.
           05  SF-COUNT.
               10  SF-D1000 PIC 999.
               10  SF-D500 PIC 999.
               10  SF-D100 PIC 999.
               10  SF-D50 PIC 999.
               10  SF-D20 PIC 999.
               10  SF-D5 PIC 999.
               10  SF-D1 PIC 999.
               10  SF-CENT PIC 99.

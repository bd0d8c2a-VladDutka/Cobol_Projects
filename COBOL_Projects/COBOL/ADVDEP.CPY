      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One movement of an advance-order deposit on the
      *          ADVDEP.DAT ledger -- the deposit taken in cash, a
      *          refund paid back out of the drawer, or a deposit
      *          forfeited on a cancelled order. A deposit applied
      *          to the order at its claim is the 'D' tender line on
      *          TENDERS.DAT instead. GLEXPORT posts the ledger to
      *          the ADV-DEPOSIT liability and ADVDEPRPT ties the
      *          open orders back to it.
      ******************************************************************
       01  ADVDEP-REC.
           05  AD-ADV-NO PIC 9(6).
           05  AD-BUSDATE PIC 9(8).
           05  AD-STAMP PIC X(14).
      *    'T' TAKEN, 'R' REFUNDED, 'F' FORFEITED.
           05  AD-ACTION PIC X(1).
           05  AD-AMOUNT PIC 9(4)V99.
           05  AD-CASHIER PIC X(5).
           05  AD-APPROVER PIC X(10).

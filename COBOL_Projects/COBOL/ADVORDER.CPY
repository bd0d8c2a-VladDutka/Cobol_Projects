      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One advance or catering order -- taken at
      *          ORDERTENDER's [A] prompt days ahead of the party,
      *          priced off the catalog then and there (the lines
      *          themselves are on ADVLINE.DAT under the same number)
      *          and held with a deposit. The deposit is a liability
      *          on ADVDEP.DAT until the order is claimed on its due
      *          date, cancelled with the deposit refunded, or
      *          cancelled with the deposit forfeited. ADVPROD lists
      *          tomorrow's orders for the kitchen and ADVDEPRPT the
      *          deposits still held.
      ******************************************************************
       01  ADVORDER-REC.
           05  AO-ADV-NO PIC 9(6).
      *    'O' OPEN, 'C' CLAIMED, 'R' CANCELLED AND REFUNDED,
      *    'F' CANCELLED AND FORFEITED.
           05  AO-STATUS PIC X(1).
           05  AO-CUST-NAME PIC X(25).
           05  AO-CONTACT PIC X(11).
           05  AO-DUE-DATE PIC 9(8).
           05  AO-DUE-TIME PIC 9(4).
      *    'C' PICKED UP AT THE COUNTER, 'D' DELIVERED.
           05  AO-ROUTE PIC X(1).
           05  AO-TOTAL PIC 9(4)V99.
           05  AO-DEPOSIT PIC 9(4)V99.
           05  AO-TAKEN-DATE PIC 9(8).
           05  AO-CASHIER PIC X(5).
      *    THE ORDERS.DAT ROW THAT CLAIMED IT, THE DATE IT WAS
      *    CLAIMED OR CANCELLED, AND THE SUPERVISOR WHO APPROVED A
      *    CANCELLATION.
           05  AO-CLAIM-ONUM PIC 9(7).
           05  AO-CLOSED-DATE PIC 9(8).
           05  AO-APPROVER PIC X(10).

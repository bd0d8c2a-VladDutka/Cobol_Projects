      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One debit memo on DEBITMEMO.DAT -- goods SUPPRTN sent
      *          back to a SUPPLIER.DAT supplier against one of its
      *          POs, valued at the PO's agreed cost. The memo is an
      *          open credit with the supplier until it is used up:
      *          APINVOICE applies it against the supplier's next
      *          invoices, or SUPPRTN records the supplier refunding
      *          it. What is still open is the amount less what was
      *          applied and refunded; SUPPRTN ages the open memos.
      ******************************************************************
       01  DEBITMEMO-REC.
           05  DM-NUMBER PIC 9(5).
           05  DM-SUPP-NO PIC X(5).
           05  DM-PO-NO PIC 9(5).
           05  DM-DATE PIC 9(8).
           05  DM-AMOUNT PIC 9(7)V99.
           05  DM-APPLIED PIC 9(7)V99.
           05  DM-REFUNDED PIC 9(7)V99.
      *    'O' OPEN, 'C' CLOSED (APPLIED AND/OR REFUNDED IN FULL).
           05  DM-STATUS PIC X(1).
           05  DM-OPERATOR PIC X(10).

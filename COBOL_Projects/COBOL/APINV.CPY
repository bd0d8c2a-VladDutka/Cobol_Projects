      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One supplier invoice keyed against a purchase
      *          order -- the supplier's own invoice number, its
      *          date, the payment terms and the due date they give,
      *          the invoice total, and where it stands. APINVOICE
      *          matches it against the PO's ordered and received
      *          quantities and agreed costs: a matched invoice goes
      *          straight onto the APLEDGER.DAT payables ledger, one
      *          that differs is held until a supervisor releases or
      *          rejects it. APPAYRUN marks it paid.
      ******************************************************************
       01  APINV-REC.
           05  AI-SUPP-NO PIC X(5).
           05  AI-INV-NO PIC X(12).
           05  AI-PO-NO PIC 9(5).
           05  AI-INV-DATE PIC 9(8).
           05  AI-TERMS-DAYS PIC 9(3).
           05  AI-DUE-DATE PIC 9(8).
           05  AI-AMOUNT PIC 9(7)V99.
      *    'H' HELD, 'O' OPEN ON THE LEDGER, 'P' PAID, 'X' REJECTED.
           05  AI-STATUS PIC X(1).
           05  AI-HOLD-REASON PIC X(20).
           05  AI-ENTERED-BY PIC X(10).
           05  AI-RELEASED-BY PIC X(10).

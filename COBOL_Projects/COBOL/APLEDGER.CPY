      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One movement on the APLEDGER.DAT accounts-payable
      *          ledger, per SUPPLIER.DAT supplier and invoice -- the
      *          matched (or released) invoice owed, or the payment
      *          a payment run made against it, or a SUPPRTN debit
      *          memo applied against it. What an invoice still owes
      *          is its 'I' row less its 'P' and 'D' rows. A memo the
      *          supplier refunded in cash is an 'R' row under the
      *          memo's own "DM" number. APAGING ages it, APPAYRUN
      *          pays it and GLEXPORT posts it.
      ******************************************************************
       01  APLEDGER-REC.
           05  AP-SUPP-NO PIC X(5).
           05  AP-INV-NO PIC X(12).
      *    'I' INVOICE OWED, 'P' PAYMENT MADE, 'D' DEBIT MEMO
      *    APPLIED, 'R' DEBIT MEMO REFUNDED.
           05  AP-TYPE PIC X(1).
           05  AP-BUSDATE PIC 9(8).
           05  AP-DUE-DATE PIC 9(8).
           05  AP-AMOUNT PIC 9(7)V99.
           05  AP-REF PIC X(10).
           05  AP-OPERATOR PIC X(10).

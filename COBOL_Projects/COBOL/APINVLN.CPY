      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of a supplier invoice -- the PO item
      *          billed, the quantity and unit cost the supplier
      *          charged, and how it matched: within what was
      *          received and not yet billed, and within the
      *          SHOPCONF.DAT price tolerance of the PO's agreed
      *          cost. Lines of a rejected invoice are marked and no
      *          longer count as billed.
      ******************************************************************
       01  APINVLN-REC.
           05  AN-SUPP-NO PIC X(5).
           05  AN-INV-NO PIC X(12).
           05  AN-PO-NO PIC 9(5).
           05  AN-ITEM-CODE PIC X(5).
           05  AN-QTY PIC 9(5).
           05  AN-UNIT-COST PIC 9(5)V99.
      *    'M' MATCHED, 'Q' BILLED PAST RECEIVED, 'P' PRICE OFF,
      *    'B' BOTH, 'X' LINE OF A REJECTED INVOICE.
           05  AN-MATCH PIC X(1).

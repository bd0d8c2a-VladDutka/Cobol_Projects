      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One movement of an item's stock on STOCKLED.DAT, the
      *          stock ledger -- when it posted, the item, the kind
      *          of movement (S sale, C combo component sold, V void
      *          return, R receipt, W write-off, A count adjustment,
      *          O transfer out, I transfer in, B opening balance, D
      *          returned to supplier), the document behind it (ONUM,
      *          PO, transfer number, debit memo),
      *          the quantity in or out and IT-STOCK as it stood once
      *          the movement posted. Every program that changes
      *          IT-STOCK appends a row as it rewrites the item;
      *          STOCKINQ shows an item's ledger for a date range and
      *          STOCKPRF proves each item's last balance against
      *          IT-STOCK every night.
      ******************************************************************
       01  STOCKLED-REC.
           05  LE-STAMP PIC X(14).
           05  LE-ITEM-CODE PIC X(5).
           05  LE-TYPE PIC X(1).
           05  LE-REF PIC X(10).
           05  LE-QTY-IN PIC 9(5).
           05  LE-QTY-OUT PIC 9(5).
           05  LE-BALANCE PIC 9(5).

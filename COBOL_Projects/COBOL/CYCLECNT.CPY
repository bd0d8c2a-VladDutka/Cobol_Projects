      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One scheduled cycle count on CYCLECNT.DAT, keyed by
      *          the day it is due and the item -- ABCCLASS writes the
      *          rolling schedule (A items weekly, B monthly, C
      *          quarterly, spread over the working days), STOCKCNT
      *          marks the row counted with the book and counted
      *          quantities, and CNTACCY reports the accuracy per
      *          class and the scheduled counts never made.
      ******************************************************************
       01  CYCLECNT-REC.
           05  CY-KEY.
               10  CY-DATE PIC 9(8).
               10  CY-ITEM-CODE PIC X(5).
           05  CY-CLASS PIC X(1).
      *    'S' SCHEDULED, 'C' COUNTED.
           05  CY-STATUS PIC X(1).
           05  CY-BOOK-QTY PIC 9(5).
           05  CY-COUNTED-QTY PIC 9(5).
           05  CY-COUNTED-BY PIC X(10).

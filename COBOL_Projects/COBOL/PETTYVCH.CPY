      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One petty-cash voucher on PETTYVCH.DAT -- cash paid
      *          out of the imprest petty-cash box for a small store
      *          expense: the voucher number, the business date, who
      *          was paid, the expense category, the amount and the
      *          operator who paid it out. A voucher stays in the box
      *          (PV-REPLEN-NO zero) until PETTYCASH's replenishment
      *          run refills the box and stamps it with the
      *          replenishment number. The SHOPCONF.DAT fund less the
      *          vouchers still in the box is the cash that should be
      *          there.
      ******************************************************************
       01  PETTYVCH-REC.
           05  PV-VOUCHER-NO PIC 9(5).
           05  PV-DATE PIC 9(8).
           05  PV-PAYEE PIC X(20).
      *    FUEL (LPG), CLEAN, FARE, SUPPLY, REPAIR, OTHER -- EACH
      *    POSTS THROUGH ITS OWN PETTY-<CATEGORY> GLMAP.DAT KEY.
           05  PV-CATEGORY PIC X(6).
           05  PV-AMOUNT PIC 9(5)V99.
           05  PV-OPERATOR PIC X(10).
           05  PV-REPLEN-NO PIC 9(5).

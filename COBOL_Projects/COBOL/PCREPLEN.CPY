      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of a petty-cash replenishment on
      *          PCREPLEN.DAT -- what one PETTYCASH replenishment run
      *          drew from the bank to refill the box, one line per
      *          expense category of the vouchers it cleared. GLEXPORT
      *          posts each line as a debit to the category's
      *          PETTY-<category> expense account against PETTY-BANK.
      ******************************************************************
       01  PCREPLEN-REC.
           05  PR-REPLEN-NO PIC 9(5).
           05  PR-DATE PIC 9(8).
           05  PR-CATEGORY PIC X(6).
           05  PR-AMOUNT PIC 9(7)V99.
           05  PR-VOUCHERS PIC 9(4).
           05  PR-OPERATOR PIC X(10).

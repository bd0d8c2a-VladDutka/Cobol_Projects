      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One piece of company property on PROPERTY.DAT --
      *          a uniform, ID card, drawer key, delivery helmet and
      *          the like, by tag number, issued to an EMPID. PROPMAINT
      *          issues and takes back, and clears a terminated
      *          employee's items before EMPSTATUS will run the final
      *          pay; an item charged at clearance comes off that final
      *          pay at its value. PROPRPT lists what is out.
      ******************************************************************
       01  PROPREG-REC.
           05  PR-EMPID PIC X(5).
           05  PR-TAG PIC X(10).
      *    'U' UNIFORM, 'I' ID CARD, 'K' DRAWER KEY, 'H' HELMET,
      *    'O' ANYTHING ELSE.
           05  PR-ITEM-TYPE PIC X(1).
           05  PR-DESC PIC X(20).
           05  PR-ISSUE-DATE PIC 9(8).
      *    THE DEPOSIT OR CHARGE VALUE -- WHAT THE EMPLOYEE PAYS IF
      *    THE ITEM NEVER COMES BACK.
           05  PR-VALUE PIC 9(5)V99.
           05  PR-ISSUED-BY PIC X(10).
      *    'I' STILL ISSUED, 'R' RETURNED, 'W' WAIVED BY A
      *    SUPERVISOR, 'C' CHARGED TO THE FINAL PAY.
           05  PR-STATUS PIC X(1).
           05  PR-CLOSE-DATE PIC 9(8).
           05  PR-CLOSED-BY PIC X(10).
      *    'Y' ONCE EMPSTATUS HAS TAKEN A 'C' ITEM OFF THE FINAL PAY.
           05  PR-DEDUCTED PIC X(1).

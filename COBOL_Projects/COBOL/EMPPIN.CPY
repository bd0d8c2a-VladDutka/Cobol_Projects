      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One employee's personal inquiry PIN for the self-
      *          service option on the TIMECLOCK terminal, keyed by
      *          EMPID. Kept apart from OPERATORS.DAT on purpose --
      *          an employee PIN opens only that employee's own pay,
      *          leave, loan, punch and schedule figures, read-only,
      *          and never signs anybody onto the system. Set and
      *          reset by the office through EMPPINMAINT.
      ******************************************************************
       01  EMPPIN-REC.
           05  EN-EMPID PIC X(5).
           05  EN-PIN PIC X(4).
      *    DATE THE PIN WAS LAST SET OR RESET BY THE OFFICE.
           05  EN-SET-DATE PIC 9(8).

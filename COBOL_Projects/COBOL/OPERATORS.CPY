      *          ORDERTENDER so AU-OPERATOR carries a validated ID
      *          instead of whatever was typed, and so CORRECTION-MODE
      *          and the larger rate changes can be held to the
      *          supervisor role. LAUNCHER keeps the PIN's age, the
      *          must-change flag and the last sign-on on the end of
      *          the row.
      ******************************************************************
       01  OPERATOR-REC.
           05  OP-ID PIC X(10).
      *    'C' = CLERK (ENTRY ONLY).
           05  OP-ROLE PIC X(1).
           05  OP-PIN PIC X(4).
      *    THE DAY THE PIN WAS LAST SET, AND 'Y' WHEN IT MUST BE
      *    CHANGED AT THE NEXT SIGN-ON (A NEW OPERATOR, OR A PIN A
      *    SUPERVISOR RESET). A ROW KEYED WITHOUT THEM -- BLANKS --
      *    IS TREATED AS MUST-CHANGE.
           05  OP-PIN-DATE PIC 9(8).
           05  OP-MUST-CHANGE PIC X(1).
      *    LAST SUCCESSFUL LAUNCHER SIGN-ON -- PINAGE LISTS THE IDS
      *    NOBODY HAS USED IN A WHILE.
           05  OP-LAST-SIGNON PIC 9(8).
      *    THE OPERATOR'S OWN EMPID ON THE PAYROLL, KEYED WITH THE
      *    ROW (SPACES FOR AN ID THAT IS NOT AN EMPLOYEE) -- SODRPT
      *    USES IT TO CATCH AN OPERATOR ACTING ON THEIR OWN RECORD
      *    OR ON A SALE THEY RANG AS CASHIER.
           05  OP-EMPID PIC X(5).

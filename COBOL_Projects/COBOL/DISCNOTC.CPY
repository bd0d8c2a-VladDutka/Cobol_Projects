      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One disciplinary notice -- written 'D' (due) by
      *          DISCNIGHT the night an employee's incident count
      *          reaches a DISCRULE.DAT level, and marked 'S' (served)
      *          on the DISCSERVE supervisor screen once it has been
      *          handed over, with the date and the supervisor.
      ******************************************************************
       01  DISCNOTC-REC.
           05  NT-EMPID PIC X(5).
      *    1 VERBAL, 2 WRITTEN, 3 SUSPENSION, 4 FINAL WARNING.
           05  NT-LEVEL PIC 9(1).
           05  NT-DUE-DATE PIC 9(8).
      *    INCIDENTS INSIDE THE LEVEL'S WINDOW THE NIGHT IT FELL DUE.
           05  NT-INCIDENTS PIC 9(2).
           05  NT-STATUS PIC X(1).
           05  NT-SERVED-DATE PIC 9(8).
           05  NT-SERVED-BY PIC X(10).

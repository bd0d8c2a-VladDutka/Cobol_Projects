      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One PIN set on an operator ID -- by the operator at
      *          LAUNCHER's change-PIN, or by a supervisor's reset.
      *          Appended to PINHIST.DAT every time, so LAUNCHER can
      *          refuse a PIN the operator used lately.
      ******************************************************************
       01  PIN-HIST-REC.
           05  PH-OP-ID PIC X(10).
           05  PH-PIN PIC X(4).
           05  PH-SET-DATE PIC 9(8).
      *    'C' = CHANGED BY THE OPERATOR, 'R' = RESET BY A SUPERVISOR.
           05  PH-HOW PIC X(1).
           05  PH-SET-BY PIC X(10).

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One collection letter sent to a charge customer, as
      *          logged by CUSTSTMT's monthly collection run on
      *          COLLLOG.DAT -- who, the day it went out, the letter
      *          (R reminder for 31-60 days, D demand for 61-90, F
      *          final notice over 90), the overdue amount it asked
      *          for and the balance at the time. The run reads the
      *          log back so a customer gets one letter of a level
      *          per month, and only while something is still overdue.
      ******************************************************************
       01  COLLLOG-REC.
           05  CL-CUST-NO PIC X(5).
           05  CL-DATE PIC 9(8).
           05  CL-LETTER PIC X(1).
           05  CL-OVERDUE PIC 9(7)V99.
           05  CL-BALANCE PIC 9(7)V99.

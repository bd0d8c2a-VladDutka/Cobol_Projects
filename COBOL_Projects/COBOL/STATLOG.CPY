      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of STATLOG.DAT -- every change EMPSTATUS
      *          makes to an employee's employment status or class:
      *          who changed whom, from what to what, why, and when.
      *          Appended only, never rewritten, so HEADCOUNT can
      *          replay it to rebuild the staff as it stood on any
      *          past date.
      ******************************************************************
       01  STATLOG-REC.
      *    YYYYMMDD FOLLOWED BY HHMMSSCC.
           05  SL-STAMP PIC X(14).
           05  SL-OPERATOR PIC X(10).
           05  SL-EMPID PIC X(5).
      *    EM-STATUS-CODE BEFORE AND AFTER -- EQUAL ON A LINE THAT
      *    ONLY REGULARIZES.
           05  SL-OLD-STATUS PIC X(1).
           05  SL-NEW-STATUS PIC X(1).
           05  SL-REASON PIC X(30).
      *    EM-EMP-CLASS BEFORE AND AFTER -- 'P' TO 'R' IS A
      *    REGULARIZATION. BLANK ON LINES FROM BEFORE THE CLASS WAS
      *    LOGGED.
           05  SL-OLD-CLASS PIC X(1).
           05  SL-NEW-CLASS PIC X(1).
      *    WHY A TERMINATION HAPPENED -- 'R' RESIGNED, 'D' DISMISSED
      *    FOR CAUSE, 'E' END OF CONTRACT OR PROBATION NOT PASSED,
      *    'A' ABANDONED THE JOB (AWOL), 'O' ANY OTHER. BLANK ON
      *    ANY OTHER CHANGE AND ON LINES FROM BEFORE THE CODE.
           05  SL-SEP-CODE PIC X(1).

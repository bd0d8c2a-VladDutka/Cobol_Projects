      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One grade-change request on GRADECHGREQ.DAT -- a
      *          teacher's correction to a grade already posted on
      *          STUDENTGRADES.DAT: the student, term and subject, the
      *          corrected component grades and why. The request sits
      *          pending until the registrar (a supervisor on
      *          OPERATORS.DAT) approves or rejects it in GRADECHG;
      *          only an approved request touches the grade itself.
      ******************************************************************
       01  GRADE-CHANGE-REQ.
           05  GQ-REQ-NO PIC 9(5).
           05  GQ-STAMP PIC X(14).
           05  GQ-TEACHER PIC X(10).
           05  GQ-SNUM PIC X(18).
           05  GQ-TERM PIC X(5).
           05  GQ-SUBJ PIC X(8).
           05  GQ-PREL PIC 9(2).
           05  GQ-MID PIC 9(2).
           05  GQ-FIN PIC 9(2).
           05  GQ-REASON PIC X(40).
      *    'P' = PENDING, 'A' = APPROVED, 'R' = REJECTED.
           05  GQ-STATUS PIC X(1).
           05  GQ-DECIDED-BY PIC X(10).
           05  GQ-DECIDED PIC X(14).

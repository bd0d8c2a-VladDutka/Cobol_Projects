      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One row of SUBJECT.DAT, the subject master kept by
      *          SUBJMAINT -- the subject code GR-SUBJ carries, its
      *          title, its units and whether it counts toward the
      *          GWA (PE and NSTP-type subjects are graded but left
      *          out). READY, QUIZ1 and GRADEBATCH refuse a subject
      *          code that is not here; TRANSCRIPT and HONORROLL
      *          weight each grade by its units.
      ******************************************************************
       01  SUBJECT-REC.
           05  SJ-CODE PIC X(8).
           05  SJ-TITLE PIC X(30).
           05  SJ-UNITS PIC 9V9.
      *    'Y' = THE GRADE COUNTS TOWARD THE GWA, 'N' = IT DOES NOT
      *    (THE UNITS ARE STILL EARNED).
           05  SJ-IN-GWA PIC X(1).

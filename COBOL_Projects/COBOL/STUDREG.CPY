      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One student on STUDREG.DAT, the student registry --
      *          the student number (its last five digits a serial
      *          plus the weighted mod-11 check digit PRIMENUMBERS
      *          validates), the full name, program, year level,
      *          section and enrollment status. STUDMAINT enrolls
      *          students and changes their status; every program
      *          that posts a grade takes the name from here instead
      *          of having it typed, so one student stops turning
      *          into two.
      ******************************************************************
       01  STUDREG-REC.
           05  SR-SNUM PIC X(18).
           05  SR-SNAME PIC X(30).
           05  SR-PROGRAM PIC X(8).
           05  SR-YEAR-LEVEL PIC 9(1).
           05  SR-SECTION PIC X(5).
      *    'E' = ENROLLED, 'L' = ON LEAVE, 'W' = WITHDRAWN,
      *    'G' = GRADUATED.
           05  SR-STATUS PIC X(1).
           05  SR-STATUS-DATE PIC 9(8).

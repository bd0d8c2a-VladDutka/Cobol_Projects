      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Student registry maintenance -- enrolls a student on
      *          STUDREG.DAT (the number must carry a good check digit
      *          -- PRIMENUMBERS' weighted mod-11 routine over its last
      *          five digits -- and may not already be on file),
      *          changes a student's name, program, year level or
      *          section, records status changes (enrolled, on leave,
      *          withdrawn, graduated) with the date, and lists the
      *          registry. READY, QUIZ1, GRADEBATCH and INCGRADE take
      *          the student's name from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL STUDREG-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STUDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDREG-REC.
           COPY "STUDREG.CPY".

       WORKING-STORAGE SECTION.
       01  STUDREG-STATUS PIC XX.
       01  STUDREG-EOF PIC X VALUE 'N'.
           88 STUDREG-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  TODAY-DATE PIC 9(8).
      *    IN-MEMORY COPY OF STUDREG.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS SUBJMAINT.
       01  SR-ROW-CTR PIC 9(4) VALUE 0.
       01  SR-FOUND-SW PIC X VALUE 'N'.
           88 SR-FOUND-ROW VALUE 'Y'.
       01  SR-IX PIC 9(4).
      *    A FULL TABLE MEANS THE LOAD WAS INCOMPLETE -- WRITING IT
      *    BACK WOULD DROP THE ROWS THAT DID NOT FIT (PUNCHFIX'S RULE).
       01  SR-FULL-SW PIC X VALUE 'N'.
           88 SR-FULL VALUE 'Y'.
       01  SR-TABLE.
           05  SR-ROW OCCURS 2000 TIMES.
               10  SRR-SNUM PIC X(18).
               10  SRR-SNAME PIC X(30).
               10  SRR-PROGRAM PIC X(8).
               10  SRR-YEAR-LEVEL PIC 9(1).
               10  SRR-SECTION PIC X(5).
               10  SRR-STATUS PIC X(1).
               10  SRR-STATUS-DATE PIC 9(8).
       01  WRK-SNUM PIC X(18).
       01  WRK-SNAME PIC X(30).
       01  WRK-PROGRAM PIC X(8).
       01  WRK-YEAR-LEVEL PIC 9(1).
       01  WRK-SECTION PIC X(5).
       01  WRK-STATUS PIC X(1).
           88 WRK-STATUS-OK VALUE 'E' 'L' 'W' 'G'.
      *    CHECK-DIGIT VALIDATION -- SAME WEIGHTED MOD-11 ROUTINE AS
      *    PRIMENUMBERS, APPLIED TO THE STUDENT NUMBER'S LAST FIVE
      *    DIGITS (SERIAL PART PLUS CHECK DIGIT).
       01  CDNUM PIC 9(5).
       01  CD1 PIC 9.
       01  CD2 PIC 9.
       01  CD3 PIC 9.
       01  CD4 PIC 9.
       01  CD5 PIC 9.
       01  CDSUM PIC 9(3).
       01  CDQUOT PIC 9(3).
       01  CDCHECK PIC 9.
       01  CD-VALID-SW PIC X VALUE 'N'.
           88  CD-VALID VALUE 'Y'.
       01  SNUM-LEN PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STUDENT REGISTRY MAINTENANCE".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STUDREG-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[E] ENROLL A STUDENT"
               DISPLAY "[C] CHANGE A STUDENT'S DETAILS"
               DISPLAY "[S] CHANGE A STUDENT'S STATUS"
               DISPLAY "[L] LIST THE REGISTRY"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'E' WHEN 'e'
                       PERFORM ENROLL-A-STUDENT
                   WHEN 'C' WHEN 'c'
                       PERFORM CHANGE-DETAILS
                   WHEN 'S' WHEN 's'
                       PERFORM CHANGE-STATUS
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-THE-STUDENTS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-STUDREG-TABLE.
      *    STUDREG-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO SR-ROW-CTR.
           MOVE 'N' TO STUDREG-EOF.
           OPEN INPUT STUDREG-FILE.
           IF STUDREG-STATUS = "00"
               READ STUDREG-FILE
                   AT END MOVE 'Y' TO STUDREG-EOF
               END-READ
               PERFORM UNTIL STUDREG-END
                   IF SR-ROW-CTR < 2000
                       ADD 1 TO SR-ROW-CTR
                       MOVE SR-SNUM TO SRR-SNUM (SR-ROW-CTR)
                       MOVE SR-SNAME TO SRR-SNAME (SR-ROW-CTR)
                       MOVE SR-PROGRAM TO SRR-PROGRAM (SR-ROW-CTR)
                       MOVE SR-YEAR-LEVEL TO
                           SRR-YEAR-LEVEL (SR-ROW-CTR)
                       MOVE SR-SECTION TO SRR-SECTION (SR-ROW-CTR)
                       MOVE SR-STATUS TO SRR-STATUS (SR-ROW-CTR)
                       MOVE SR-STATUS-DATE TO
                           SRR-STATUS-DATE (SR-ROW-CTR)
                   ELSE
                       MOVE 'Y' TO SR-FULL-SW
                   END-IF
                   READ STUDREG-FILE
                       AT END MOVE 'Y' TO STUDREG-EOF
                   END-READ
               END-PERFORM
               CLOSE STUDREG-FILE
           ELSE
               IF STUDREG-STATUS = "05"
                   CLOSE STUDREG-FILE
               END-IF
           END-IF.

       FIND-STUDREG-ROW.
           MOVE 'N' TO SR-FOUND-SW.
           MOVE 1 TO SR-IX.
           PERFORM UNTIL SR-IX > SR-ROW-CTR OR SR-FOUND-ROW
               IF SRR-SNUM (SR-IX) = WRK-SNUM
                   MOVE 'Y' TO SR-FOUND-SW
               ELSE
                   ADD 1 TO SR-IX
               END-IF
           END-PERFORM.

       ENROLL-A-STUDENT.
           DISPLAY "STUDENT NUMBER: ".
           MOVE SPACES TO WRK-SNUM.
           ACCEPT WRK-SNUM.
           PERFORM VALIDATE-SNUM.
           PERFORM UNTIL CD-VALID OR WRK-SNUM = SPACES
               DISPLAY "INVALID STUDENT NUMBER - CHECK DIGIT DOES "
                   "NOT MATCH. RE-ENTER, BLANK TO CANCEL: "
               MOVE SPACES TO WRK-SNUM
               ACCEPT WRK-SNUM
               PERFORM VALIDATE-SNUM
           END-PERFORM.
           IF WRK-SNUM NOT = SPACES
               PERFORM FIND-STUDREG-ROW
               IF SR-FOUND-ROW
                   DISPLAY "ALREADY ENROLLED AS "
                       SRR-SNAME (SR-IX) " - USE [C] OR [S]."
               ELSE
                   IF SR-ROW-CTR = 2000
                       DISPLAY "STUDENT REGISTRY IS FULL - NOT ADDED."
                   ELSE
                       PERFORM TAKE-THE-DETAILS
                       ADD 1 TO SR-ROW-CTR
                       MOVE SR-ROW-CTR TO SR-IX
                       MOVE WRK-SNUM TO SRR-SNUM (SR-IX)
                       MOVE WRK-SNAME TO SRR-SNAME (SR-IX)
                       MOVE WRK-PROGRAM TO SRR-PROGRAM (SR-IX)
                       MOVE WRK-YEAR-LEVEL TO SRR-YEAR-LEVEL (SR-IX)
                       MOVE WRK-SECTION TO SRR-SECTION (SR-IX)
                       MOVE 'E' TO SRR-STATUS (SR-IX)
                       MOVE TODAY-DATE TO SRR-STATUS-DATE (SR-IX)
                       PERFORM REWRITE-STUDREG-FILE
                       DISPLAY WRK-SNUM " ENROLLED."
                   END-IF
               END-IF
           END-IF.

       TAKE-THE-DETAILS.
           DISPLAY "FULL NAME (SURNAME FIRST): ".
           MOVE SPACES TO WRK-SNAME.
           ACCEPT WRK-SNAME.
           PERFORM UNTIL WRK-SNAME NOT = SPACES
               DISPLAY "INVALID - THE NAME CANNOT BE BLANK: "
               ACCEPT WRK-SNAME
           END-PERFORM.
           DISPLAY "PROGRAM (E.G. BSIT): ".
           MOVE SPACES TO WRK-PROGRAM.
           ACCEPT WRK-PROGRAM.
           DISPLAY "YEAR LEVEL (1-6): ".
           MOVE 0 TO WRK-YEAR-LEVEL.
           ACCEPT WRK-YEAR-LEVEL.
           PERFORM UNTIL WRK-YEAR-LEVEL > 0 AND WRK-YEAR-LEVEL < 7
               DISPLAY "INVALID - 1 TO 6: "
               ACCEPT WRK-YEAR-LEVEL
           END-PERFORM.
           DISPLAY "SECTION: ".
           MOVE SPACES TO WRK-SECTION.
           ACCEPT WRK-SECTION.

       CHANGE-DETAILS.
           DISPLAY "STUDENT NUMBER: ".
           MOVE SPACES TO WRK-SNUM.
           ACCEPT WRK-SNUM.
           PERFORM FIND-STUDREG-ROW.
           IF NOT SR-FOUND-ROW
               DISPLAY "NOT ON THE REGISTRY - ENROLL WITH [E]."
           ELSE
               DISPLAY "NOW: " SRR-SNAME (SR-IX) " "
                   SRR-PROGRAM (SR-IX) " YEAR "
                   SRR-YEAR-LEVEL (SR-IX) " SECTION "
                   SRR-SECTION (SR-IX)
               PERFORM TAKE-THE-DETAILS
               MOVE WRK-SNAME TO SRR-SNAME (SR-IX)
               MOVE WRK-PROGRAM TO SRR-PROGRAM (SR-IX)
               MOVE WRK-YEAR-LEVEL TO SRR-YEAR-LEVEL (SR-IX)
               MOVE WRK-SECTION TO SRR-SECTION (SR-IX)
               PERFORM REWRITE-STUDREG-FILE
               DISPLAY WRK-SNUM " SAVED."
           END-IF.

       CHANGE-STATUS.
           DISPLAY "STUDENT NUMBER: ".
           MOVE SPACES TO WRK-SNUM.
           ACCEPT WRK-SNUM.
           PERFORM FIND-STUDREG-ROW.
           IF NOT SR-FOUND-ROW
               DISPLAY "NOT ON THE REGISTRY - ENROLL WITH [E]."
           ELSE
               DISPLAY SRR-SNAME (SR-IX) " IS " SRR-STATUS (SR-IX)
                   " SINCE " SRR-STATUS-DATE (SR-IX)
               DISPLAY "NEW STATUS (E ENROLLED, L ON LEAVE, "
                   "W WITHDRAWN, G GRADUATED): "
               MOVE SPACE TO WRK-STATUS
               ACCEPT WRK-STATUS
               PERFORM UNTIL WRK-STATUS-OK
                   DISPLAY "INVALID - E, L, W OR G: "
                   ACCEPT WRK-STATUS
               END-PERFORM
               IF WRK-STATUS = SRR-STATUS (SR-IX)
                   DISPLAY "NO CHANGE."
               ELSE
                   MOVE WRK-STATUS TO SRR-STATUS (SR-IX)
                   MOVE TODAY-DATE TO SRR-STATUS-DATE (SR-IX)
                   PERFORM REWRITE-STUDREG-FILE
                   DISPLAY WRK-SNUM " NOW " WRK-STATUS " AS OF "
                       TODAY-DATE "."
               END-IF
           END-IF.

       VALIDATE-SNUM.
      *    THE CHECK DIGIT IS THE LAST CHARACTER KEYED; IT AND THE
      *    FOUR BEFORE IT MUST ALL BE DIGITS.
           MOVE 'N' TO CD-VALID-SW.
           MOVE 18 TO SNUM-LEN.
           PERFORM UNTIL SNUM-LEN = 0
                   OR WRK-SNUM (SNUM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM SNUM-LEN
           END-PERFORM.
           IF SNUM-LEN > 4
               IF WRK-SNUM (SNUM-LEN - 4:5) IS NUMERIC
                   MOVE WRK-SNUM (SNUM-LEN - 4:5) TO CDNUM
                   PERFORM COMPUTE-CHECK-DIGIT
                   IF CDCHECK = CD5
                       MOVE 'Y' TO CD-VALID-SW
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CHECK-DIGIT.
           DIVIDE CDNUM BY 10000 GIVING CD1 REMAINDER CDSUM.
           DIVIDE CDSUM BY 1000 GIVING CD2 REMAINDER CDSUM.
           DIVIDE CDSUM BY 100 GIVING CD3 REMAINDER CDSUM.
           DIVIDE CDSUM BY 10 GIVING CD4 REMAINDER CD5.
           COMPUTE CDSUM = (CD1 * 5) + (CD2 * 4) + (CD3 * 3)
               + (CD4 * 2).
           DIVIDE CDSUM BY 11 GIVING CDQUOT REMAINDER CDCHECK.
           IF CDCHECK > 9
               MOVE 0 TO CDCHECK
           END-IF.

       LIST-THE-STUDENTS.
           DISPLAY "STUDENT NO.        NAME                          "
               "  PROGRAM  YR SECT  ST".
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > SR-ROW-CTR
               DISPLAY SRR-SNUM (SR-IX) " " SRR-SNAME (SR-IX) " "
                   SRR-PROGRAM (SR-IX) " " SRR-YEAR-LEVEL (SR-IX)
                   "  " SRR-SECTION (SR-IX) " " SRR-STATUS (SR-IX)
           END-PERFORM.
           DISPLAY SR-ROW-CTR " STUDENT(S) ON FILE.".

       REWRITE-STUDREG-FILE.
           IF SR-FULL
               DISPLAY "*** REGISTRY TABLE FULL - FILE TOO BIG TO "
                   "REWRITE SAFELY. NOTHING SAVED. ***"
           ELSE
               OPEN OUTPUT STUDREG-FILE
               PERFORM VARYING SR-IX FROM 1 BY 1
                       UNTIL SR-IX > SR-ROW-CTR
                   MOVE SRR-SNUM (SR-IX) TO SR-SNUM
                   MOVE SRR-SNAME (SR-IX) TO SR-SNAME
                   MOVE SRR-PROGRAM (SR-IX) TO SR-PROGRAM
                   MOVE SRR-YEAR-LEVEL (SR-IX) TO SR-YEAR-LEVEL
                   MOVE SRR-SECTION (SR-IX) TO SR-SECTION
                   MOVE SRR-STATUS (SR-IX) TO SR-STATUS
                   MOVE SRR-STATUS-DATE (SR-IX) TO SR-STATUS-DATE
                   WRITE STUDREG-REC
               END-PERFORM
               CLOSE STUDREG-FILE
           END-IF.
       END PROGRAM STUDMAINT.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Subject master maintenance -- adds or changes a
      *          subject on SUBJECT.DAT (code, title, units and
      *          whether its grade counts toward the GWA) and lists
      *          the master. The grade-entry programs refuse any
      *          subject code that is not on it, and the transcript
      *          and honor roll weight each grade by the units kept
      *          here, so a 1-unit PE grade stops counting the same
      *          as a 5-unit major.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SUBJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\SUBJECT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUBJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUBJECT-REC.
           COPY "SUBJECT.CPY".

       WORKING-STORAGE SECTION.
       01  SUBJECT-STATUS PIC XX.
       01  SUBJECT-EOF PIC X VALUE 'N'.
           88 SUBJECT-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF SUBJECT.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS GLMAPMAINT.
       01  SJ-ROW-CTR PIC 9(3) VALUE 0.
       01  SJ-FOUND-SW PIC X VALUE 'N'.
           88 SJ-FOUND-ROW VALUE 'Y'.
       01  SJ-IX PIC 9(3).
       01  SJ-TABLE.
           05  SJ-ROW OCCURS 300 TIMES.
               10  SJR-CODE PIC X(8).
               10  SJR-TITLE PIC X(30).
               10  SJR-UNITS PIC 9V9.
               10  SJR-IN-GWA PIC X(1).
       01  WRK-CODE PIC X(8).
       01  WRK-TITLE PIC X(30).
       01  WRK-UNITS PIC 9V9.
       01  WRK-IN-GWA PIC X(1).
           88 WRK-IN-GWA-OK VALUE 'Y' 'N'.
       01  UNITSDP PIC 9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUBJECT MASTER MAINTENANCE".
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE A SUBJECT"
               DISPLAY "[L] LIST THE SUBJECTS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'A' WHEN 'a'
                       PERFORM KEEP-ONE-SUBJECT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-THE-SUBJECTS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-SUBJECT-TABLE.
      *    SUBJECT-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO SJ-ROW-CTR.
           MOVE 'N' TO SUBJECT-EOF.
           OPEN INPUT SUBJECT-FILE.
           IF SUBJECT-STATUS = "00"
               READ SUBJECT-FILE
                   AT END MOVE 'Y' TO SUBJECT-EOF
               END-READ
               PERFORM UNTIL SUBJECT-END
                   IF SJ-ROW-CTR < 300
                       ADD 1 TO SJ-ROW-CTR
                       MOVE SJ-CODE TO SJR-CODE (SJ-ROW-CTR)
                       MOVE SJ-TITLE TO SJR-TITLE (SJ-ROW-CTR)
                       MOVE SJ-UNITS TO SJR-UNITS (SJ-ROW-CTR)
                       MOVE SJ-IN-GWA TO SJR-IN-GWA (SJ-ROW-CTR)
                   END-IF
                   READ SUBJECT-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           ELSE
               IF SUBJECT-STATUS = "05"
                   CLOSE SUBJECT-FILE
               END-IF
           END-IF.

       FIND-SUBJECT-ROW.
           MOVE 'N' TO SJ-FOUND-SW.
           MOVE 1 TO SJ-IX.
           PERFORM UNTIL SJ-IX > SJ-ROW-CTR OR SJ-FOUND-ROW
               IF SJR-CODE (SJ-IX) = WRK-CODE
                   MOVE 'Y' TO SJ-FOUND-SW
               ELSE
                   ADD 1 TO SJ-IX
               END-IF
           END-PERFORM.

       KEEP-ONE-SUBJECT.
           DISPLAY "SUBJECT CODE: ".
           MOVE SPACES TO WRK-CODE.
           ACCEPT WRK-CODE.
           PERFORM UNTIL WRK-CODE NOT = SPACES
               DISPLAY "INVALID - THE CODE CANNOT BE BLANK: "
               ACCEPT WRK-CODE
           END-PERFORM.
           PERFORM FIND-SUBJECT-ROW.
           IF SJ-FOUND-ROW
               MOVE SJR-UNITS (SJ-IX) TO UNITSDP
               DISPLAY "NOW: " SJR-TITLE (SJ-IX) " " UNITSDP
                   " UNIT(S), IN GWA " SJR-IN-GWA (SJ-IX)
           ELSE
               IF SJ-ROW-CTR = 300
                   DISPLAY "SUBJECT MASTER IS FULL - NOT ADDED."
               END-IF
           END-IF.
           IF SJ-FOUND-ROW OR SJ-ROW-CTR < 300
               PERFORM TAKE-THE-SUBJECT
           END-IF.

       TAKE-THE-SUBJECT.
           DISPLAY "TITLE: ".
           MOVE SPACES TO WRK-TITLE.
           ACCEPT WRK-TITLE.
           PERFORM UNTIL WRK-TITLE NOT = SPACES
               DISPLAY "INVALID - THE TITLE CANNOT BE BLANK: "
               ACCEPT WRK-TITLE
           END-PERFORM.
           DISPLAY "UNITS (E.G. 3.0): ".
           MOVE 0 TO WRK-UNITS.
           ACCEPT WRK-UNITS.
           PERFORM UNTIL WRK-UNITS > 0
               DISPLAY "INVALID - UNITS MUST BE MORE THAN ZERO: "
               ACCEPT WRK-UNITS
           END-PERFORM.
           DISPLAY "COUNTS TOWARD THE GWA (Y/N): ".
           MOVE SPACE TO WRK-IN-GWA.
           ACCEPT WRK-IN-GWA.
           IF WRK-IN-GWA = 'y'
               MOVE 'Y' TO WRK-IN-GWA
           END-IF.
           IF WRK-IN-GWA = 'n'
               MOVE 'N' TO WRK-IN-GWA
           END-IF.
           PERFORM UNTIL WRK-IN-GWA-OK
               DISPLAY "INVALID - Y OR N: "
               ACCEPT WRK-IN-GWA
           END-PERFORM.
           IF NOT SJ-FOUND-ROW
               ADD 1 TO SJ-ROW-CTR
               MOVE SJ-ROW-CTR TO SJ-IX
               MOVE WRK-CODE TO SJR-CODE (SJ-IX)
           END-IF.
           MOVE WRK-TITLE TO SJR-TITLE (SJ-IX).
           MOVE WRK-UNITS TO SJR-UNITS (SJ-IX).
           MOVE WRK-IN-GWA TO SJR-IN-GWA (SJ-IX).
           PERFORM REWRITE-SUBJECT-FILE.
           DISPLAY WRK-CODE " SAVED.".

       LIST-THE-SUBJECTS.
           DISPLAY "CODE     TITLE                          UNITS GWA".
           PERFORM VARYING SJ-IX FROM 1 BY 1
                   UNTIL SJ-IX > SJ-ROW-CTR
               MOVE SJR-UNITS (SJ-IX) TO UNITSDP
               DISPLAY SJR-CODE (SJ-IX) " " SJR-TITLE (SJ-IX) "  "
                   UNITSDP "  " SJR-IN-GWA (SJ-IX)
           END-PERFORM.
           DISPLAY SJ-ROW-CTR " SUBJECT(S) ON FILE.".

       REWRITE-SUBJECT-FILE.
           OPEN OUTPUT SUBJECT-FILE.
           PERFORM VARYING SJ-IX FROM 1 BY 1
                   UNTIL SJ-IX > SJ-ROW-CTR
               MOVE SJR-CODE (SJ-IX) TO SJ-CODE
               MOVE SJR-TITLE (SJ-IX) TO SJ-TITLE
               MOVE SJR-UNITS (SJ-IX) TO SJ-UNITS
               MOVE SJR-IN-GWA (SJ-IX) TO SJ-IN-GWA
               WRITE SUBJECT-REC
           END-PERFORM.
           CLOSE SUBJECT-FILE.
       END PROGRAM SUBJMAINT.

      *          today's date, and appends a fresh row carrying the
      *          earned grade -- the INC row stays on file so the
      *          transcript shows the whole resolution history.
      *          The student must be on the STUDREG.DAT registry, and
      *          the fresh row carries the registry's name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\GWABRKT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GWA-STATUS.
          SELECT OPTIONAL STUDREG-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STUDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GWA-BRACKET-REC.
           COPY "GWABRKT.CPY".
       FD  STUDREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDREG-REC.
           COPY "STUDREG.CPY".

       WORKING-STORAGE SECTION.
       01  GRADES-STATUS PIC XX.
       01  GWA-STATUS PIC XX.
       01  GRADES-EOF PIC X VALUE 'N'.
           88 GRADES-END VALUE 'Y'.
       01  STUDREG-STATUS PIC XX.
       01  STUDREG-EOF PIC X VALUE 'N'.
           88 STUDREG-END VALUE 'Y'.
       01  SR-FOUND-SW PIC X VALUE 'N'.
           88 SR-FOUND-ROW VALUE 'Y'.
       01  STUDENT-NAME PIC X(30).
       01  TODAY-DATE PIC 9(8).
       01  WANT-SNUM PIC X(18).
       01  WANT-TERM PIC X(5).
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WANT-SNUM.
           PERFORM 0500-FIND-STUDENT.
           IF NOT SR-FOUND-ROW
               DISPLAY "NOT ON THE STUDENT REGISTRY - NOTHING DONE."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "TERM: ".
           ACCEPT WANT-TERM.
           DISPLAY "SUBJECT: ".
           END-IF.
           PERFORM 9999-EXIT.

       0500-FIND-STUDENT.
           MOVE 'N' TO SR-FOUND-SW.
           MOVE 'N' TO STUDREG-EOF.
           OPEN INPUT STUDREG-FILE.
           IF STUDREG-STATUS = "00"
               READ STUDREG-FILE
                   AT END MOVE 'Y' TO STUDREG-EOF
               END-READ
               PERFORM UNTIL STUDREG-END OR SR-FOUND-ROW
                   IF SR-SNUM = WANT-SNUM AND WANT-SNUM NOT = SPACES
                       MOVE 'Y' TO SR-FOUND-SW
                       MOVE SR-SNAME TO STUDENT-NAME
                   ELSE
                       READ STUDREG-FILE
                           AT END MOVE 'Y' TO STUDREG-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE STUDREG-FILE
           ELSE
               IF STUDREG-STATUS = "05"
                   CLOSE STUDREG-FILE
               END-IF
           END-IF.

       1000-LOAD-GRADE-TABLE.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.

       3000-COMPLETE-THE-INC.
           MOVE GT-ROW (INC-IX) TO GRADE-REC.
           DISPLAY "STUDENT: " STUDENT-NAME.
           DISPLAY "PRELIM " GR-PREL "  MIDTERM " GR-MID
               "  COMPLETE BY " GR-INC-DEADLINE.
           IF GR-INC-DEADLINE > 0 AND TODAY-DATE > GR-INC-DEADLINE
           MOVE TODAY-DATE TO GR-RESOLVED.
           MOVE "COMPLETED" TO GR-RESOLUTION.
           MOVE GRADE-REC TO GT-ROW (INC-IX).
           MOVE STUDENT-NAME TO GR-SNAME.
           MOVE FIN TO GR-FIN.
           MOVE AVE TO GR-AVE.
           MOVE GWA-REMARK TO GR-REMARK.

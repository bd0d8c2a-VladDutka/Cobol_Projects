      *     keyed once per run, instead of rejecting the student --
      *     INCGRADE later replaces the INC with the earned grade and
      *     INCLAPSE fails the ones that miss the deadline.
      *   - The run's subject must be on the SUBJECT.DAT subject
      *     master SUBJMAINT keeps -- an unknown code is refused at
      *     the prompt, and with no master on file nothing is run.
      *   - A term TERMCLOSE has closed on TERMCTL.DAT is refused at
      *     the prompt -- nothing posts into a term already reported.
      *   - Every row's student must be on the STUDREG.DAT registry
      *     STUDMAINT keeps -- one that is not goes to GRADEREJ.DAT,
      *     and the name posted is the registry's, not the class
      *     list's. With no registry on file nothing is run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\GWABRKT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GWA-STATUS.
          SELECT OPTIONAL SUBJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\SUBJECT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUBJECT-STATUS.
          SELECT OPTIONAL TERMCTL-FILE
          ASSIGN TO "C:\Users\ADMIN\TERMCTL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TERMCTL-STATUS.
          SELECT OPTIONAL STUDREG-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STUDREG-STATUS.
          SELECT REJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\GRADEREJ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS GWA-BRACKET-REC.
           COPY "GWABRKT.CPY".
       FD  SUBJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUBJECT-REC.
           COPY "SUBJECT.CPY".
       FD  TERMCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERMCTL-REC.
           COPY "TERMCTL.CPY".
       FD  STUDREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDREG-REC.
           COPY "STUDREG.CPY".
      *    THE ROW THAT FAILED, WITH WHY.
       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01  CLASSLIST-STATUS PIC XX.
       01  GWA-STATUS PIC XX.
       01  SUBJECT-STATUS PIC XX.
       01  SUBJECT-EOF PIC X VALUE 'N'.
           88 SUBJECT-END VALUE 'Y'.
       01  TERMCTL-STATUS PIC XX.
       01  TERMCTL-EOF PIC X VALUE 'N'.
           88 TERMCTL-END VALUE 'Y'.
       01  TERM-OPEN-SW PIC X VALUE 'Y'.
           88 TERM-OPEN VALUE 'Y'.
       01  STUDREG-STATUS PIC XX.
       01  STUDREG-EOF PIC X VALUE 'N'.
           88 STUDREG-END VALUE 'Y'.
      *    THE STUDENT REGISTRY -- A CLASS-LIST ROW POSTS ONLY FOR A
      *    NUMBER FOUND HERE, UNDER THE NAME FOUND HERE.
       01  SR-ROW-CTR PIC 9(4) VALUE 0.
       01  SR-IX PIC 9(4).
       01  SR-FOUND-SW PIC X VALUE 'N'.
           88 SR-FOUND-ROW VALUE 'Y'.
       01  SR-TABLE.
           05  SR-ROW OCCURS 2000 TIMES.
               10  SRR-SNUM PIC X(18).
               10  SRR-SNAME PIC X(30).
      *    THE SUBJECT CODES ON SUBJECT.DAT -- THE ONLY ONES A RUN
      *    MAY POST UNDER.
       01  SJ-ROW-CTR PIC 9(3) VALUE 0.
       01  SJ-IX PIC 9(3).
       01  SJ-FOUND-SW PIC X VALUE 'N'.
           88 SJ-FOUND-ROW VALUE 'Y'.
       01  SJ-TABLE.
           05  SJR-CODE PIC X(8) OCCURS 300 TIMES.
       01  CLASSLIST-EOF PIC X VALUE 'N'.
           88 CLASSLIST-END VALUE 'Y'.
       01  TERM-CODE PIC X(5).
           DISPLAY "BATCH GRADE COMPUTATION".
           DISPLAY "TERM FOR THIS CLASS LIST: ".
           ACCEPT TERM-CODE.
           PERFORM 1300-CHECK-TERM-OPEN.
           IF NOT TERM-OPEN
               DISPLAY "TERM " TERM-CODE " IS CLOSED - NOTHING RUN. "
                   "CORRECTIONS GO THROUGH GRADECHG."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1100-LOAD-SUBJECT-TABLE.
           IF SJ-ROW-CTR = 0
               DISPLAY "NO SUBJECT.DAT ON FILE - SET UP THE SUBJECTS "
                   "IN SUBJMAINT FIRST."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "SUBJECT FOR THIS CLASS LIST: ".
           ACCEPT SUBJ-CODE.
           PERFORM 1200-FIND-SUBJECT.
           PERFORM UNTIL SJ-FOUND-ROW
               DISPLAY "NOT ON THE SUBJECT MASTER - RE-ENTER: "
               ACCEPT SUBJ-CODE
               PERFORM 1200-FIND-SUBJECT
           END-PERFORM.
           PERFORM 1400-LOAD-STUDREG-TABLE.
           IF SR-ROW-CTR = 0
               DISPLAY "NO STUDREG.DAT ON FILE - ENROLL THE STUDENTS "
                   "IN STUDMAINT FIRST."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "COMPLETION DEADLINE FOR INC ROWS (YYYYMMDD): ".
           ACCEPT INC-DEADLINE.
           PERFORM 1000-LOAD-GWA-TABLE.
               MOVE CL-PREL TO PREL
               MOVE CL-MID TO MID
               MOVE CL-SNUM TO GR-SNUM
               MOVE SRR-SNAME (SR-IX) TO GR-SNAME
               MOVE PREL TO GR-PREL
               MOVE MID TO GR-MID
               MOVE 0 TO GR-FIN
               COMPUTE AVE = PREL * 0.3 + MID * 0.3 + FIN * 0.4
               PERFORM 3000-LOOKUP-GWA
               MOVE CL-SNUM TO GR-SNUM
               MOVE SRR-SNAME (SR-IX) TO GR-SNAME
               MOVE PREL TO GR-PREL
               MOVE MID TO GR-MID
               MOVE FIN TO GR-FIN
               MOVE 'N' TO ROW-OK-SW
               MOVE "BLANK STUDENT NUMBER" TO RJ-REASON
           END-IF.
           IF ROW-OK
               PERFORM 1500-FIND-STUDENT
               IF NOT SR-FOUND-ROW
                   MOVE 'N' TO ROW-OK-SW
                   MOVE "NOT ON STUDENT REGISTRY" TO RJ-REASON
               END-IF
           END-IF.
           IF ROW-OK AND CL-PREL IS NOT NUMERIC
               MOVE 'N' TO ROW-OK-SW
               MOVE "PRELIM GRADE NOT NUMERIC" TO RJ-REASON
               CLOSE GWABRKT-FILE
           END-IF.

       1100-LOAD-SUBJECT-TABLE.
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

       1200-FIND-SUBJECT.
           MOVE 'N' TO SJ-FOUND-SW.
           MOVE 1 TO SJ-IX.
           PERFORM UNTIL SJ-IX > SJ-ROW-CTR OR SJ-FOUND-ROW
               IF SJR-CODE (SJ-IX) = SUBJ-CODE
                   MOVE 'Y' TO SJ-FOUND-SW
               ELSE
                   ADD 1 TO SJ-IX
               END-IF
           END-PERFORM.

       1300-CHECK-TERM-OPEN.
      *    A TERM NOT ON TERMCTL.DAT IS STILL OPEN; THE LAST ROW FOR
      *    THE TERM SAYS WHETHER IT WAS CLOSED.
           MOVE 'Y' TO TERM-OPEN-SW.
           MOVE 'N' TO TERMCTL-EOF.
           OPEN INPUT TERMCTL-FILE.
           IF TERMCTL-STATUS = "00"
               READ TERMCTL-FILE
                   AT END MOVE 'Y' TO TERMCTL-EOF
               END-READ
               PERFORM UNTIL TERMCTL-END
                   IF TC-TERM = TERM-CODE
                       IF TC-STATUS = 'C'
                           MOVE 'N' TO TERM-OPEN-SW
                       ELSE
                           MOVE 'Y' TO TERM-OPEN-SW
                       END-IF
                   END-IF
                   READ TERMCTL-FILE
                       AT END MOVE 'Y' TO TERMCTL-EOF
                   END-READ
               END-PERFORM
               CLOSE TERMCTL-FILE
           ELSE
               IF TERMCTL-STATUS = "05"
                   CLOSE TERMCTL-FILE
               END-IF
           END-IF.

       1400-LOAD-STUDREG-TABLE.
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

       1500-FIND-STUDENT.
           MOVE 'N' TO SR-FOUND-SW.
           MOVE 1 TO SR-IX.
           PERFORM UNTIL SR-IX > SR-ROW-CTR OR SR-FOUND-ROW
               IF SRR-SNUM (SR-IX) = CL-SNUM
                   MOVE 'Y' TO SR-FOUND-SW
               ELSE
                   ADD 1 TO SR-IX
               END-IF
           END-PERFORM.

       3000-LOOKUP-GWA.
           MOVE 1 TO GWA-IX.
           MOVE 'N' TO GWA-FOUND-SW.

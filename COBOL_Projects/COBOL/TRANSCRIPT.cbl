      *     date it was completed or lapsed) above the earned grade's
      *     own row; INC rows stay out of the term and cumulative
      *     averages until a real grade replaces them.
      *   - The averages are unit-weighted GWAs off the SUBJECT.DAT
      *     subject master: each grade counts by its subject's
      *     units, subjects kept out of the GWA still earn their
      *     units, and each term and the cumulative total show the
      *     units attempted and earned -- a FAILED grade (a lapsed
      *     INC included) and an INC still open are attempted but
      *     not earned.
      *   - A grade changed after posting (an approved GRADECHG
      *     request) is starred on its row and footnoted below the
      *     cumulative lines with the date, the grade it replaced
      *     and the reason, off GRADECHGHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\STUDENTGRADES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GRADES-STATUS.
          SELECT OPTIONAL SUBJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\SUBJECT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUBJECT-STATUS.
          SELECT OPTIONAL HISTORY-FILE
          ASSIGN TO "C:\Users\ADMIN\GRADECHGHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
       FD  SUBJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUBJECT-REC.
           COPY "SUBJECT.CPY".
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-CHANGE-HIST.
           COPY "GRDHIST.CPY".

       WORKING-STORAGE SECTION.
       01  GRADES-STATUS PIC XX.
       01  GRADES-EOF PIC X VALUE 'N'.
           88 GRADES-END VALUE 'Y'.
       01  SUBJECT-STATUS PIC XX.
       01  SUBJECT-EOF PIC X VALUE 'N'.
           88 SUBJECT-END VALUE 'Y'.
       01  HISTORY-STATUS PIC XX.
       01  HISTORY-EOF PIC X VALUE 'N'.
           88 HISTORY-END VALUE 'Y'.
      *    THE SUBJECT MASTER -- UNITS AND WHETHER THE GRADE COUNTS
      *    TOWARD THE GWA.
       01  SJ-ROW-CTR PIC 9(3) VALUE 0.
       01  SJ-IX PIC 9(3).
       01  SJ-FOUND-SW PIC X VALUE 'N'.
           88 SJ-FOUND-ROW VALUE 'Y'.
       01  SJ-TABLE.
           05  SJ-ROW OCCURS 300 TIMES.
               10  SJR-CODE PIC X(8).
               10  SJR-UNITS PIC 9V9.
               10  SJR-IN-GWA PIC X(1).
       01  WANT-SNUM PIC X(18).
       01  STUDENT-NAME PIC A(20).
      *    THE ONE STUDENT'S ROWS, SORTED BY TERM SO THE GROUP
           05  HOLD-RESOLVED PIC 9(8).
           05  HOLD-RESOLUTION PIC X(10).
       01  LAST-TERM PIC X(5) VALUE SPACES.
      *    THE SUMS ARE GRADE TIMES UNITS OVER THE GWA UNITS; THE
      *    ATTEMPTED AND EARNED UNITS COVER EVERY SUBJECT.
       01  ROW-UNITS PIC 9V9.
       01  TERM-SUM PIC 9(6)V99.
       01  TERM-CNT PIC 9(3)V9.
       01  TERM-ATTEMPTED PIC 9(3)V9.
       01  TERM-EARNED PIC 9(3)V9.
       01  CUM-SUM PIC 9(6)V99 VALUE 0.
       01  CUM-CNT PIC 9(3)V9 VALUE 0.
       01  CUM-ATTEMPTED PIC 9(3)V9 VALUE 0.
       01  CUM-EARNED PIC 9(3)V9 VALUE 0.
       01  TERM-AVE PIC 99V99.
       01  CUM-AVE PIC 99V99.
       01  UNITSDP PIC 9.9.
       01  UNITSDP2 PIC ZZ9.9.
       01  UNITSDP3 PIC ZZ9.9.
       01  UNITSDP4 PIC ZZ9.9.
      *    THE STUDENT'S APPROVED GRADE CHANGES -- EACH STARS THE
      *    ROW IT CHANGED AND PRINTS AS A FOOTNOTE.
       01  CH-ROW-CTR PIC 99 VALUE 0.
       01  CH-IX PIC 99.
       01  CH-FOUND-SW PIC X VALUE 'N'.
           88 CH-FOUND-ROW VALUE 'Y'.
       01  CH-TABLE.
           05  CH-ROW OCCURS 50 TIMES.
               10  CHR-TERM PIC X(5).
               10  CHR-SUBJ PIC X(8).
               10  CHR-DATE PIC X(8).
               10  CHR-OLD-AVE PIC 9(2)V9(2).
               10  CHR-OLD-REMARK PIC X(10).
               10  CHR-REASON PIC X(40).
       01  CHG-MARK PIC X(2).
       01  OLDAVEDP PIC Z9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "STUDENT NUMBER FOR THE TRANSCRIPT: ".
           ACCEPT WANT-SNUM.
           PERFORM 0500-LOAD-SUBJECT-TABLE.
           PERFORM 0600-LOAD-GRADE-CHANGES.
           PERFORM 1000-GATHER-STUDENT-ROWS.
           IF TR-ROW-CTR = 0
               DISPLAY "NO GRADES ON FILE FOR THAT STUDENT."
           END-IF.
           PERFORM 9999-EXIT.

       0500-LOAD-SUBJECT-TABLE.
           OPEN INPUT SUBJECT-FILE.
           IF SUBJECT-STATUS = "00"
               READ SUBJECT-FILE
                   AT END MOVE 'Y' TO SUBJECT-EOF
               END-READ
               PERFORM UNTIL SUBJECT-END
                   IF SJ-ROW-CTR < 300
                       ADD 1 TO SJ-ROW-CTR
                       MOVE SJ-CODE TO SJR-CODE (SJ-ROW-CTR)
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
           IF SJ-ROW-CTR = 0
               DISPLAY "NO SUBJECT.DAT ON FILE - NO UNITS TO WEIGHT "
                   "THE GRADES BY."
           END-IF.

       0600-LOAD-GRADE-CHANGES.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO HISTORY-EOF
               END-READ
               PERFORM UNTIL HISTORY-END
                   IF GX-SNUM = WANT-SNUM AND CH-ROW-CTR < 50
                       ADD 1 TO CH-ROW-CTR
                       MOVE GX-TERM TO CHR-TERM (CH-ROW-CTR)
                       MOVE GX-SUBJ TO CHR-SUBJ (CH-ROW-CTR)
                       MOVE GX-STAMP (1:8) TO CHR-DATE (CH-ROW-CTR)
                       MOVE GX-OLD-AVE TO CHR-OLD-AVE (CH-ROW-CTR)
                       MOVE GX-OLD-REMARK TO
                           CHR-OLD-REMARK (CH-ROW-CTR)
                       MOVE GX-REASON TO CHR-REASON (CH-ROW-CTR)
                   END-IF
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF HISTORY-STATUS = "05"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       1000-GATHER-STUDENT-ROWS.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
                   MOVE TRR-TERM (TR-IX) TO LAST-TERM
                   MOVE 0 TO TERM-SUM
                   MOVE 0 TO TERM-CNT
                   MOVE 0 TO TERM-ATTEMPTED
                   MOVE 0 TO TERM-EARNED
                   DISPLAY " "
                   DISPLAY "TERM " LAST-TERM
                   DISPLAY "  SUBJECT   PREL MID FIN  AVE    REMARK"
                       "     UNITS"
               END-IF
               PERFORM 3200-FIND-SUBJECT
               IF SJ-FOUND-ROW
                   MOVE SJR-UNITS (SJ-IX) TO ROW-UNITS
               ELSE
                   MOVE 0 TO ROW-UNITS
               END-IF
               MOVE ROW-UNITS TO UNITSDP
               MOVE SPACES TO CHG-MARK
               IF TRR-REMARK (TR-IX) NOT = "INC"
                   PERFORM 3400-FIND-GRADE-CHANGE
                   IF CH-FOUND-ROW
                       MOVE " *" TO CHG-MARK
                   END-IF
               END-IF
               DISPLAY "  " TRR-SUBJ (TR-IX) "  "
                   TRR-PREL (TR-IX) "   " TRR-MID (TR-IX) "  "
                   TRR-FIN (TR-IX) "   " TRR-AVE (TR-IX) "  "
                   TRR-REMARK (TR-IX) " " UNITSDP CHG-MARK
               IF NOT SJ-FOUND-ROW
                   DISPLAY "    NOT ON THE SUBJECT MASTER - NOT COUNTED"
               END-IF
      *    AN INC CARRIES NO EARNED AVERAGE -- SHOW ITS STORY AND
      *    KEEP IT OUT OF THE TERM AND CUMULATIVE FIGURES. THE
      *    EARNED GRADE, WHEN IT COMES, HAS ITS OWN ROW.
      *    AN OPEN INC IS ATTEMPTED BUT NOT EARNED; A RESOLVED ONE
      *    IS HISTORY -- ITS OUTCOME ROW CARRIES THE UNITS.
               IF TRR-REMARK (TR-IX) = "INC"
                   IF TRR-RESOLVED (TR-IX) = 0
                       DISPLAY "    INCOMPLETE - COMPLETE BY "
                           TRR-INC-DEADLINE (TR-IX)
                       ADD ROW-UNITS TO TERM-ATTEMPTED
                       ADD ROW-UNITS TO CUM-ATTEMPTED
                   ELSE
                       DISPLAY "    INC " TRR-RESOLUTION (TR-IX)
                           " ON " TRR-RESOLVED (TR-IX)
                   END-IF
               ELSE
                   PERFORM 3300-COUNT-ONE-GRADE
               END-IF
           END-PERFORM.
           PERFORM 3100-PRINT-TERM-AVERAGE.
           DISPLAY " ".
           MOVE CUM-ATTEMPTED TO UNITSDP2.
           MOVE CUM-EARNED TO UNITSDP3.
           DISPLAY "CUMULATIVE UNITS ATTEMPTED " UNITSDP2
               "  EARNED " UNITSDP3.
           IF CUM-CNT > 0
               COMPUTE CUM-AVE ROUNDED = CUM-SUM / CUM-CNT
               MOVE CUM-CNT TO UNITSDP4
               DISPLAY "CUMULATIVE GWA OVER " UNITSDP4
                   " UNIT(S): " CUM-AVE
           END-IF.
           IF CH-ROW-CTR > 0
               DISPLAY " "
               DISPLAY "* GRADE CHANGED AFTER POSTING:"
               PERFORM VARYING CH-IX FROM 1 BY 1
                       UNTIL CH-IX > CH-ROW-CTR
                   MOVE CHR-OLD-AVE (CH-IX) TO OLDAVEDP
                   DISPLAY "  " CHR-TERM (CH-IX) " " CHR-SUBJ (CH-IX)
                       " ON " CHR-DATE (CH-IX) " - WAS " OLDAVEDP
                       " " CHR-OLD-REMARK (CH-IX)
                   DISPLAY "    " CHR-REASON (CH-IX)
               END-PERFORM
           END-IF.
           DISPLAY "========================================".

       3100-PRINT-TERM-AVERAGE.
           MOVE TERM-ATTEMPTED TO UNITSDP2.
           MOVE TERM-EARNED TO UNITSDP3.
           DISPLAY "  UNITS ATTEMPTED " UNITSDP2 "  EARNED " UNITSDP3.
           IF TERM-CNT > 0
               COMPUTE TERM-AVE ROUNDED = TERM-SUM / TERM-CNT
               MOVE TERM-CNT TO UNITSDP4
               DISPLAY "  TERM GWA (" UNITSDP4 " UNIT(S)): "
                   TERM-AVE
           END-IF.

       3200-FIND-SUBJECT.
           MOVE 'N' TO SJ-FOUND-SW.
           MOVE 1 TO SJ-IX.
           PERFORM UNTIL SJ-IX > SJ-ROW-CTR OR SJ-FOUND-ROW
               IF SJR-CODE (SJ-IX) = TRR-SUBJ (TR-IX)
                   MOVE 'Y' TO SJ-FOUND-SW
               ELSE
                   ADD 1 TO SJ-IX
               END-IF
           END-PERFORM.

       3300-COUNT-ONE-GRADE.
      *    EVERY GRADED SUBJECT IS ATTEMPTED; A FAILED ONE EARNS NO
      *    UNITS. ONLY SUBJECTS THAT COUNT TOWARD THE GWA ENTER IT,
      *    EACH WEIGHTED BY ITS UNITS.
           ADD ROW-UNITS TO TERM-ATTEMPTED.
           ADD ROW-UNITS TO CUM-ATTEMPTED.
           IF TRR-REMARK (TR-IX) NOT = "FAILED"
               ADD ROW-UNITS TO TERM-EARNED
               ADD ROW-UNITS TO CUM-EARNED
           END-IF.
           IF SJ-FOUND-ROW
               IF SJR-IN-GWA (SJ-IX) = 'Y'
                   COMPUTE TERM-SUM = TERM-SUM
                       + TRR-AVE (TR-IX) * ROW-UNITS
                   ADD ROW-UNITS TO TERM-CNT
                   COMPUTE CUM-SUM = CUM-SUM
                       + TRR-AVE (TR-IX) * ROW-UNITS
                   ADD ROW-UNITS TO CUM-CNT
               END-IF
           END-IF.

       3400-FIND-GRADE-CHANGE.
           MOVE 'N' TO CH-FOUND-SW.
           MOVE 1 TO CH-IX.
           PERFORM UNTIL CH-IX > CH-ROW-CTR OR CH-FOUND-ROW
               IF CHR-TERM (CH-IX) = TRR-TERM (TR-IX)
                       AND CHR-SUBJ (CH-IX) = TRR-SUBJ (TR-IX)
                   MOVE 'Y' TO CH-FOUND-SW
               ELSE
                   ADD 1 TO CH-IX
               END-IF
           END-PERFORM.

       9999-EXIT.
           STOP RUN.
       END PROGRAM TRANSCRIPT.

      *          roll plus the full ranked list, spooled to a dated
      *          file the way GRADESUMMARY spools its distribution --
      *          the registrar stops sorting the grades file by hand
      *          every term. The averages are unit-weighted GWAs
      *          off the SUBJECT.DAT subject master -- each grade
      *          counts by its subject's units, subjects kept out of
      *          the GWA do not enter it -- and the ranked list shows
      *          each student's cumulative GWA through the term
      *          beside the term's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\HONORCUT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HONORCUT-STATUS.
          SELECT OPTIONAL SUBJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\SUBJECT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUBJECT-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       01  HONORCUT-REC.
           05  HC-TITLE PIC X(20).
           05  HC-MIN-AVE PIC 999V99.
       FD  SUBJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUBJECT-REC.
           COPY "SUBJECT.CPY".
      *    DATED PRINT SPOOL -- THE PAPER COPY OF THE REPORT.
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           88 GRADES-END VALUE 'Y'.
       01  HONORCUT-EOF PIC X VALUE 'N'.
           88 HONORCUT-END VALUE 'Y'.
       01  SUBJECT-STATUS PIC XX.
       01  SUBJECT-EOF PIC X VALUE 'N'.
           88 SUBJECT-END VALUE 'Y'.
       01  WANT-TERM PIC X(5).
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
      *    ONE ROW PER STUDENT SEEN IN THE TERM -- THE SUM (GRADE
      *    TIMES UNITS) AND THE GWA UNITS ACCUMULATE ACROSS SUBJECTS,
      *    THE COUNT IS OF SUBJECTS GRADED, AND ANY FAILING GRADE OR
      *    OPEN INC MARKS THE ROW OUT OF THE HONOR RUNNING. THE CUM
      *    FIELDS DO THE SAME OVER EVERY TERM UP TO THIS ONE.
       01  ST-ROW-CTR PIC 9(3) VALUE 0.
       01  ST-IX PIC 9(3).
       01  ST-FOUND-IX PIC 9(3).
           05  ST-ROW OCCURS 200 TIMES.
               10  STR-SNUM PIC X(18).
               10  STR-SNAME PIC X(20).
               10  STR-SUM PIC 9(6)V99.
               10  STR-CNT PIC 9(3).
               10  STR-UNITS PIC 9(3)V9.
               10  STR-AVE PIC 9(2)V9(2).
               10  STR-CUM-SUM PIC 9(6)V99.
               10  STR-CUM-UNITS PIC 9(3)V9.
               10  STR-CUM-AVE PIC 9(2)V9(2).
               10  STR-FAIL-SW PIC X.
               10  STR-INC-SW PIC X.
               10  STR-TITLE PIC X(20).
       01  HOLD-ROW.
           05  HOLD-SNUM PIC X(18).
           05  HOLD-SNAME PIC X(20).
           05  HOLD-SUM PIC 9(6)V99.
           05  HOLD-CNT PIC 9(3).
           05  HOLD-UNITS PIC 9(3)V9.
           05  HOLD-AVE PIC 9(2)V9(2).
           05  HOLD-CUM-SUM PIC 9(6)V99.
           05  HOLD-CUM-UNITS PIC 9(3)V9.
           05  HOLD-CUM-AVE PIC 9(2)V9(2).
           05  HOLD-FAIL-SW PIC X.
           05  HOLD-INC-SW PIC X.
           05  HOLD-TITLE PIC X(20).
       01  RANK-NO PIC 9(3).
       01  HONOR-CTR PIC 9(3) VALUE 0.
       01  AVEDP PIC Z9.99.
       01  CUMDP PIC Z9.99.
      *    REPORT CARPENTRY FOR THE SPOOL -- SAME AS GRADESUMMARY.
       01  SPOOL-NAME PIC X(45).
       01  BUSDATE-STATUS PIC XX.
           ACCEPT WANT-TERM.
           PERFORM 500-OPEN-SPOOL.
           PERFORM 1000-LOAD-HONOR-CUTOFFS.
           PERFORM 1500-LOAD-SUBJECT-TABLE.
           PERFORM 2000-GATHER-TERM-AVERAGES.
           IF ST-ROW-CTR = 0
               DISPLAY "NO GRADES ON FILE FOR TERM " WANT-TERM "."
           ELSE
               PERFORM 2500-GATHER-CUMULATIVE
               PERFORM 3000-FINISH-THE-AVERAGES
               PERFORM 4000-RANK-THE-CLASS
               PERFORM 5000-AWARD-THE-TITLES
                   "NO TITLES AWARDED."
           END-IF.

       1500-LOAD-SUBJECT-TABLE.
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

       1600-FIND-SUBJECT.
      *    FOUND ONLY FOR A SUBJECT ON THE MASTER THAT COUNTS TOWARD
      *    THE GWA -- ANY OTHER GRADE STAYS OUT OF THE AVERAGE.
           MOVE 'N' TO SJ-FOUND-SW.
           MOVE 1 TO SJ-IX.
           PERFORM UNTIL SJ-IX > SJ-ROW-CTR OR SJ-FOUND-ROW
               IF SJR-CODE (SJ-IX) = GR-SUBJ
                   MOVE 'Y' TO SJ-FOUND-SW
               ELSE
                   ADD 1 TO SJ-IX
               END-IF
           END-PERFORM.
           IF SJ-FOUND-ROW
               IF SJR-IN-GWA (SJ-IX) NOT = 'Y'
                   MOVE 'N' TO SJ-FOUND-SW
               END-IF
           END-IF.

       2000-GATHER-TERM-AVERAGES.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.
                   MOVE GR-SNAME TO STR-SNAME (ST-FOUND-IX)
                   MOVE 0 TO STR-SUM (ST-FOUND-IX)
                   MOVE 0 TO STR-CNT (ST-FOUND-IX)
                   MOVE 0 TO STR-UNITS (ST-FOUND-IX)
                   MOVE 0 TO STR-AVE (ST-FOUND-IX)
                   MOVE 0 TO STR-CUM-SUM (ST-FOUND-IX)
                   MOVE 0 TO STR-CUM-UNITS (ST-FOUND-IX)
                   MOVE 0 TO STR-CUM-AVE (ST-FOUND-IX)
                   MOVE 'N' TO STR-FAIL-SW (ST-FOUND-IX)
                   MOVE 'N' TO STR-INC-SW (ST-FOUND-IX)
                   MOVE SPACES TO STR-TITLE (ST-FOUND-IX)
                       MOVE 'Y' TO STR-INC-SW (ST-FOUND-IX)
                   END-IF
               ELSE
                   ADD 1 TO STR-CNT (ST-FOUND-IX)
                   PERFORM 1600-FIND-SUBJECT
                   IF SJ-FOUND-ROW
                       COMPUTE STR-SUM (ST-FOUND-IX) =
                           STR-SUM (ST-FOUND-IX)
                           + GR-AVE * SJR-UNITS (SJ-IX)
                       ADD SJR-UNITS (SJ-IX) TO STR-UNITS (ST-FOUND-IX)
                   END-IF
                   IF GR-REMARK = "FAILED"
                       MOVE 'Y' TO STR-FAIL-SW (ST-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       2500-GATHER-CUMULATIVE.
      *    EVERY TERM UP TO AND INCLUDING THE ONE RANKED, FOR THE
      *    STUDENTS ALREADY ON THE LIST -- A RESOLVED OR OPEN INC
      *    CARRIES NO GRADE OF ITS OWN.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               READ GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
               PERFORM UNTIL GRADES-END
                   IF GR-TERM NOT > WANT-TERM
                           AND GR-REMARK NOT = "INC"
                       PERFORM 2600-POST-ONE-CUM-ROW
                   END-IF
                   READ GRADES-FILE
                       AT END MOVE 'Y' TO GRADES-EOF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           ELSE
               IF GRADES-STATUS = "05"
                   CLOSE GRADES-FILE
               END-IF
           END-IF.

       2600-POST-ONE-CUM-ROW.
           MOVE 0 TO ST-FOUND-IX.
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > ST-ROW-CTR OR ST-FOUND-IX > 0
               IF STR-SNUM (ST-IX) = GR-SNUM
                   MOVE ST-IX TO ST-FOUND-IX
               END-IF
           END-PERFORM.
           IF ST-FOUND-IX > 0
               PERFORM 1600-FIND-SUBJECT
               IF SJ-FOUND-ROW
                   COMPUTE STR-CUM-SUM (ST-FOUND-IX) =
                       STR-CUM-SUM (ST-FOUND-IX)
                       + GR-AVE * SJR-UNITS (SJ-IX)
                   ADD SJR-UNITS (SJ-IX) TO STR-CUM-UNITS (ST-FOUND-IX)
               END-IF
           END-IF.

       3000-FINISH-THE-AVERAGES.
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > ST-ROW-CTR
               IF STR-UNITS (ST-IX) > 0
                   COMPUTE STR-AVE (ST-IX) ROUNDED =
                       STR-SUM (ST-IX) / STR-UNITS (ST-IX)
               END-IF
               IF STR-CUM-UNITS (ST-IX) > 0
                   COMPUTE STR-CUM-AVE (ST-IX) ROUNDED =
                       STR-CUM-SUM (ST-IX) / STR-CUM-UNITS (ST-IX)
               END-IF
           END-PERFORM.

                   UNTIL ST-IX > ST-ROW-CTR
               IF STR-FAIL-SW (ST-IX) = 'N'
                       AND STR-INC-SW (ST-IX) = 'N'
                       AND STR-UNITS (ST-IX) > 0
                   MOVE 'N' TO TITLE-FOUND-SW
                   PERFORM VARYING HC-IX FROM 1 BY 1
                           UNTIL HC-IX > HC-ROW-CTR OR TITLE-FOUND
           DISPLAY " ".
           DISPLAY "CLASS RANKING - TERM " WANT-TERM.
           DISPLAY "RANK STUDENT NO.        NAME                 "
               "GWA   SUBJ  CUM".
           MOVE 0 TO RANK-NO.
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > ST-ROW-CTR
               ADD 1 TO RANK-NO
               MOVE STR-AVE (ST-IX) TO AVEDP
               MOVE STR-CUM-AVE (ST-IX) TO CUMDP
               DISPLAY RANK-NO "  " STR-SNUM (ST-IX) " "
                   STR-SNAME (ST-IX) " " AVEDP "  "
                   STR-CNT (ST-IX) "  " CUMDP
               IF STR-INC-SW (ST-IX) = 'Y'
                   DISPLAY "     (UNRESOLVED INC ON FILE)"
               END-IF
                   AVEDP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STR-CNT (ST-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CUMDP DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 510-SPOOL-LINE
           END-PERFORM.

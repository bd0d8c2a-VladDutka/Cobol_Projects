      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Duplicate-student scan -- reads STUDREG.DAT and lists
      *          every pair of students under different numbers whose
      *          names are the same or nearly so: once case, spaces and
      *          punctuation are dropped, the names match, differ in
      *          one letter, or one has a single letter the other
      *          lacks. Each pair is a student the registrar may have
      *          enrolled twice; nothing is changed here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDDUP.
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
       01  PAIR-CTR PIC 9(5) VALUE 0.
      *    THE REGISTRY, EACH NAME ALSO KEPT SQUEEZED -- UPPER CASE,
      *    LETTERS AND DIGITS ONLY -- WITH ITS SQUEEZED LENGTH.
       01  SR-ROW-CTR PIC 9(4) VALUE 0.
       01  SR-IX PIC 9(4).
       01  SR-JX PIC 9(4).
       01  SR-TABLE.
           05  SR-ROW OCCURS 2000 TIMES.
               10  SRR-SNUM PIC X(18).
               10  SRR-SNAME PIC X(30).
               10  SRR-SQZ PIC X(30).
               10  SRR-SQZ-LEN PIC 99.
       01  UPPER-NAME PIC X(30).
       01  CHAR-IX PIC 99.
       01  SQZ-IX PIC 99.
      *    ONE PAIR UNDER COMPARISON -- SHORT IS NEVER LONGER THAN
      *    LONG.
       01  SHORT-NAME PIC X(30).
       01  SHORT-LEN PIC 99.
       01  LONG-NAME PIC X(30).
       01  LONG-LEN PIC 99.
       01  SHORT-IX PIC 99.
       01  LONG-IX PIC 99.
       01  DIFF-CTR PIC 99.
       01  MATCH-KIND PIC X(20).
       01  NEAR-SW PIC X VALUE 'N'.
           88 NEAR-MATCH VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "DUPLICATE-STUDENT SCAN".
           PERFORM 1000-LOAD-THE-REGISTRY.
           DISPLAY "STUDENT NO.        NAME                          "
               "  STUDENT NO.        NAME                          "
               "  WHY".
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > SR-ROW-CTR
               COMPUTE SR-JX = SR-IX + 1
               PERFORM UNTIL SR-JX > SR-ROW-CTR
                   IF SRR-SNUM (SR-IX) NOT = SRR-SNUM (SR-JX)
                       AND SRR-SQZ-LEN (SR-IX) > 0
                       AND SRR-SQZ-LEN (SR-JX) > 0
                       PERFORM 2000-COMPARE-THE-PAIR
                       IF NEAR-MATCH
                           ADD 1 TO PAIR-CTR
                           DISPLAY SRR-SNUM (SR-IX) " "
                               SRR-SNAME (SR-IX) "  "
                               SRR-SNUM (SR-JX) " "
                               SRR-SNAME (SR-JX) "  " MATCH-KIND
                       END-IF
                   END-IF
                   ADD 1 TO SR-JX
               END-PERFORM
           END-PERFORM.
           DISPLAY SR-ROW-CTR " STUDENT(S) SCANNED, " PAIR-CTR
               " POSSIBLE DUPLICATE PAIR(S).".
           PERFORM 9999-EXIT.

       1000-LOAD-THE-REGISTRY.
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
                       PERFORM 1100-SQUEEZE-THE-NAME
                   ELSE
                       DISPLAY "*** MORE THAN 2000 STUDENTS - THE "
                           "REST ARE NOT SCANNED. ***"
                       MOVE 'Y' TO STUDREG-EOF
                   END-IF
                   IF NOT STUDREG-END
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

       1100-SQUEEZE-THE-NAME.
           MOVE SR-SNAME TO UPPER-NAME.
           INSPECT UPPER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO SRR-SQZ (SR-ROW-CTR).
           MOVE 0 TO SQZ-IX.
           PERFORM VARYING CHAR-IX FROM 1 BY 1 UNTIL CHAR-IX > 30
               IF UPPER-NAME (CHAR-IX:1) IS ALPHABETIC
                   AND UPPER-NAME (CHAR-IX:1) NOT = SPACE
                   OR UPPER-NAME (CHAR-IX:1) IS NUMERIC
                   ADD 1 TO SQZ-IX
                   MOVE UPPER-NAME (CHAR-IX:1) TO
                       SRR-SQZ (SR-ROW-CTR) (SQZ-IX:1)
               END-IF
           END-PERFORM.
           MOVE SQZ-IX TO SRR-SQZ-LEN (SR-ROW-CTR).

       2000-COMPARE-THE-PAIR.
           MOVE 'N' TO NEAR-SW.
           IF SRR-SQZ-LEN (SR-IX) > SRR-SQZ-LEN (SR-JX)
               MOVE SRR-SQZ (SR-JX) TO SHORT-NAME
               MOVE SRR-SQZ-LEN (SR-JX) TO SHORT-LEN
               MOVE SRR-SQZ (SR-IX) TO LONG-NAME
               MOVE SRR-SQZ-LEN (SR-IX) TO LONG-LEN
           ELSE
               MOVE SRR-SQZ (SR-IX) TO SHORT-NAME
               MOVE SRR-SQZ-LEN (SR-IX) TO SHORT-LEN
               MOVE SRR-SQZ (SR-JX) TO LONG-NAME
               MOVE SRR-SQZ-LEN (SR-JX) TO LONG-LEN
           END-IF.
           IF LONG-LEN = SHORT-LEN
               PERFORM 2100-SAME-LENGTH
           ELSE
               IF LONG-LEN - SHORT-LEN = 1
                   PERFORM 2200-ONE-LETTER-EXTRA
               END-IF
           END-IF.

       2100-SAME-LENGTH.
           MOVE 0 TO DIFF-CTR.
           PERFORM VARYING CHAR-IX FROM 1 BY 1
                   UNTIL CHAR-IX > SHORT-LEN OR DIFF-CTR > 1
               IF SHORT-NAME (CHAR-IX:1) NOT = LONG-NAME (CHAR-IX:1)
                   ADD 1 TO DIFF-CTR
               END-IF
           END-PERFORM.
           EVALUATE DIFF-CTR
               WHEN 0
                   MOVE 'Y' TO NEAR-SW
                   MOVE "SAME NAME" TO MATCH-KIND
               WHEN 1
                   MOVE 'Y' TO NEAR-SW
                   MOVE "ONE LETTER DIFFERS" TO MATCH-KIND
           END-EVALUATE.

       2200-ONE-LETTER-EXTRA.
      *    WALK BOTH NAMES TOGETHER; THE FIRST MISMATCH SKIPS ONE
      *    LETTER OF THE LONGER NAME, A SECOND ONE ENDS THE MATCH.
           MOVE 0 TO DIFF-CTR.
           MOVE 1 TO SHORT-IX.
           MOVE 1 TO LONG-IX.
           PERFORM UNTIL SHORT-IX > SHORT-LEN OR DIFF-CTR > 1
               IF SHORT-NAME (SHORT-IX:1) = LONG-NAME (LONG-IX:1)
                   ADD 1 TO SHORT-IX
                   ADD 1 TO LONG-IX
               ELSE
                   ADD 1 TO DIFF-CTR
                   ADD 1 TO LONG-IX
               END-IF
           END-PERFORM.
           IF DIFF-CTR < 2
               MOVE 'Y' TO NEAR-SW
               MOVE "ONE LETTER EXTRA" TO MATCH-KIND
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM STUDDUP.

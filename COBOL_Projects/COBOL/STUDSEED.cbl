      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One-time build of the student registry -- reads
      *          STUDENTGRADES.DAT and puts every distinct student
      *          number on STUDREG.DAT as enrolled from today, under
      *          the name on its last grade row. A number whose check
      *          digit does not prove is left off and listed, so the
      *          registrar can enroll the right number by STUDMAINT;
      *          a number that turns up under more than one name is
      *          listed too. Refuses to run once the registry holds
      *          anything -- from then on STUDMAINT owns it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDSEED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL GRADES-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDENTGRADES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GRADES-STATUS.
          SELECT OPTIONAL STUDREG-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STUDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
       FD  STUDREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDREG-REC.
           COPY "STUDREG.CPY".

       WORKING-STORAGE SECTION.
       01  GRADES-STATUS PIC XX.
       01  STUDREG-STATUS PIC XX.
       01  GRADES-EOF PIC X VALUE 'N'.
           88 GRADES-END VALUE 'Y'.
       01  STUDREG-EOF PIC X VALUE 'N'.
           88 STUDREG-END VALUE 'Y'.
       01  SEED-DATE PIC 9(8).
       01  GRADE-ROW-CTR PIC 9(6) VALUE 0.
       01  SEEDED-CTR PIC 9(4) VALUE 0.
       01  BAD-CD-CTR PIC 9(4) VALUE 0.
       01  VARIES-CTR PIC 9(4) VALUE 0.
      *    ONE ROW PER DISTINCT STUDENT NUMBER FOUND ON THE GRADE FILE.
       01  SD-ROW-CTR PIC 9(4) VALUE 0.
       01  SD-IX PIC 9(4).
       01  SD-FOUND-SW PIC X VALUE 'N'.
           88 SD-FOUND-ROW VALUE 'Y'.
       01  SD-FULL-SW PIC X VALUE 'N'.
           88 SD-FULL VALUE 'Y'.
       01  SD-TABLE.
           05  SD-ROW OCCURS 2000 TIMES.
               10  SDR-SNUM PIC X(18).
               10  SDR-SNAME PIC X(30).
               10  SDR-VARIES PIC X(1).
       01  WRK-SNUM PIC X(18).
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
       0000-MAIN-PROCEDURE.
           DISPLAY "STUDENT REGISTRY - ONE-TIME BUILD".
           ACCEPT SEED-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-CHECK-REGISTRY-EMPTY.
           PERFORM 2000-COLLECT-STUDENTS.
           IF SD-FULL
               DISPLAY "*** MORE THAN 2000 STUDENT NUMBERS ON THE "
                   "GRADE FILE - NOTHING BUILT. ***"
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 3000-WRITE-THE-REGISTRY.
           DISPLAY "GRADE ROWS READ:          " GRADE-ROW-CTR.
           DISPLAY "STUDENTS ENROLLED:        " SEEDED-CTR.
           DISPLAY "LEFT OFF - BAD CHECK DGT: " BAD-CD-CTR.
           DISPLAY "NUMBERS UNDER TWO NAMES:  " VARIES-CTR.
           PERFORM 9999-EXIT.

       1000-CHECK-REGISTRY-EMPTY.
           OPEN INPUT STUDREG-FILE.
           IF STUDREG-STATUS = "00"
               READ STUDREG-FILE
                   AT END MOVE 'Y' TO STUDREG-EOF
               END-READ
               CLOSE STUDREG-FILE
               IF NOT STUDREG-END
                   DISPLAY "*** STUDREG.DAT ALREADY HOLDS STUDENTS - "
                       "USE STUDMAINT. NOTHING BUILT. ***"
                   PERFORM 9999-EXIT
               END-IF
           ELSE
               IF STUDREG-STATUS = "05"
                   CLOSE STUDREG-FILE
               END-IF
           END-IF.

       2000-COLLECT-STUDENTS.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               READ GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
               PERFORM UNTIL GRADES-END
                   ADD 1 TO GRADE-ROW-CTR
                   IF GR-SNUM NOT = SPACES
                       PERFORM 2100-TAKE-THE-ROW
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

       2100-TAKE-THE-ROW.
           MOVE 'N' TO SD-FOUND-SW.
           MOVE 1 TO SD-IX.
           PERFORM UNTIL SD-IX > SD-ROW-CTR OR SD-FOUND-ROW
               IF SDR-SNUM (SD-IX) = GR-SNUM
                   MOVE 'Y' TO SD-FOUND-SW
               ELSE
                   ADD 1 TO SD-IX
               END-IF
           END-PERFORM.
           IF SD-FOUND-ROW
      *        THE LAST ROW'S NAME WINS; THE FIRST DIFFERENCE PER
      *        NUMBER IS REPORTED SO THE REGISTRAR CAN CHECK IT.
               IF SDR-SNAME (SD-IX) NOT = GR-SNAME
                   IF SDR-VARIES (SD-IX) NOT = 'Y'
                       MOVE 'Y' TO SDR-VARIES (SD-IX)
                       ADD 1 TO VARIES-CTR
                       DISPLAY "NAME VARIES  " GR-SNUM " "
                           SDR-SNAME (SD-IX) " / " GR-SNAME
                   END-IF
                   MOVE GR-SNAME TO SDR-SNAME (SD-IX)
               END-IF
           ELSE
               IF SD-ROW-CTR < 2000
                   ADD 1 TO SD-ROW-CTR
                   MOVE GR-SNUM TO SDR-SNUM (SD-ROW-CTR)
                   MOVE GR-SNAME TO SDR-SNAME (SD-ROW-CTR)
                   MOVE 'N' TO SDR-VARIES (SD-ROW-CTR)
               ELSE
                   MOVE 'Y' TO SD-FULL-SW
               END-IF
           END-IF.

       3000-WRITE-THE-REGISTRY.
           OPEN OUTPUT STUDREG-FILE.
           PERFORM VARYING SD-IX FROM 1 BY 1
                   UNTIL SD-IX > SD-ROW-CTR
               MOVE SDR-SNUM (SD-IX) TO WRK-SNUM
               PERFORM 3100-VALIDATE-SNUM
               IF CD-VALID
                   MOVE SPACES TO STUDREG-REC
                   MOVE SDR-SNUM (SD-IX) TO SR-SNUM
                   MOVE SDR-SNAME (SD-IX) TO SR-SNAME
                   MOVE 0 TO SR-YEAR-LEVEL
                   MOVE 'E' TO SR-STATUS
                   MOVE SEED-DATE TO SR-STATUS-DATE
                   WRITE STUDREG-REC
                   ADD 1 TO SEEDED-CTR
               ELSE
                   ADD 1 TO BAD-CD-CTR
                   DISPLAY "BAD CHECK DIGIT - LEFT OFF  "
                       SDR-SNUM (SD-IX) " " SDR-SNAME (SD-IX)
               END-IF
           END-PERFORM.
           CLOSE STUDREG-FILE.

       3100-VALIDATE-SNUM.
      *    THE CHECK DIGIT IS THE LAST CHARACTER; IT AND THE FOUR
      *    BEFORE IT MUST ALL BE DIGITS.
           MOVE 'N' TO CD-VALID-SW.
           MOVE 18 TO SNUM-LEN.
           PERFORM UNTIL SNUM-LEN = 0
                   OR WRK-SNUM (SNUM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM SNUM-LEN
           END-PERFORM.
           IF SNUM-LEN > 4
               IF WRK-SNUM (SNUM-LEN - 4:5) IS NUMERIC
                   MOVE WRK-SNUM (SNUM-LEN - 4:5) TO CDNUM
                   PERFORM 3200-COMPUTE-CHECK-DIGIT
                   IF CDCHECK = CD5
                       MOVE 'Y' TO CD-VALID-SW
                   END-IF
               END-IF
           END-IF.

       3200-COMPUTE-CHECK-DIGIT.
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

       9999-EXIT.
           STOP RUN.
       END PROGRAM STUDSEED.

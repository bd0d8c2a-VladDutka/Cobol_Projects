      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Annual merit review -- a supervisor, signed on
      *          against OPERATORS.DAT the way PAYAPPROVE checks one,
      *          keys a 1-to-5 performance rating for each active
      *          employee into MERITRTG.DAT for the review year, and
      *          maintains the MERITMTX.DAT merit matrix (rating by
      *          current-RPH band gives the percent increase). The
      *          list shows the year's ratings and every active
      *          employee still waiting for one. MERITPROP turns the
      *          ratings into the proposal list; MERITPOST posts it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL MERITRTG-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITRTG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITRTG-STATUS.
          SELECT OPTIONAL MERITMTX-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITMTX.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITMTX-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERITRTG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITRTG-REC.
           COPY "MERITRTG.CPY".
       FD  MERITMTX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITMTX-REC.
           COPY "MERITMTX.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".

       WORKING-STORAGE SECTION.
       01  MERITRTG-STATUS PIC XX.
       01  MERITMTX-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  MERITRTG-EOF PIC X VALUE 'N'.
           88 MERITRTG-END VALUE 'Y'.
       01  MERITMTX-EOF PIC X VALUE 'N'.
           88 MERITMTX-END VALUE 'Y'.
       01  EM-EOF-SW PIC X VALUE 'N'.
           88 EM-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF MERITRTG.DAT -- EVERY YEAR'S RATINGS
      *    ARE KEPT AND REWRITTEN; ONLY THE REVIEW YEAR IS KEYED.
       01  MV-ROW-CTR PIC 9(4) VALUE 0.
       01  MV-FOUND-SW PIC X VALUE 'N'.
           88 MV-FOUND-ROW VALUE 'Y'.
       01  MV-IX PIC 9(4).
       01  MV-TABLE.
           05  MV-ROW OCCURS 1000 TIMES.
               10  MVR-YEAR PIC 9(4).
               10  MVR-EMPID PIC X(5).
               10  MVR-RATING PIC 9(1).
               10  MVR-REVIEWER PIC X(10).
               10  MVR-STAMP PIC X(14).
      *    IN-MEMORY COPY OF MERITMTX.DAT, HELD IN RATING THEN
      *    ASCENDING BAND ORDER.
       01  MX-ROW-CTR PIC 99 VALUE 0.
       01  MX-FOUND-SW PIC X VALUE 'N'.
           88 MX-FOUND-ROW VALUE 'Y'.
       01  MX-IX PIC 99.
       01  MX-TABLE.
           05  MX-ROW OCCURS 50 TIMES.
               10  MXR-RATING PIC 9(1).
               10  MXR-RPH-HIGH PIC 999V99.
               10  MXR-PCT PIC 99V99.
       01  MX-PLACED-SW PIC X VALUE 'N'.
           88 MX-PLACED VALUE 'Y'.
       01  MX-HOLD.
           05  MXH-RATING PIC 9(1).
           05  MXH-RPH-HIGH PIC 999V99.
           05  MXH-PCT PIC 99V99.
      *    SUPERVISOR CHECK AGAINST THE SHARED SIGN-ON MASTER.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-FOUND-SW PIC X VALUE 'N'.
           88 OP-FOUND-ROW VALUE 'Y'.
       01  OP-TABLE.
           05  OP-ROW OCCURS 20 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-NAME PIC X(20).
               10  OPR-ROLE PIC X(1).
               10  OPR-PIN PIC X(4).
       01  TYPED-ID PIC X(10).
       01  TYPED-PIN PIC X(4).
       01  SUPER-OK-SW PIC X.
           88 SUPER-OK VALUE 'Y'.
       01  SUPERVISOR-ID PIC X(10).
       01  REVIEW-YEAR PIC 9(4).
       01  TODAY-DATE PIC 9(8).
       01  NOW-TIME PIC 9(8).
       01  WRK-EMPID PIC X(5).
       01  WRK-RATING PIC 9(1).
       01  WRK-RPH-HIGH PIC 999V99.
       01  UNRATED-CTR PIC 9(4).
       01  RATED-CTR PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ANNUAL MERIT REVIEW".
           PERFORM CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A SUPERVISOR SIGN-ON - SESSION ENDS."
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "REVIEW YEAR (YYYY): ".
           ACCEPT REVIEW-YEAR.
           PERFORM UNTIL REVIEW-YEAR > 1900
               DISPLAY "INVALID - ENTER THE YEAR AS YYYY: "
               ACCEPT REVIEW-YEAR
           END-PERFORM.
           PERFORM LOAD-MERITRTG-TABLE.
           PERFORM LOAD-MERITMTX-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[R] KEY OR CHANGE A RATING"
               DISPLAY "[L] LIST THE YEAR'S RATINGS"
               DISPLAY "[M] ADD OR CHANGE A MERIT-MATRIX CELL"
               DISPLAY "[T] LIST THE MERIT MATRIX"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'R' WHEN 'r'
                       PERFORM KEY-RATING
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-RATINGS
                   WHEN 'M' WHEN 'm'
                       PERFORM KEY-MATRIX-CELL
                   WHEN 'T' WHEN 't'
                       PERFORM LIST-MATRIX
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       KEY-RATING.
      *    ONLY AN EMPLOYEE STILL ON THE MASTER AND NOT TERMINATED
      *    IS REVIEWED.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE WRK-EMPID TO EM-EMPID
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-EMPID
               END-READ
           ELSE
               MOVE SPACES TO EM-EMPID
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           IF EM-EMPID = SPACES
               DISPLAY "NO SUCH EMPLOYEE ON THE MASTER."
           ELSE
           IF EM-STATUS-CODE = 'T'
               DISPLAY "EMPLOYEE IS TERMINATED - NOT REVIEWED."
           ELSE
               DISPLAY EM-EMPID " " EM-EMPLN " " EM-EMPFN
                   " RPH " EM-RPH
               DISPLAY "RATING (1-5): "
               ACCEPT WRK-RATING
               PERFORM UNTIL WRK-RATING > 0 AND WRK-RATING < 6
                   DISPLAY "INVALID - THE RATING RUNS 1 TO 5: "
                   ACCEPT WRK-RATING
               END-PERFORM
               PERFORM FIND-MERITRTG-ROW
               IF NOT MV-FOUND-ROW
                   IF MV-ROW-CTR = 1000
                       DISPLAY "RATING TABLE FULL."
                   ELSE
                       ADD 1 TO MV-ROW-CTR
                       MOVE MV-ROW-CTR TO MV-IX
                       MOVE REVIEW-YEAR TO MVR-YEAR (MV-IX)
                       MOVE WRK-EMPID TO MVR-EMPID (MV-IX)
                       MOVE 'Y' TO MV-FOUND-SW
                   END-IF
               END-IF
               IF MV-FOUND-ROW
                   MOVE WRK-RATING TO MVR-RATING (MV-IX)
                   MOVE SUPERVISOR-ID TO MVR-REVIEWER (MV-IX)
                   ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                   ACCEPT NOW-TIME FROM TIME
                   STRING TODAY-DATE DELIMITED BY SIZE
                       NOW-TIME DELIMITED BY SIZE
                       INTO MVR-STAMP (MV-IX)
                   PERFORM REWRITE-MERITRTG-FILE
                   DISPLAY "RATING SAVED."
               END-IF
           END-IF
           END-IF.

       LIST-RATINGS.
           MOVE 0 TO RATED-CTR.
           PERFORM VARYING MV-IX FROM 1 BY 1
                   UNTIL MV-IX > MV-ROW-CTR
               IF MVR-YEAR (MV-IX) = REVIEW-YEAR
                   ADD 1 TO RATED-CTR
                   DISPLAY MVR-EMPID (MV-IX) " RATED "
                       MVR-RATING (MV-IX) " BY "
                       MVR-REVIEWER (MV-IX) " "
                       MVR-STAMP (MV-IX)
               END-IF
           END-PERFORM.
           DISPLAY "RATED FOR " REVIEW-YEAR ": " RATED-CTR.
      *    THE WALK OF THE MASTER IS WHAT TELLS THE SUPERVISOR WHO
      *    IS STILL WAITING FOR A RATING.
           MOVE 0 TO UNRATED-CTR.
           MOVE 'N' TO EM-EOF-SW.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EM-EOF-SW
               END-READ
               PERFORM UNTIL EM-END
                   IF EM-STATUS-CODE NOT = 'T'
                       MOVE EM-EMPID TO WRK-EMPID
                       PERFORM FIND-MERITRTG-ROW
                       IF NOT MV-FOUND-ROW
                           ADD 1 TO UNRATED-CTR
                           DISPLAY "NOT YET RATED: " EM-EMPID " "
                               EM-EMPLN " " EM-EMPFN
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EM-EOF-SW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "ACTIVE EMPLOYEES NOT YET RATED: " UNRATED-CTR.

       KEY-MATRIX-CELL.
           DISPLAY "RATING (1-5): "
           ACCEPT WRK-RATING
           PERFORM UNTIL WRK-RATING > 0 AND WRK-RATING < 6
               DISPLAY "INVALID - THE RATING RUNS 1 TO 5: "
               ACCEPT WRK-RATING
           END-PERFORM
           DISPLAY "TOP OF THE RPH BAND: "
           ACCEPT WRK-RPH-HIGH
           PERFORM UNTIL WRK-RPH-HIGH > 0
               DISPLAY "INVALID - THE BAND NEEDS A TOP RATE: "
               ACCEPT WRK-RPH-HIGH
           END-PERFORM
           PERFORM FIND-MERITMTX-ROW
           IF NOT MX-FOUND-ROW
               IF MX-ROW-CTR = 50
                   DISPLAY "MERIT MATRIX FULL."
               ELSE
                   PERFORM INSERT-MERITMTX-ROW
               END-IF
           END-IF
           IF MX-FOUND-ROW
               DISPLAY "PERCENT INCREASE (E.G. 04.50): "
               ACCEPT MXR-PCT (MX-IX)
               PERFORM REWRITE-MERITMTX-FILE
               DISPLAY "MERIT-MATRIX CELL SAVED."
           END-IF.

       LIST-MATRIX.
           PERFORM VARYING MX-IX FROM 1 BY 1
                   UNTIL MX-IX > MX-ROW-CTR
               DISPLAY "RATING " MXR-RATING (MX-IX)
                   " RPH UP TO " MXR-RPH-HIGH (MX-IX)
                   " INCREASE " MXR-PCT (MX-IX) "%"
           END-PERFORM.
           DISPLAY "MATRIX CELLS ON FILE: " MX-ROW-CTR.

       FIND-MERITRTG-ROW.
           MOVE 'N' TO MV-FOUND-SW.
           MOVE 1 TO MV-IX.
           PERFORM UNTIL MV-IX > MV-ROW-CTR OR MV-FOUND-ROW
               IF MVR-YEAR (MV-IX) = REVIEW-YEAR
                       AND MVR-EMPID (MV-IX) = WRK-EMPID
                   MOVE 'Y' TO MV-FOUND-SW
               ELSE
                   ADD 1 TO MV-IX
               END-IF
           END-PERFORM.

       FIND-MERITMTX-ROW.
           MOVE 'N' TO MX-FOUND-SW.
           MOVE 1 TO MX-IX.
           PERFORM UNTIL MX-IX > MX-ROW-CTR OR MX-FOUND-ROW
               IF MXR-RATING (MX-IX) = WRK-RATING
                       AND MXR-RPH-HIGH (MX-IX) = WRK-RPH-HIGH
                   MOVE 'Y' TO MX-FOUND-SW
               ELSE
                   ADD 1 TO MX-IX
               END-IF
           END-PERFORM.

       INSERT-MERITMTX-ROW.
      *    THE NEW CELL GOES ON THE END AND IS WALKED DOWN INTO ITS
      *    PLACE -- RATING FIRST, THEN ASCENDING BAND -- SO THE FILE
      *    ALWAYS READS IN THE ORDER MERITPROP SCANS IT.
           ADD 1 TO MX-ROW-CTR.
           MOVE MX-ROW-CTR TO MX-IX.
           MOVE WRK-RATING TO MXR-RATING (MX-IX).
           MOVE WRK-RPH-HIGH TO MXR-RPH-HIGH (MX-IX).
           MOVE 0 TO MXR-PCT (MX-IX).
           MOVE 'N' TO MX-PLACED-SW.
           PERFORM UNTIL MX-IX = 1 OR MX-PLACED
               IF MXR-RATING (MX-IX - 1) < WRK-RATING
                   OR (MXR-RATING (MX-IX - 1) = WRK-RATING
                       AND MXR-RPH-HIGH (MX-IX - 1) < WRK-RPH-HIGH)
                   MOVE 'Y' TO MX-PLACED-SW
               ELSE
                   MOVE MX-ROW (MX-IX - 1) TO MX-HOLD
                   MOVE MX-ROW (MX-IX) TO MX-ROW (MX-IX - 1)
                   MOVE MX-HOLD TO MX-ROW (MX-IX)
                   SUBTRACT 1 FROM MX-IX
               END-IF
           END-PERFORM.
           MOVE 'Y' TO MX-FOUND-SW.

       CHECK-SUPERVISOR.
      *    SAME CHECK AS PAYAPPROVE -- NO SIGN-ON MASTER YET MEANS
      *    NOBODY TO CHECK AGAINST, AND THE TYPED ID STANDS.
           PERFORM LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "SUPERVISOR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OP-ROW-CTR.
           MOVE 'N' TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   IF OP-ROW-CTR < 20
                       ADD 1 TO OP-ROW-CTR
                       MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                       MOVE OP-NAME TO OPR-NAME (OP-ROW-CTR)
                       MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                       MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
                   END-IF
                   READ OPERATOR-FILE
                       AT END MOVE 'Y' TO OPERATOR-EOF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF OPERATOR-STATUS = "05"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       LOAD-MERITRTG-TABLE.
      *    MERITRTG-FILE IS OPTIONAL -- THE FIRST REVIEW STARTS FROM
      *    AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO MV-ROW-CTR.
           MOVE 'N' TO MERITRTG-EOF.
           OPEN INPUT MERITRTG-FILE.
           IF MERITRTG-STATUS = "00"
               READ MERITRTG-FILE
                   AT END MOVE 'Y' TO MERITRTG-EOF
               END-READ
               PERFORM UNTIL MERITRTG-END
                   IF MV-ROW-CTR < 1000
                       ADD 1 TO MV-ROW-CTR
                       MOVE MV-YEAR TO MVR-YEAR (MV-ROW-CTR)
                       MOVE MV-EMPID TO MVR-EMPID (MV-ROW-CTR)
                       MOVE MV-RATING TO MVR-RATING (MV-ROW-CTR)
                       MOVE MV-REVIEWER TO MVR-REVIEWER (MV-ROW-CTR)
                       MOVE MV-STAMP TO MVR-STAMP (MV-ROW-CTR)
                   END-IF
                   READ MERITRTG-FILE
                       AT END MOVE 'Y' TO MERITRTG-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITRTG-FILE
           ELSE
               IF MERITRTG-STATUS = "05"
                   CLOSE MERITRTG-FILE
               END-IF
           END-IF.

       LOAD-MERITMTX-TABLE.
           MOVE 0 TO MX-ROW-CTR.
           MOVE 'N' TO MERITMTX-EOF.
           OPEN INPUT MERITMTX-FILE.
           IF MERITMTX-STATUS = "00"
               READ MERITMTX-FILE
                   AT END MOVE 'Y' TO MERITMTX-EOF
               END-READ
               PERFORM UNTIL MERITMTX-END
                   IF MX-ROW-CTR < 50
                       ADD 1 TO MX-ROW-CTR
                       MOVE MX-RATING TO MXR-RATING (MX-ROW-CTR)
                       MOVE MX-RPH-HIGH TO MXR-RPH-HIGH (MX-ROW-CTR)
                       MOVE MX-PCT TO MXR-PCT (MX-ROW-CTR)
                   END-IF
                   READ MERITMTX-FILE
                       AT END MOVE 'Y' TO MERITMTX-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITMTX-FILE
           ELSE
               IF MERITMTX-STATUS = "05"
                   CLOSE MERITMTX-FILE
               END-IF
           END-IF.

       REWRITE-MERITRTG-FILE.
           OPEN OUTPUT MERITRTG-FILE.
           PERFORM VARYING MV-IX FROM 1 BY 1
                   UNTIL MV-IX > MV-ROW-CTR
               MOVE MVR-YEAR (MV-IX) TO MV-YEAR
               MOVE MVR-EMPID (MV-IX) TO MV-EMPID
               MOVE MVR-RATING (MV-IX) TO MV-RATING
               MOVE MVR-REVIEWER (MV-IX) TO MV-REVIEWER
               MOVE MVR-STAMP (MV-IX) TO MV-STAMP
               WRITE MERITRTG-REC
           END-PERFORM.
           CLOSE MERITRTG-FILE.

       REWRITE-MERITMTX-FILE.
           OPEN OUTPUT MERITMTX-FILE.
           PERFORM VARYING MX-IX FROM 1 BY 1
                   UNTIL MX-IX > MX-ROW-CTR
               MOVE MXR-RATING (MX-IX) TO MX-RATING
               MOVE MXR-RPH-HIGH (MX-IX) TO MX-RPH-HIGH
               MOVE MXR-PCT (MX-IX) TO MX-PCT
               WRITE MERITMTX-REC
           END-PERFORM.
           CLOSE MERITMTX-FILE.
       END PROGRAM MERITREV.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Supervisor screen for the progressive-discipline
      *          tracker -- signed on against OPERATORS.DAT the way
      *          PAYAPPROVE checks one, the supervisor lists the
      *          notices DISCNIGHT has found due, records that a
      *          notice was served (date and supervisor go on the
      *          DISCNOTC.DAT row), and maintains the DISCRULE.DAT
      *          ladder: how many incidents inside how many days make
      *          a verbal warning, written warning, suspension or
      *          final warning due. With no ladder on file the
      *          built-in one DISCNIGHT uses is shown and saved from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCSERVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL DISCNOTC-FILE
          ASSIGN TO "C:\Users\ADMIN\DISCNOTC.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISCNOTC-STATUS.
          SELECT OPTIONAL DISCRULE-FILE
          ASSIGN TO "C:\Users\ADMIN\DISCRULE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISCRULE-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISCNOTC-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISCNOTC-REC.
           COPY "DISCNOTC.CPY".
       FD  DISCRULE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISCRULE-REC.
           COPY "DISCRULE.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".

       WORKING-STORAGE SECTION.
       01  DISCNOTC-STATUS PIC XX.
       01  DISCRULE-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  DISCNOTC-EOF PIC X VALUE 'N'.
           88 DISCNOTC-END VALUE 'Y'.
       01  DISCRULE-EOF PIC X VALUE 'N'.
           88 DISCRULE-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF DISCNOTC.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS GARNMAINT.
       01  NT-ROW-CTR PIC 9(4) VALUE 0.
       01  NT-FOUND-SW PIC X VALUE 'N'.
           88 NT-FOUND-ROW VALUE 'Y'.
       01  NT-IX PIC 9(4).
       01  NT-TABLE.
           05  NT-ROW OCCURS 1000 TIMES.
               10  NTR-EMPID PIC X(5).
               10  NTR-LEVEL PIC 9(1).
               10  NTR-DUE-DATE PIC 9(8).
               10  NTR-INCIDENTS PIC 9(2).
               10  NTR-STATUS PIC X(1).
               10  NTR-SERVED-DATE PIC 9(8).
               10  NTR-SERVED-BY PIC X(10).
      *    THE FOUR-STEP LADDER, ONE ROW PER LEVEL. THE VALUES ARE
      *    THE BUILT-IN LADDER DISCNIGHT FALLS BACK TO.
       01  DR-IX PIC 9.
       01  DR-TABLE.
           05  DR-DEFAULTS PIC X(20) VALUE "03030050600709009180".
           05  DR-DEFAULT-ROW REDEFINES DR-DEFAULTS
                   OCCURS 4 TIMES.
               10  DRD-COUNT PIC 9(2).
               10  DRD-WINDOW-DAYS PIC 9(3).
       01  DR-LADDER.
           05  DR-ROW OCCURS 4 TIMES.
               10  DRR-COUNT PIC 9(2).
               10  DRR-WINDOW-DAYS PIC 9(3).
       01  LEVEL-NAME PIC X(16).
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
       01  TODAY-DATE PIC 9(8).
       01  WRK-EMPID PIC X(5).
       01  WRK-LEVEL PIC 9(1).
       01  WRK-COUNT PIC 9(2).
       01  WRK-WINDOW PIC 9(3).
       01  RULE-OK-SW PIC X.
           88 RULE-OK VALUE 'Y'.
       01  DUE-CTR PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DISCIPLINE NOTICES - SUPERVISOR".
           PERFORM CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A SUPERVISOR SIGN-ON - SESSION ENDS."
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DISCNOTC-TABLE.
           PERFORM LOAD-DISCRULE-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[N] LIST NOTICES DUE"
               DISPLAY "[S] RECORD A NOTICE AS SERVED"
               DISPLAY "[R] CHANGE A DISCIPLINE-LADDER LEVEL"
               DISPLAY "[T] LIST THE DISCIPLINE LADDER"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'N' WHEN 'n'
                       PERFORM LIST-DUE-NOTICES
                   WHEN 'S' WHEN 's'
                       PERFORM SERVE-NOTICE
                   WHEN 'R' WHEN 'r'
                       PERFORM KEY-LADDER-LEVEL
                   WHEN 'T' WHEN 't'
                       PERFORM LIST-LADDER
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LIST-DUE-NOTICES.
           MOVE 0 TO DUE-CTR.
           PERFORM VARYING NT-IX FROM 1 BY 1
                   UNTIL NT-IX > NT-ROW-CTR
               IF NTR-STATUS (NT-IX) = 'D'
                   ADD 1 TO DUE-CTR
                   MOVE NTR-LEVEL (NT-IX) TO DR-IX
                   PERFORM SET-LEVEL-NAME
                   DISPLAY NTR-EMPID (NT-IX) " " LEVEL-NAME
                       " DUE SINCE " NTR-DUE-DATE (NT-IX) " ("
                       NTR-INCIDENTS (NT-IX) " INCIDENTS)"
               END-IF
           END-PERFORM.
           DISPLAY "NOTICES WAITING TO BE SERVED: " DUE-CTR.

       SERVE-NOTICE.
      *    THE EMPLOYEE'S OLDEST NOTICE STILL DUE IS THE ONE BEING
      *    HANDED OVER.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           MOVE 'N' TO NT-FOUND-SW
           MOVE 1 TO NT-IX
           PERFORM UNTIL NT-IX > NT-ROW-CTR OR NT-FOUND-ROW
               IF NTR-EMPID (NT-IX) = WRK-EMPID
                       AND NTR-STATUS (NT-IX) = 'D'
                   MOVE 'Y' TO NT-FOUND-SW
               ELSE
                   ADD 1 TO NT-IX
               END-IF
           END-PERFORM
           IF NOT NT-FOUND-ROW
               DISPLAY "NO NOTICE DUE FOR THAT EMPLOYEE."
           ELSE
               MOVE NTR-LEVEL (NT-IX) TO DR-IX
               PERFORM SET-LEVEL-NAME
               DISPLAY WRK-EMPID " " LEVEL-NAME " DUE SINCE "
                   NTR-DUE-DATE (NT-IX)
               DISPLAY "DATE SERVED (YYYYMMDD, 0 = TODAY): "
               ACCEPT NTR-SERVED-DATE (NT-IX)
               IF NTR-SERVED-DATE (NT-IX) = 0
                   MOVE TODAY-DATE TO NTR-SERVED-DATE (NT-IX)
               END-IF
               PERFORM UNTIL NTR-SERVED-DATE (NT-IX)
                       NOT < NTR-DUE-DATE (NT-IX)
                       AND NTR-SERVED-DATE (NT-IX) NOT > TODAY-DATE
                   DISPLAY "INVALID - NOT BEFORE THE DUE DATE NOR "
                       "AFTER TODAY: "
                   ACCEPT NTR-SERVED-DATE (NT-IX)
               END-PERFORM
               MOVE 'S' TO NTR-STATUS (NT-IX)
               MOVE SUPERVISOR-ID TO NTR-SERVED-BY (NT-IX)
               PERFORM REWRITE-DISCNOTC-FILE
               DISPLAY "NOTICE RECORDED AS SERVED."
           END-IF.

       KEY-LADDER-LEVEL.
      *    EACH STEP MUST TAKE MORE INCIDENTS THAN THE ONE BELOW IT
      *    AND FEWER THAN THE ONE ABOVE, OR THE LADDER SKIPS RUNGS.
           DISPLAY "LEVEL - 1 VERBAL 2 WRITTEN 3 SUSPENSION 4 FINAL: "
           ACCEPT WRK-LEVEL
           PERFORM UNTIL WRK-LEVEL > 0 AND WRK-LEVEL < 5
               DISPLAY "INVALID - ENTER 1 TO 4: "
               ACCEPT WRK-LEVEL
           END-PERFORM
           DISPLAY "INCIDENTS THAT MAKE IT DUE: "
           ACCEPT WRK-COUNT
           DISPLAY "INSIDE HOW MANY DAYS: "
           ACCEPT WRK-WINDOW
           MOVE 'Y' TO RULE-OK-SW
           IF WRK-COUNT = 0 OR WRK-WINDOW = 0
               MOVE 'N' TO RULE-OK-SW
           END-IF
           IF WRK-LEVEL > 1
               IF WRK-COUNT NOT > DRR-COUNT (WRK-LEVEL - 1)
                   MOVE 'N' TO RULE-OK-SW
               END-IF
           END-IF
           IF WRK-LEVEL < 4
               IF WRK-COUNT NOT < DRR-COUNT (WRK-LEVEL + 1)
                   MOVE 'N' TO RULE-OK-SW
               END-IF
           END-IF
           IF RULE-OK
               MOVE WRK-COUNT TO DRR-COUNT (WRK-LEVEL)
               MOVE WRK-WINDOW TO DRR-WINDOW-DAYS (WRK-LEVEL)
               PERFORM REWRITE-DISCRULE-FILE
               DISPLAY "LADDER LEVEL SAVED."
           ELSE
               DISPLAY "NOT SAVED - COUNT AND DAYS MUST BE OVER 0 "
                   "AND THE COUNT BETWEEN THE LEVELS AROUND IT."
           END-IF.

       LIST-LADDER.
           PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > 4
               PERFORM SET-LEVEL-NAME
               DISPLAY DR-IX " " LEVEL-NAME " "
                   DRR-COUNT (DR-IX) " INCIDENTS IN "
                   DRR-WINDOW-DAYS (DR-IX) " DAYS"
           END-PERFORM.

       SET-LEVEL-NAME.
           EVALUATE DR-IX
               WHEN 1 MOVE "VERBAL WARNING" TO LEVEL-NAME
               WHEN 2 MOVE "WRITTEN WARNING" TO LEVEL-NAME
               WHEN 3 MOVE "SUSPENSION" TO LEVEL-NAME
               WHEN OTHER MOVE "FINAL WARNING" TO LEVEL-NAME
           END-EVALUATE.

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

       LOAD-DISCNOTC-TABLE.
      *    DISCNOTC-FILE IS OPTIONAL -- BEFORE THE FIRST NIGHTLY RUN
      *    THERE IS SIMPLY NOTHING DUE.
           MOVE 0 TO NT-ROW-CTR.
           MOVE 'N' TO DISCNOTC-EOF.
           OPEN INPUT DISCNOTC-FILE.
           IF DISCNOTC-STATUS = "00"
               READ DISCNOTC-FILE
                   AT END MOVE 'Y' TO DISCNOTC-EOF
               END-READ
               PERFORM UNTIL DISCNOTC-END
                   IF NT-ROW-CTR < 1000
                       ADD 1 TO NT-ROW-CTR
                       MOVE NT-EMPID TO NTR-EMPID (NT-ROW-CTR)
                       MOVE NT-LEVEL TO NTR-LEVEL (NT-ROW-CTR)
                       MOVE NT-DUE-DATE TO NTR-DUE-DATE (NT-ROW-CTR)
                       MOVE NT-INCIDENTS TO NTR-INCIDENTS (NT-ROW-CTR)
                       MOVE NT-STATUS TO NTR-STATUS (NT-ROW-CTR)
                       MOVE NT-SERVED-DATE
                           TO NTR-SERVED-DATE (NT-ROW-CTR)
                       MOVE NT-SERVED-BY TO NTR-SERVED-BY (NT-ROW-CTR)
                   END-IF
                   READ DISCNOTC-FILE
                       AT END MOVE 'Y' TO DISCNOTC-EOF
                   END-READ
               END-PERFORM
               CLOSE DISCNOTC-FILE
           ELSE
               IF DISCNOTC-STATUS = "05"
                   CLOSE DISCNOTC-FILE
               END-IF
           END-IF.

       REWRITE-DISCNOTC-FILE.
           OPEN OUTPUT DISCNOTC-FILE.
           PERFORM VARYING NT-IX FROM 1 BY 1
                   UNTIL NT-IX > NT-ROW-CTR
               MOVE NTR-EMPID (NT-IX) TO NT-EMPID
               MOVE NTR-LEVEL (NT-IX) TO NT-LEVEL
               MOVE NTR-DUE-DATE (NT-IX) TO NT-DUE-DATE
               MOVE NTR-INCIDENTS (NT-IX) TO NT-INCIDENTS
               MOVE NTR-STATUS (NT-IX) TO NT-STATUS
               MOVE NTR-SERVED-DATE (NT-IX) TO NT-SERVED-DATE
               MOVE NTR-SERVED-BY (NT-IX) TO NT-SERVED-BY
               WRITE DISCNOTC-REC
           END-PERFORM.
           CLOSE DISCNOTC-FILE.

       LOAD-DISCRULE-TABLE.
      *    THE BUILT-IN LADDER GOES IN FIRST; WHATEVER LEVELS ARE ON
      *    FILE OVERRIDE IT.
           PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > 4
               MOVE DRD-COUNT (DR-IX) TO DRR-COUNT (DR-IX)
               MOVE DRD-WINDOW-DAYS (DR-IX) TO DRR-WINDOW-DAYS (DR-IX)
           END-PERFORM.
           MOVE 'N' TO DISCRULE-EOF.
           OPEN INPUT DISCRULE-FILE.
           IF DISCRULE-STATUS = "00"
               READ DISCRULE-FILE
                   AT END MOVE 'Y' TO DISCRULE-EOF
               END-READ
               PERFORM UNTIL DISCRULE-END
                   IF DR-LEVEL > 0 AND DR-LEVEL < 5
                       MOVE DR-COUNT TO DRR-COUNT (DR-LEVEL)
                       MOVE DR-WINDOW-DAYS
                           TO DRR-WINDOW-DAYS (DR-LEVEL)
                   END-IF
                   READ DISCRULE-FILE
                       AT END MOVE 'Y' TO DISCRULE-EOF
                   END-READ
               END-PERFORM
               CLOSE DISCRULE-FILE
           ELSE
               IF DISCRULE-STATUS = "05"
                   CLOSE DISCRULE-FILE
               END-IF
           END-IF.

       REWRITE-DISCRULE-FILE.
           OPEN OUTPUT DISCRULE-FILE.
           PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > 4
               MOVE DR-IX TO DR-LEVEL
               MOVE DRR-COUNT (DR-IX) TO DR-COUNT
               MOVE DRR-WINDOW-DAYS (DR-IX) TO DR-WINDOW-DAYS
               WRITE DISCRULE-REC
           END-PERFORM.
           CLOSE DISCRULE-FILE.
       END PROGRAM DISCSERVE.

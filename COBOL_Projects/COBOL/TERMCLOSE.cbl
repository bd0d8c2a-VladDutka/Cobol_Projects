      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Term close -- locks a finished term's grades. The
      *          registrar signs on (a supervisor on OPERATORS.DAT)
      *          and keys the term; the close refuses while the term
      *          still holds an INC row with no completion deadline,
      *          or while a student on CLASSLIST.DAT has no grade for
      *          the term. Otherwise the term's STUDENTGRADES.DAT rows
      *          are copied to a dated archive with a sidecar control
      *          record (row count, average total, INC count), the
      *          archive is re-read and proved against it the way
      *          PERIODCLOSE proves payroll's, and only then is the
      *          term flagged closed on TERMCTL.DAT with the date and
      *          who closed it. The live rows stay where they are --
      *          the transcript still needs them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLOSE.
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
          SELECT OPTIONAL TERMCTL-FILE
          ASSIGN TO "C:\Users\ADMIN\TERMCTL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TERMCTL-STATUS.
          SELECT OPTIONAL CLASSLIST-FILE
          ASSIGN TO "C:\Users\ADMIN\CLASSLIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CLASSLIST-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT ARCHIVE-GRADES-FILE
          ASSIGN TO ARCHIVE-GRADES-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT GRADES-CTL-FILE
          ASSIGN TO GRADES-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
       FD  TERMCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERMCTL-REC.
           COPY "TERMCTL.CPY".
      *    GRADEBATCH'S CLASS LIST -- ONLY THE STUDENT NUMBER MATTERS
      *    HERE.
       FD  CLASSLIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLASSLIST-REC.
       01  CLASSLIST-REC.
           05  CL-SNUM PIC X(18).
           05  CL-SNAME PIC X(20).
           05  CL-PREL PIC X(2).
           05  CL-MID PIC X(2).
           05  CL-FIN PIC X(2).
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
      *    THE TERM'S ROWS, COPIED BYTE-FOR-BYTE OUT OF GRADE-REC.
       FD  ARCHIVE-GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCHIVE-GRADES-LINE.
       01  ARCHIVE-GRADES-LINE PIC X(120).
      *    SIDECAR CONTROL RECORD -- SO A TRUNCATED COPY NO LONGER
      *    LOOKS LIKE A SMALL TERM.
       FD  GRADES-CTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADES-CTL-REC.
       01  GRADES-CTL-REC.
           05  TM-TERM PIC X(5).
           05  TM-COUNT PIC 9(6).
           05  TM-AVE-TOTAL PIC 9(7)V99.
           05  TM-INC-COUNT PIC 9(6).

       WORKING-STORAGE SECTION.
       01  GRADES-STATUS PIC XX.
       01  TERMCTL-STATUS PIC XX.
       01  CLASSLIST-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  GRADES-EOF PIC X VALUE 'N'.
           88 GRADES-END VALUE 'Y'.
       01  TERMCTL-EOF PIC X VALUE 'N'.
           88 TERMCTL-END VALUE 'Y'.
       01  CLASSLIST-EOF PIC X VALUE 'N'.
           88 CLASSLIST-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  CLOSE-DATE PIC 9(8).
       01  WANT-TERM PIC X(5).
       01  WANT-SUBJ PIC X(8).
       01  ARCHIVE-GRADES-NAME PIC X(50).
       01  GRADES-CTL-NAME PIC X(50).
      *    WHAT STOPS THE CLOSE.
       01  OPEN-INC-CTR PIC 9(4) VALUE 0.
       01  UNGRADED-CTR PIC 9(4) VALUE 0.
      *    CONTROL TOTALS ACCUMULATED DURING THE COPY, THEN PROVED
      *    BY RE-READING THE ARCHIVE JUST WRITTEN.
       01  TERM-ROW-CTR PIC 9(6) VALUE 0.
       01  CTL-AVE-TOTAL PIC 9(7)V99 VALUE 0.
       01  CTL-INC-CTR PIC 9(6) VALUE 0.
       01  VFY-COUNT PIC 9(6).
       01  VFY-AVE-TOTAL PIC 9(7)V99.
       01  VFY-INC-CTR PIC 9(6).
       01  PROVE-FAILED-SW PIC X VALUE 'N'.
           88 PROVE-FAILED VALUE 'Y'.
      *    AN ARCHIVED ROW, SEEN THROUGH THE GRADE-REC POSITIONS OF
      *    THE AVERAGE AND REMARK.
       01  ARCH-ROW.
           05  FILLER PIC X(44).
           05  AR-AVE PIC 9(2)V9(2).
           05  AR-REMARK PIC X(10).
           05  FILLER PIC X(62).
      *    THE TERM CONTROL FILE -- LOADED WHOLE, ONE ROW MARKED OR
      *    ADDED, WRITTEN BACK.
       01  TCT-ROW-CTR PIC 9(3) VALUE 0.
       01  TCT-IX PIC 9(3).
       01  TCT-FOUND-SW PIC X VALUE 'N'.
           88 TCT-FOUND-ROW VALUE 'Y'.
       01  TCT-TABLE.
           05  TCT-ROW OCCURS 200 TIMES.
               10  TCR-TERM PIC X(5).
               10  TCR-STATUS PIC X(1).
               10  TCR-CLOSE-DATE PIC 9(8).
               10  TCR-CLOSED-BY PIC X(10).
      *    THE CLASS LIST'S STUDENTS, EACH FLAGGED ONCE A GRADE FOR
      *    THE TERM TURNS UP.
       01  RL-ROW-CTR PIC 9(3) VALUE 0.
       01  RL-IX PIC 9(3).
       01  RL-TABLE.
           05  RL-ROW OCCURS 300 TIMES.
               10  RLR-SNUM PIC X(18).
               10  RLR-SNAME PIC X(20).
               10  RLR-GRADED PIC X(1).
      *    REGISTRAR CHECK AGAINST THE SHARED SIGN-ON MASTER --
      *    PUNCHFIX'S SUPERVISOR RULE.
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

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "TERM CLOSE".
           PERFORM 0500-CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A REGISTRAR SIGN-ON - NOTHING CLOSED."
               PERFORM 9999-EXIT
           END-IF.
           ACCEPT CLOSE-DATE FROM DATE YYYYMMDD.
           DISPLAY "TERM TO CLOSE: ".
           ACCEPT WANT-TERM.
           PERFORM 1000-LOAD-TERM-TABLE.
           IF TCT-FOUND-ROW
               IF TCR-STATUS (TCT-IX) = 'C'
                   DISPLAY "TERM " WANT-TERM " WAS CLOSED ON "
                       TCR-CLOSE-DATE (TCT-IX) " BY "
                       TCR-CLOSED-BY (TCT-IX) "."
                   PERFORM 9999-EXIT
               END-IF
           END-IF.
           PERFORM 1100-LOAD-CLASS-LIST.
           PERFORM 2000-CHECK-THE-TERM.
           IF OPEN-INC-CTR > 0 OR UNGRADED-CTR > 0
               DISPLAY "*** TERM " WANT-TERM " NOT CLOSED - "
                   OPEN-INC-CTR " INC(S) WITHOUT A DEADLINE, "
                   UNGRADED-CTR " UNGRADED STUDENT(S). ***"
               PERFORM 9999-EXIT
           END-IF.
           IF TERM-ROW-CTR = 0
               DISPLAY "*** NO GRADES ON FILE FOR TERM " WANT-TERM
                   " - NOTHING TO CLOSE. ***"
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 3000-ARCHIVE-THE-TERM.
           IF PROVE-FAILED
               DISPLAY "*** THE ARCHIVE FAILED ITS PROVE - TERM "
                   WANT-TERM " LEFT OPEN. ***"
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 4000-MARK-TERM-CLOSED.
           DISPLAY "TERM " WANT-TERM " CLOSED - " TERM-ROW-CTR
               " ROW(S) ARCHIVED TO " ARCHIVE-GRADES-NAME.
           PERFORM 9999-EXIT.

       0500-CHECK-SUPERVISOR.
           PERFORM 0510-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "REGISTRAR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "REGISTRAR PIN: "
               ACCEPT TYPED-PIN
               PERFORM 0520-FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       0510-LOAD-OPERATOR-TABLE.
           MOVE 0 TO OP-ROW-CTR.
           MOVE 'N' TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   ADD 1 TO OP-ROW-CTR
                   MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                   MOVE OP-NAME TO OPR-NAME (OP-ROW-CTR)
                   MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                   MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
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

       0520-FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       1000-LOAD-TERM-TABLE.
           MOVE 0 TO TCT-ROW-CTR.
           MOVE 'N' TO TERMCTL-EOF.
           OPEN INPUT TERMCTL-FILE.
           IF TERMCTL-STATUS = "00"
               READ TERMCTL-FILE
                   AT END MOVE 'Y' TO TERMCTL-EOF
               END-READ
               PERFORM UNTIL TERMCTL-END
                   IF TCT-ROW-CTR < 200
                       ADD 1 TO TCT-ROW-CTR
                       MOVE TC-TERM TO TCR-TERM (TCT-ROW-CTR)
                       MOVE TC-STATUS TO TCR-STATUS (TCT-ROW-CTR)
                       MOVE TC-CLOSE-DATE TO
                           TCR-CLOSE-DATE (TCT-ROW-CTR)
                       MOVE TC-CLOSED-BY TO TCR-CLOSED-BY (TCT-ROW-CTR)
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
           MOVE 'N' TO TCT-FOUND-SW.
           MOVE 1 TO TCT-IX.
           PERFORM UNTIL TCT-IX > TCT-ROW-CTR OR TCT-FOUND-ROW
               IF TCR-TERM (TCT-IX) = WANT-TERM
                   MOVE 'Y' TO TCT-FOUND-SW
               ELSE
                   ADD 1 TO TCT-IX
               END-IF
           END-PERFORM.

       1100-LOAD-CLASS-LIST.
      *    GRADEBATCH'S CLASS LIST CARRIES NO SUBJECT -- THE REGISTRAR
      *    NAMES THE ONE IT WAS RUN FOR, OR LEAVES IT BLANK AND ANY
      *    GRADE IN THE TERM COUNTS.
           MOVE 0 TO RL-ROW-CTR.
           MOVE SPACES TO WANT-SUBJ.
           OPEN INPUT CLASSLIST-FILE.
           IF CLASSLIST-STATUS = "00"
               DISPLAY "SUBJECT OF THE CLASS LIST (BLANK = ANY): "
               ACCEPT WANT-SUBJ
               READ CLASSLIST-FILE
                   AT END MOVE 'Y' TO CLASSLIST-EOF
               END-READ
               PERFORM UNTIL CLASSLIST-END
                   IF CL-SNUM NOT = SPACES AND RL-ROW-CTR < 300
                       ADD 1 TO RL-ROW-CTR
                       MOVE CL-SNUM TO RLR-SNUM (RL-ROW-CTR)
                       MOVE CL-SNAME TO RLR-SNAME (RL-ROW-CTR)
                       MOVE 'N' TO RLR-GRADED (RL-ROW-CTR)
                   END-IF
                   READ CLASSLIST-FILE
                       AT END MOVE 'Y' TO CLASSLIST-EOF
                   END-READ
               END-PERFORM
               CLOSE CLASSLIST-FILE
           ELSE
               IF CLASSLIST-STATUS = "05"
                   CLOSE CLASSLIST-FILE
               END-IF
               DISPLAY "NO CLASSLIST.DAT ON FILE - NO CLASS LIST TO "
                   "CHECK."
           END-IF.

       2000-CHECK-THE-TERM.
      *    ONE PASS COUNTS THE TERM'S ROWS, LISTS EVERY INC THAT WAS
      *    NEVER GIVEN A DEADLINE, AND TICKS OFF THE CLASS LIST.
           MOVE 0 TO TERM-ROW-CTR.
           MOVE 0 TO OPEN-INC-CTR.
           MOVE 0 TO UNGRADED-CTR.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               READ GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
               PERFORM UNTIL GRADES-END
                   IF GR-TERM = WANT-TERM
                       ADD 1 TO TERM-ROW-CTR
                       IF GR-REMARK = "INC" AND GR-RESOLVED = 0
                               AND GR-INC-DEADLINE = 0
                           ADD 1 TO OPEN-INC-CTR
                           DISPLAY "INC WITHOUT A DEADLINE: " GR-SNUM
                               " " GR-SUBJ
                       END-IF
                       IF WANT-SUBJ = SPACES OR GR-SUBJ = WANT-SUBJ
                           PERFORM 2100-TICK-CLASS-LIST
                       END-IF
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
           PERFORM VARYING RL-IX FROM 1 BY 1
                   UNTIL RL-IX > RL-ROW-CTR
               IF RLR-GRADED (RL-IX) = 'N'
                   ADD 1 TO UNGRADED-CTR
                   DISPLAY "NO GRADE FOR THE TERM: " RLR-SNUM (RL-IX)
                       " " RLR-SNAME (RL-IX)
               END-IF
           END-PERFORM.

       2100-TICK-CLASS-LIST.
           PERFORM VARYING RL-IX FROM 1 BY 1
                   UNTIL RL-IX > RL-ROW-CTR
               IF RLR-SNUM (RL-IX) = GR-SNUM
                   MOVE 'Y' TO RLR-GRADED (RL-IX)
               END-IF
           END-PERFORM.

       3000-ARCHIVE-THE-TERM.
           STRING "C:\Users\ADMIN\GRADES_" DELIMITED BY SIZE
               WANT-TERM DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               CLOSE-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARCHIVE-GRADES-NAME.
           STRING "C:\Users\ADMIN\GRADES_" DELIMITED BY SIZE
               WANT-TERM DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               CLOSE-DATE DELIMITED BY SIZE
               ".CTL" DELIMITED BY SIZE
               INTO GRADES-CTL-NAME.
           MOVE 0 TO TERM-ROW-CTR.
           MOVE 0 TO CTL-AVE-TOTAL.
           MOVE 0 TO CTL-INC-CTR.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.
           OPEN OUTPUT ARCHIVE-GRADES-FILE.
           READ GRADES-FILE
               AT END MOVE 'Y' TO GRADES-EOF
           END-READ.
           PERFORM UNTIL GRADES-END
               IF GR-TERM = WANT-TERM
                   ADD 1 TO TERM-ROW-CTR
                   ADD GR-AVE TO CTL-AVE-TOTAL
                   IF GR-REMARK = "INC"
                       ADD 1 TO CTL-INC-CTR
                   END-IF
                   MOVE SPACES TO ARCHIVE-GRADES-LINE
                   MOVE GRADE-REC TO ARCHIVE-GRADES-LINE
                   WRITE ARCHIVE-GRADES-LINE
               END-IF
               READ GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
           END-PERFORM.
           CLOSE GRADES-FILE.
           CLOSE ARCHIVE-GRADES-FILE.
           OPEN OUTPUT GRADES-CTL-FILE.
           MOVE WANT-TERM TO TM-TERM.
           MOVE TERM-ROW-CTR TO TM-COUNT.
           MOVE CTL-AVE-TOTAL TO TM-AVE-TOTAL.
           MOVE CTL-INC-CTR TO TM-INC-COUNT.
           WRITE GRADES-CTL-REC.
           CLOSE GRADES-CTL-FILE.
           PERFORM 3100-PROVE-THE-ARCHIVE.

       3100-PROVE-THE-ARCHIVE.
      *    RE-READ THE ARCHIVE JUST WRITTEN AND PROVE IT AGAINST ITS
      *    CONTROL RECORD BEFORE THE TERM IS LOCKED.
           MOVE 0 TO VFY-COUNT.
           MOVE 0 TO VFY-AVE-TOTAL.
           MOVE 0 TO VFY-INC-CTR.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT ARCHIVE-GRADES-FILE.
           READ ARCHIVE-GRADES-FILE
               AT END MOVE 'Y' TO GRADES-EOF
           END-READ.
           PERFORM UNTIL GRADES-END
               MOVE ARCHIVE-GRADES-LINE TO ARCH-ROW
               ADD 1 TO VFY-COUNT
               ADD AR-AVE TO VFY-AVE-TOTAL
               IF AR-REMARK = "INC"
                   ADD 1 TO VFY-INC-CTR
               END-IF
               READ ARCHIVE-GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-GRADES-FILE.
           IF VFY-COUNT = TERM-ROW-CTR
                   AND VFY-AVE-TOTAL = CTL-AVE-TOTAL
                   AND VFY-INC-CTR = CTL-INC-CTR
               DISPLAY "GRADES ARCHIVE PROVED AGAINST ITS CONTROL "
                   "RECORD."
           ELSE
               DISPLAY "*** GRADES ARCHIVE DOES NOT MATCH ITS "
                   "CONTROL RECORD - DO NOT TRUST THIS CLOSE. ***"
               MOVE 'Y' TO PROVE-FAILED-SW
           END-IF.

       4000-MARK-TERM-CLOSED.
           IF NOT TCT-FOUND-ROW
               ADD 1 TO TCT-ROW-CTR
               MOVE TCT-ROW-CTR TO TCT-IX
               MOVE WANT-TERM TO TCR-TERM (TCT-IX)
           END-IF.
           MOVE 'C' TO TCR-STATUS (TCT-IX).
           MOVE CLOSE-DATE TO TCR-CLOSE-DATE (TCT-IX).
           MOVE SUPERVISOR-ID TO TCR-CLOSED-BY (TCT-IX).
           OPEN OUTPUT TERMCTL-FILE.
           PERFORM VARYING TCT-IX FROM 1 BY 1
                   UNTIL TCT-IX > TCT-ROW-CTR
               MOVE TCR-TERM (TCT-IX) TO TC-TERM
               MOVE TCR-STATUS (TCT-IX) TO TC-STATUS
               MOVE TCR-CLOSE-DATE (TCT-IX) TO TC-CLOSE-DATE
               MOVE TCR-CLOSED-BY (TCT-IX) TO TC-CLOSED-BY
               WRITE TERMCTL-REC
           END-PERFORM.
           CLOSE TERMCTL-FILE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM TERMCLOSE.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Grade-change requests after grades are posted -- a
      *          teacher keys the student, term and subject, the
      *          corrected prelim, midterm and finals grades and the
      *          reason, and the request waits on GRADECHGREQ.DAT.
      *          The registrar (a supervisor sign-on checked against
      *          OPERATORS.DAT, PUNCHFIX's rule) approves or rejects
      *          each pending request; an approval recomputes the
      *          30/30/40 average and its GWABRKT.DAT remark, rewrites
      *          the posted row on STUDENTGRADES.DAT and appends the
      *          before and after images to GRADECHGHIST.DAT, which
      *          TRANSCRIPT footnotes. Nobody decides their own
      *          request.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.
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
          SELECT OPTIONAL GWABRKT-FILE
          ASSIGN TO "C:\Users\ADMIN\GWABRKT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GWA-STATUS.
          SELECT OPTIONAL REQUEST-FILE
          ASSIGN TO "C:\Users\ADMIN\GRADECHGREQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REQUEST-STATUS.
          SELECT OPTIONAL HISTORY-FILE
          ASSIGN TO "C:\Users\ADMIN\GRADECHGHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HISTORY-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
       FD  GWABRKT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GWA-BRACKET-REC.
           COPY "GWABRKT.CPY".
       FD  REQUEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-CHANGE-REQ.
           COPY "GRDCHG.CPY".
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-CHANGE-HIST.
           COPY "GRDHIST.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".

       WORKING-STORAGE SECTION.
       01  GRADES-STATUS PIC XX.
       01  GWA-STATUS PIC XX.
       01  REQUEST-STATUS PIC XX.
       01  HISTORY-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  GRADES-EOF PIC X VALUE 'N'.
           88 GRADES-END VALUE 'Y'.
       01  REQUEST-EOF PIC X VALUE 'N'.
           88 REQUEST-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  CHOICE PIC X.
       01  DECISION PIC X.
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  NOW-STAMP PIC X(14).
       01  WANT-SNUM PIC X(18).
       01  WANT-TERM PIC X(5).
       01  WANT-SUBJ PIC X(8).
       01  TEACHER-ID PIC X(10).
       01  REASON PIC X(40).
       01  NEXT-REQ-NO PIC 9(5).
       01  PENDING-CTR PIC 9(3).
       01  APPROVED-CTR PIC 9(3).
       01  DECIDED-CTR PIC 9(3).
      *    THE WHOLE GRADES FILE RIDES THROUGH MEMORY AS GROUP MOVES
      *    SO THE ONE POSTED ROW CAN BE CORRECTED AND THE FILE
      *    REWRITTEN -- INCGRADE'S IDIOM, AND ITS FULL-TABLE RULE.
       01  GT-ROW-CTR PIC 9(3) VALUE 0.
       01  GT-IX PIC 9(3).
       01  POSTED-IX PIC 9(3) VALUE 0.
       01  GT-FULL-SW PIC X VALUE 'N'.
           88 GT-FULL VALUE 'Y'.
       01  GT-TABLE.
           05  GT-ROW OCCURS 500 TIMES PIC X(120).
      *    THE REQUEST FILE THE SAME WAY -- A DECISION MARKS THE ROW
      *    AND THE FILE IS WRITTEN BACK WHOLE.
       01  RQ-ROW-CTR PIC 9(3) VALUE 0.
       01  RQ-IX PIC 9(3).
       01  RQ-FULL-SW PIC X VALUE 'N'.
           88 RQ-FULL VALUE 'Y'.
       01  RQ-PENDING-SW PIC X VALUE 'N'.
           88 RQ-ALREADY-PENDING VALUE 'Y'.
       01  RQ-TABLE.
           05  RQ-ROW OCCURS 300 TIMES PIC X(140).
       01  PREL PIC 9(2).
       01  MID PIC 9(2).
       01  FIN PIC 9(2).
       01  AVE PIC 9(2)V9(2).
       01  AVEDP PIC Z9.99.
       01  AVEDP2 PIC Z9.99.
      *    SAME GWA BRACKET TABLE AND LOOKUP AS READY AND GRADEBATCH.
       01  GWA-REMARK PIC X(10).
       01  GWA-EOF PIC X VALUE 'N'.
           88 GWA-END VALUE 'Y'.
       01  GWA-CTR PIC 99 VALUE 0.
       01  GWA-IX PIC 99.
       01  GWA-FOUND-SW PIC X VALUE 'N'.
           88 GWA-FOUND VALUE 'Y'.
       01  GWA-TABLE.
           05  GWA-ROW OCCURS 20 TIMES.
               10  GW-LOW PIC 999V99.
               10  GW-HIGH PIC 999V99.
               10  GW-REMARK PIC X(10).
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
           DISPLAY "GRADE-CHANGE REQUESTS".
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[R] REQUEST A GRADE CHANGE"
               DISPLAY "[L] LIST PENDING REQUESTS"
               DISPLAY "[D] DECIDE PENDING REQUESTS (REGISTRAR)"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'R' WHEN 'r'
                       PERFORM 2000-ENTER-REQUEST
                   WHEN 'L' WHEN 'l'
                       PERFORM 3000-LIST-PENDING
                   WHEN 'D' WHEN 'd'
                       PERFORM 4000-DECIDE-REQUESTS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           PERFORM 9999-EXIT.

       500-CHECK-SUPERVISOR.
           PERFORM 510-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "REGISTRAR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "REGISTRAR PIN: "
               ACCEPT TYPED-PIN
               PERFORM 520-FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       510-LOAD-OPERATOR-TABLE.
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

       520-FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       600-BUILD-STAMP.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE SPACES TO NOW-STAMP.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO NOW-STAMP.

       1000-LOAD-GRADE-TABLE.
           MOVE 0 TO GT-ROW-CTR.
           MOVE 'N' TO GT-FULL-SW.
           MOVE 'N' TO GRADES-EOF.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               READ GRADES-FILE
                   AT END MOVE 'Y' TO GRADES-EOF
               END-READ
               PERFORM UNTIL GRADES-END
                   IF GT-ROW-CTR = 500
                       MOVE 'Y' TO GT-FULL-SW
                   ELSE
                       ADD 1 TO GT-ROW-CTR
                       MOVE SPACES TO GT-ROW (GT-ROW-CTR)
                       MOVE GRADE-REC TO GT-ROW (GT-ROW-CTR)
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

       1100-FIND-POSTED-ROW.
      *    THE GRADE THAT STANDS FOR THE STUDENT, TERM AND SUBJECT --
      *    THE LAST NON-INC ROW ON FILE (A COMPLETED INC'S EARNED
      *    ROW COMES AFTER THE INC ITSELF). AN OPEN INC HAS NO GRADE
      *    TO CORRECT YET; INCGRADE COMPLETES IT.
           MOVE 0 TO POSTED-IX.
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-ROW-CTR
               MOVE GT-ROW (GT-IX) TO GRADE-REC
               IF GR-SNUM = WANT-SNUM AND GR-TERM = WANT-TERM
                       AND GR-SUBJ = WANT-SUBJ
                       AND GR-REMARK NOT = "INC"
                   MOVE GT-IX TO POSTED-IX
               END-IF
           END-PERFORM.

       1200-LOAD-REQUEST-TABLE.
           MOVE 0 TO RQ-ROW-CTR.
           MOVE 'N' TO RQ-FULL-SW.
           MOVE 0 TO NEXT-REQ-NO.
           MOVE 'N' TO REQUEST-EOF.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = "00"
               READ REQUEST-FILE
                   AT END MOVE 'Y' TO REQUEST-EOF
               END-READ
               PERFORM UNTIL REQUEST-END
                   IF RQ-ROW-CTR = 300
                       MOVE 'Y' TO RQ-FULL-SW
                   ELSE
                       ADD 1 TO RQ-ROW-CTR
                       MOVE SPACES TO RQ-ROW (RQ-ROW-CTR)
                       MOVE GRADE-CHANGE-REQ TO RQ-ROW (RQ-ROW-CTR)
                   END-IF
                   IF GQ-REQ-NO > NEXT-REQ-NO
                       MOVE GQ-REQ-NO TO NEXT-REQ-NO
                   END-IF
                   READ REQUEST-FILE
                       AT END MOVE 'Y' TO REQUEST-EOF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           ELSE
               IF REQUEST-STATUS = "05"
                   CLOSE REQUEST-FILE
               END-IF
           END-IF.
           ADD 1 TO NEXT-REQ-NO.

       1300-LOAD-GWA-TABLE.
      *    SAME LOAD-INTO-OCCURS-TABLE IDIOM AS READY AND QUIZ1 --
      *    A MISSING GWABRKT.DAT LEAVES THE TABLE EMPTY AND THE
      *    LOOKUP FALLS THROUGH TO "FAILED".
           MOVE 0 TO GWA-CTR.
           MOVE 'N' TO GWA-EOF.
           OPEN INPUT GWABRKT-FILE.
           IF GWA-STATUS = "00"
               READ GWABRKT-FILE
                   AT END MOVE 'Y' TO GWA-EOF
               END-READ
               PERFORM UNTIL GWA-END
                   ADD 1 TO GWA-CTR
                   MOVE GB-LOW TO GW-LOW (GWA-CTR)
                   MOVE GB-HIGH TO GW-HIGH (GWA-CTR)
                   MOVE GB-REMARK TO GW-REMARK (GWA-CTR)
                   READ GWABRKT-FILE
                       AT END MOVE 'Y' TO GWA-EOF
                   END-READ
               END-PERFORM
               CLOSE GWABRKT-FILE
           END-IF.

       1400-LOOKUP-GWA.
      *    SAME WEIGHTS AS READY/QUIZ1 -- 30/30/40.
           COMPUTE AVE = PREL * 0.3 + MID * 0.3 + FIN * 0.4.
           MOVE 1 TO GWA-IX.
           MOVE 'N' TO GWA-FOUND-SW.
           PERFORM UNTIL GWA-IX > GWA-CTR OR GWA-FOUND
               IF AVE <= GW-HIGH (GWA-IX) AND AVE >= GW-LOW (GWA-IX)
                   MOVE GW-REMARK (GWA-IX) TO GWA-REMARK
                   MOVE 'Y' TO GWA-FOUND-SW
               ELSE
                   ADD 1 TO GWA-IX
               END-IF
           END-PERFORM.
           IF NOT GWA-FOUND
               MOVE "FAILED" TO GWA-REMARK
           END-IF.

       2000-ENTER-REQUEST.
           DISPLAY "TEACHER ID: ".
           MOVE SPACES TO TEACHER-ID.
           ACCEPT TEACHER-ID.
           IF TEACHER-ID = SPACES
               DISPLAY "A REQUEST NEEDS THE TEACHER'S ID."
           ELSE
               DISPLAY "STUDENT NUMBER: "
               ACCEPT WANT-SNUM
               DISPLAY "TERM: "
               ACCEPT WANT-TERM
               DISPLAY "SUBJECT: "
               ACCEPT WANT-SUBJ
               PERFORM 1000-LOAD-GRADE-TABLE
               PERFORM 1100-FIND-POSTED-ROW
               PERFORM 1200-LOAD-REQUEST-TABLE
               PERFORM 2100-CHECK-PENDING
               IF POSTED-IX = 0
                   DISPLAY "NO POSTED GRADE ON FILE FOR THAT "
                       "STUDENT, TERM AND SUBJECT."
               ELSE
                   IF RQ-ALREADY-PENDING
                       DISPLAY "A CHANGE FOR THAT GRADE IS ALREADY "
                           "PENDING - THE REGISTRAR DECIDES IT FIRST."
                   ELSE
                       PERFORM 2200-KEY-THE-CHANGE
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-PENDING.
           MOVE 'N' TO RQ-PENDING-SW.
           PERFORM VARYING RQ-IX FROM 1 BY 1
                   UNTIL RQ-IX > RQ-ROW-CTR OR RQ-ALREADY-PENDING
               MOVE RQ-ROW (RQ-IX) TO GRADE-CHANGE-REQ
               IF GQ-STATUS = 'P' AND GQ-SNUM = WANT-SNUM
                       AND GQ-TERM = WANT-TERM
                       AND GQ-SUBJ = WANT-SUBJ
                   MOVE 'Y' TO RQ-PENDING-SW
               END-IF
           END-PERFORM.

       2200-KEY-THE-CHANGE.
           MOVE GT-ROW (POSTED-IX) TO GRADE-REC.
           MOVE GR-AVE TO AVEDP.
           DISPLAY "STUDENT: " GR-SNAME.
           DISPLAY "POSTED: PRELIM " GR-PREL "  MIDTERM " GR-MID
               "  FINALS " GR-FIN "  AVE " AVEDP "  " GR-REMARK.
           DISPLAY "CORRECTED PRELIM GRADE: ".
           ACCEPT PREL.
           DISPLAY "CORRECTED MIDTERM GRADE: ".
           ACCEPT MID.
           DISPLAY "CORRECTED FINALS GRADE: ".
           ACCEPT FIN.
           DISPLAY "REASON FOR THE CHANGE: ".
           MOVE SPACES TO REASON.
           ACCEPT REASON.
           IF PREL = GR-PREL AND MID = GR-MID AND FIN = GR-FIN
               DISPLAY "THOSE ARE THE POSTED GRADES - NOTHING TO "
                   "CHANGE."
           ELSE
               IF REASON = SPACES
                   DISPLAY "A CHANGE NEEDS A REASON - NOT FILED."
               ELSE
                   PERFORM 1300-LOAD-GWA-TABLE
                   PERFORM 1400-LOOKUP-GWA
                   MOVE AVE TO AVEDP
                   DISPLAY "WOULD BECOME AVE " AVEDP "  " GWA-REMARK
                   PERFORM 600-BUILD-STAMP
                   MOVE SPACES TO GRADE-CHANGE-REQ
                   MOVE NEXT-REQ-NO TO GQ-REQ-NO
                   MOVE NOW-STAMP TO GQ-STAMP
                   MOVE TEACHER-ID TO GQ-TEACHER
                   MOVE WANT-SNUM TO GQ-SNUM
                   MOVE WANT-TERM TO GQ-TERM
                   MOVE WANT-SUBJ TO GQ-SUBJ
                   MOVE PREL TO GQ-PREL
                   MOVE MID TO GQ-MID
                   MOVE FIN TO GQ-FIN
                   MOVE REASON TO GQ-REASON
                   MOVE 'P' TO GQ-STATUS
                   OPEN EXTEND REQUEST-FILE
                   WRITE GRADE-CHANGE-REQ
                   CLOSE REQUEST-FILE
                   DISPLAY "REQUEST " GQ-REQ-NO " FILED - PENDING "
                       "THE REGISTRAR."
               END-IF
           END-IF.

       3000-LIST-PENDING.
           PERFORM 1200-LOAD-REQUEST-TABLE.
           MOVE 0 TO PENDING-CTR.
           DISPLAY "REQ   STUDENT            TERM  SUBJECT  PR MI FI"
               "  TEACHER".
           PERFORM VARYING RQ-IX FROM 1 BY 1
                   UNTIL RQ-IX > RQ-ROW-CTR
               MOVE RQ-ROW (RQ-IX) TO GRADE-CHANGE-REQ
               IF GQ-STATUS = 'P'
                   ADD 1 TO PENDING-CTR
                   DISPLAY GQ-REQ-NO " " GQ-SNUM " " GQ-TERM " "
                       GQ-SUBJ " " GQ-PREL " " GQ-MID " " GQ-FIN
                       "  " GQ-TEACHER
                   DISPLAY "      " GQ-REASON
               END-IF
           END-PERFORM.
           DISPLAY PENDING-CTR " REQUEST(S) PENDING.".

       4000-DECIDE-REQUESTS.
           PERFORM 500-CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A REGISTRAR SIGN-ON - NOTHING DECIDED."
           ELSE
               PERFORM 1000-LOAD-GRADE-TABLE
               PERFORM 1200-LOAD-REQUEST-TABLE
      *    A FULL TABLE MEANS THE LOAD WAS INCOMPLETE -- WRITING IT
      *    BACK WOULD DROP THE ROWS THAT DID NOT FIT.
               IF GT-FULL OR RQ-FULL
                   DISPLAY "*** GRADES OR REQUEST TABLE FULL - FILE "
                       "TOO BIG TO REWRITE SAFELY. NOTHING DECIDED. ***"
               ELSE
                   PERFORM 1300-LOAD-GWA-TABLE
                   MOVE 0 TO APPROVED-CTR
                   MOVE 0 TO DECIDED-CTR
                   PERFORM VARYING RQ-IX FROM 1 BY 1
                           UNTIL RQ-IX > RQ-ROW-CTR
                       MOVE RQ-ROW (RQ-IX) TO GRADE-CHANGE-REQ
                       IF GQ-STATUS = 'P'
                           PERFORM 4100-DECIDE-ONE-REQUEST
                       END-IF
                   END-PERFORM
                   IF APPROVED-CTR > 0
                       PERFORM 5000-REWRITE-GRADES-FILE
                   END-IF
                   IF DECIDED-CTR > 0
                       PERFORM 5100-REWRITE-REQUEST-FILE
                   END-IF
                   DISPLAY DECIDED-CTR " REQUEST(S) DECIDED, "
                       APPROVED-CTR " APPROVED."
               END-IF
           END-IF.

       4100-DECIDE-ONE-REQUEST.
           DISPLAY "----------------------------------------".
           DISPLAY "REQUEST " GQ-REQ-NO "  BY " GQ-TEACHER "  ON "
               GQ-STAMP (1:8).
           DISPLAY "STUDENT " GQ-SNUM "  TERM " GQ-TERM
               "  SUBJECT " GQ-SUBJ.
           DISPLAY "REASON: " GQ-REASON.
           MOVE GQ-SNUM TO WANT-SNUM.
           MOVE GQ-TERM TO WANT-TERM.
           MOVE GQ-SUBJ TO WANT-SUBJ.
           PERFORM 1100-FIND-POSTED-ROW.
           IF POSTED-IX = 0
               DISPLAY "THE POSTED GRADE IS NO LONGER ON FILE - "
                   "LEFT PENDING."
           ELSE
               MOVE GT-ROW (POSTED-IX) TO GRADE-REC
               MOVE GQ-PREL TO PREL
               MOVE GQ-MID TO MID
               MOVE GQ-FIN TO FIN
               PERFORM 1400-LOOKUP-GWA
               MOVE GR-AVE TO AVEDP
               MOVE AVE TO AVEDP2
               DISPLAY "NOW:  " GR-PREL " " GR-MID " " GR-FIN
                   "  " AVEDP "  " GR-REMARK
               DISPLAY "TO:   " PREL " " MID " " FIN
                   "  " AVEDP2 "  " GWA-REMARK
               IF GQ-TEACHER = SUPERVISOR-ID
                   DISPLAY "YOUR OWN REQUEST - ANOTHER REGISTRAR "
                       "MUST DECIDE IT."
               ELSE
                   DISPLAY "[A] APPROVE  [R] REJECT  [S] SKIP: "
                   MOVE SPACES TO DECISION
                   ACCEPT DECISION
                   EVALUATE DECISION
                       WHEN 'A' WHEN 'a'
                           PERFORM 4200-APPROVE-THE-CHANGE
                       WHEN 'R' WHEN 'r'
                           PERFORM 600-BUILD-STAMP
                           MOVE 'R' TO GQ-STATUS
                           MOVE SUPERVISOR-ID TO GQ-DECIDED-BY
                           MOVE NOW-STAMP TO GQ-DECIDED
                           MOVE GRADE-CHANGE-REQ TO RQ-ROW (RQ-IX)
                           ADD 1 TO DECIDED-CTR
                           DISPLAY "REJECTED."
                       WHEN OTHER
                           DISPLAY "SKIPPED - STILL PENDING."
                   END-EVALUATE
               END-IF
           END-IF.

       4200-APPROVE-THE-CHANGE.
           PERFORM 600-BUILD-STAMP.
           MOVE SPACES TO GRADE-CHANGE-HIST.
           MOVE GQ-REQ-NO TO GX-REQ-NO.
           MOVE NOW-STAMP TO GX-STAMP.
           MOVE GQ-TEACHER TO GX-TEACHER.
           MOVE SUPERVISOR-ID TO GX-APPROVER.
           MOVE GQ-SNUM TO GX-SNUM.
           MOVE GQ-TERM TO GX-TERM.
           MOVE GQ-SUBJ TO GX-SUBJ.
           MOVE GQ-REASON TO GX-REASON.
           MOVE GR-PREL TO GX-OLD-PREL.
           MOVE GR-MID TO GX-OLD-MID.
           MOVE GR-FIN TO GX-OLD-FIN.
           MOVE GR-AVE TO GX-OLD-AVE.
           MOVE GR-REMARK TO GX-OLD-REMARK.
           MOVE PREL TO GR-PREL.
           MOVE MID TO GR-MID.
           MOVE FIN TO GR-FIN.
           MOVE AVE TO GR-AVE.
           MOVE GWA-REMARK TO GR-REMARK.
           MOVE GRADE-REC TO GT-ROW (POSTED-IX).
           MOVE GR-PREL TO GX-NEW-PREL.
           MOVE GR-MID TO GX-NEW-MID.
           MOVE GR-FIN TO GX-NEW-FIN.
           MOVE GR-AVE TO GX-NEW-AVE.
           MOVE GR-REMARK TO GX-NEW-REMARK.
           OPEN EXTEND HISTORY-FILE.
           WRITE GRADE-CHANGE-HIST.
           CLOSE HISTORY-FILE.
           MOVE 'A' TO GQ-STATUS.
           MOVE SUPERVISOR-ID TO GQ-DECIDED-BY.
           MOVE NOW-STAMP TO GQ-DECIDED.
           MOVE GRADE-CHANGE-REQ TO RQ-ROW (RQ-IX).
           ADD 1 TO DECIDED-CTR.
           ADD 1 TO APPROVED-CTR.
           DISPLAY "APPROVED - GRADE REWRITTEN.".

       5000-REWRITE-GRADES-FILE.
           OPEN OUTPUT GRADES-FILE.
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-ROW-CTR
               MOVE GT-ROW (GT-IX) TO GRADE-REC
               WRITE GRADE-REC
           END-PERFORM.
           CLOSE GRADES-FILE.

       5100-REWRITE-REQUEST-FILE.
           OPEN OUTPUT REQUEST-FILE.
           PERFORM VARYING RQ-IX FROM 1 BY 1
                   UNTIL RQ-IX > RQ-ROW-CTR
               MOVE RQ-ROW (RQ-IX) TO GRADE-CHANGE-REQ
               WRITE GRADE-CHANGE-REQ
           END-PERFORM.
           CLOSE REQUEST-FILE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GRADECHG.

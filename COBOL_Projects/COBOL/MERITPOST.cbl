      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Merit-increase posting -- shows the review year's
      *          MERITPROP.DAT proposal list with its total cost per
      *          period, and once the owner approves it under a
      *          supervisor ID and PIN (checked against OPERATORS.DAT
      *          the way PAYAPPROVE checks one) posts every increase
      *          in one run: the new rate onto EMPMAST.DAT and a
      *          RATEHIST.DAT row carrying the list's common
      *          effective date and the open period. A date that
      *          reaches back into closed periods is exactly what
      *          RETROPAY looks for, so backdated increases are paid
      *          through the normal retro run. A line whose rate on
      *          the master changed after the proposal was built is
      *          skipped rather than overwritten. The run writes one
      *          AUDIT.DAT line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL MERITPROP-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITPROP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITPROP-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL RATEHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\RATEHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RH-KEY
          FILE STATUS IS RATEHIST-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MERITPROP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITPROP-REC.
           COPY "MERITPROP.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  RATEHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATEHIST-REC.
           COPY "RATEHIST.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC.
           05  AU-STAMP PIC X(14).
           05  AU-OPERATOR PIC X(10).
           05  AU-EMPID PIC X(5).
           05  AU-ACTION PIC X(10).
           05  AU-MACH-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01  MERITPROP-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  RATEHIST-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  MERITPROP-EOF PIC X VALUE 'N'.
           88 MERITPROP-END VALUE 'Y'.
       01  RATEHIST-EOF PIC X VALUE 'N'.
           88 RATEHIST-END VALUE 'Y'.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  REVIEW-YEAR PIC 9(4).
       01  APPROVE-ANS PIC X.
      *    THE WHOLE PROPOSAL FILE -- EVERY LINE GOES BACK, THIS
      *    YEAR'S WITH ITS POSTING STATUS FILLED IN.
       01  PP-ROW-CTR PIC 9(4) VALUE 0.
       01  PP-IX PIC 9(4).
       01  PP-FULL-SW PIC X VALUE 'N'.
           88 PP-FULL VALUE 'Y'.
       01  PP-TABLE.
           05  PP-ROW OCCURS 1000 TIMES.
               10  PPR-LINE PIC X(82).
       01  LIST-CTR PIC 9(4) VALUE 0.
       01  POST-CTR PIC 9(4) VALUE 0.
       01  SKIP-CTR PIC 9(4) VALUE 0.
       01  LIST-COST PIC 9(7)V99 VALUE 0.
       01  LIST-EFF-DATE PIC 9(8) VALUE 0.
       01  COSTDP PIC $ZZ,999.99.
       01  TOTALDP PIC $Z,ZZZ,999.99.
      *    THE OPEN PERIOD -- THE PERIOD THE NEW RATES TAKE EFFECT
      *    IN ON RATEHIST.DAT. NO CONTROL FILE YET COUNTS AS 1.
       01  CUR-PERIOD-NO PIC 9(3) VALUE 1.
       01  CUR-START-DATE PIC 9(8) VALUE 0.
       01  RH-NEXT-SEQ PIC 9(3).
       01  RH-OPEN-SW PIC X VALUE 'N'.
           88 RH-OPEN VALUE 'Y'.
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
       01  AU-DATE PIC 9(8).
       01  AU-TIME PIC 9(8).
       01  RUN-STAMP PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "MERIT-INCREASE POSTING".
           DISPLAY "REVIEW YEAR (YYYY): ".
           ACCEPT REVIEW-YEAR.
           PERFORM 1000-LOAD-PROPOSAL-FILE.
           IF PP-FULL
               DISPLAY "*** PROPOSAL FILE FULL - POSTING WOULD DROP "
                   "LINES. NOTHING POSTED. ***"
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1100-SHOW-THE-LIST.
           IF LIST-CTR = 0
               DISPLAY "NO UNPOSTED PROPOSAL FOR " REVIEW-YEAR
                   " - RUN MERITPROP FIRST."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "APPROVE AND POST THESE " LIST-CTR
               " INCREASE(S)? (Y/N): ".
           ACCEPT APPROVE-ANS.
           IF APPROVE-ANS NOT = 'Y' AND APPROVE-ANS NOT = 'y'
               DISPLAY "NOT APPROVED - NOTHING POSTED."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 2000-CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A SUPERVISOR SIGN-ON - NOTHING POSTED."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 500-FIND-OPEN-PERIOD.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO RUN-STAMP.
           PERFORM 3000-POST-THE-LIST.
           PERFORM 4000-REWRITE-PROPOSAL-FILE.
           PERFORM 5000-AUDIT-THE-POSTING.
           DISPLAY "----------------------------------------".
           DISPLAY "POSTED: " POST-CTR "  SKIPPED: " SKIP-CTR
               "  APPROVED BY " SUPERVISOR-ID.
           IF LIST-EFF-DATE < CUR-START-DATE
               DISPLAY "THE EFFECTIVE DATE " LIST-EFF-DATE
                   " REACHES BACK INTO CLOSED PERIODS - RUN "
                   "RETROPAY FOR THE DIFFERENCE OWED."
           END-IF.
           PERFORM 9999-EXIT.

       500-FIND-OPEN-PERIOD.
      *    SAME OPEN-ROW SCAN AS QUIZ_FILEHANDLING.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'O'
                       MOVE PD-PERIOD-NO TO CUR-PERIOD-NO
                       MOVE PD-START-DATE TO CUR-START-DATE
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.

       1000-LOAD-PROPOSAL-FILE.
           MOVE 'N' TO MERITPROP-EOF.
           OPEN INPUT MERITPROP-FILE.
           IF MERITPROP-STATUS = "00"
               READ MERITPROP-FILE
                   AT END MOVE 'Y' TO MERITPROP-EOF
               END-READ
               PERFORM UNTIL MERITPROP-END
                   IF PP-ROW-CTR = 1000
                       MOVE 'Y' TO PP-FULL-SW
                   ELSE
                       ADD 1 TO PP-ROW-CTR
                       MOVE MERITPROP-REC TO PPR-LINE (PP-ROW-CTR)
                   END-IF
                   READ MERITPROP-FILE
                       AT END MOVE 'Y' TO MERITPROP-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITPROP-FILE
           ELSE
               IF MERITPROP-STATUS = "05"
                   CLOSE MERITPROP-FILE
               END-IF
           END-IF.

       1100-SHOW-THE-LIST.
           DISPLAY "EMPID RATING OLD RPH NEW RPH  PCT   "
               "PER-PERIOD COST".
           PERFORM VARYING PP-IX FROM 1 BY 1
                   UNTIL PP-IX > PP-ROW-CTR
               MOVE PPR-LINE (PP-IX) TO MERITPROP-REC
               IF MP-YEAR = REVIEW-YEAR AND MP-STATUS = 'P'
                   ADD 1 TO LIST-CTR
                   ADD MP-PERIOD-COST TO LIST-COST
                   MOVE MP-EFF-DATE TO LIST-EFF-DATE
                   MOVE MP-PERIOD-COST TO COSTDP
                   IF MP-FLOOR-SW = 'F'
                       DISPLAY MP-EMPID "   " MP-RATING "    "
                           MP-OLD-RPH "  " MP-NEW-RPH "  " MP-PCT
                           "  " COSTDP " LIFTED TO FLOOR"
                   ELSE
                       DISPLAY MP-EMPID "   " MP-RATING "    "
                           MP-OLD-RPH "  " MP-NEW-RPH "  " MP-PCT
                           "  " COSTDP
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LIST-COST TO TOTALDP.
           DISPLAY "EFFECTIVE " LIST-EFF-DATE "  ADDED COST PER "
               "PERIOD: " TOTALDP.

       2000-CHECK-SUPERVISOR.
      *    SAME CHECK AS PAYAPPROVE -- NO SIGN-ON MASTER YET MEANS
      *    NOBODY TO CHECK AGAINST, AND THE TYPED ID STANDS.
           PERFORM 2100-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "SUPERVISOR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM 2200-FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       2100-LOAD-OPERATOR-TABLE.
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

       2200-FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       3000-POST-THE-LIST.
      *    NO RATE GOES ONTO THE MASTER WITHOUT ITS HISTORY ROW --
      *    A HISTORY FILE THAT WILL NOT OPEN STOPS THE POSTING.
           OPEN I-O RATEHIST-FILE.
           IF RATEHIST-STATUS = "00" OR RATEHIST-STATUS = "05"
               MOVE 'Y' TO RH-OPEN-SW
               OPEN I-O EMPLOYEE-MASTER-FILE
               PERFORM VARYING PP-IX FROM 1 BY 1
                       UNTIL PP-IX > PP-ROW-CTR
                   MOVE PPR-LINE (PP-IX) TO MERITPROP-REC
                   IF MP-YEAR = REVIEW-YEAR AND MP-STATUS = 'P'
                       PERFORM 3100-POST-ONE
                       MOVE MERITPROP-REC TO PPR-LINE (PP-IX)
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE RATEHIST-FILE
           ELSE
               DISPLAY "RATEHIST.DAT WILL NOT OPEN - STATUS "
                   RATEHIST-STATUS " - NOTHING POSTED."
           END-IF.

       3100-POST-ONE.
      *    THE MASTER MUST STILL CARRY THE RATE THE PROPOSAL WAS
      *    PRICED FROM -- A RATE CHANGED SINCE THROUGH PAYENTRY IS
      *    NOT SILENTLY OVERWRITTEN.
           MOVE MP-EMPID TO EM-EMPID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMPID
           END-READ.
           IF EM-EMPID = SPACES
                   OR EM-RPH NOT = MP-OLD-RPH
                   OR (MP-PAY-BASIS = 'M'
                       AND EM-MONTHLY-RATE NOT = MP-OLD-MRATE)
               MOVE 'S' TO MP-STATUS
               ADD 1 TO SKIP-CTR
               DISPLAY MP-EMPID " SKIPPED - THE MASTER RATE CHANGED "
                   "SINCE THE PROPOSAL WAS BUILT"
           ELSE
               IF MP-NEW-RPH NOT = MP-OLD-RPH
                       OR MP-NEW-MRATE NOT = MP-OLD-MRATE
                   MOVE MP-NEW-RPH TO EM-RPH
                   IF MP-PAY-BASIS = 'M'
                       MOVE MP-NEW-MRATE TO EM-MONTHLY-RATE
                   END-IF
                   REWRITE EMPLOYEE-MASTER-REC
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR " MP-EMPID
                   END-REWRITE
                   IF MP-NEW-RPH NOT = MP-OLD-RPH
                       PERFORM 3200-LOG-RATE-CHANGE
                   END-IF
               END-IF
               MOVE 'A' TO MP-STATUS
               MOVE SUPERVISOR-ID TO MP-APPROVER
               MOVE RUN-STAMP TO MP-STAMP
               ADD 1 TO POST-CTR
           END-IF.

       3200-LOG-RATE-CHANGE.
      *    SAME AS PAYENTRY'S LOG-RATE-CHANGE -- THE NEXT SEQUENCE
      *    FOR THE EMPLOYEE KEEPS THE CLUSTER CHRONOLOGICAL -- BUT
      *    WITH THE LIST'S COMMON EFFECTIVE DATE.
           IF RH-OPEN
               MOVE 'N' TO RATEHIST-EOF
               MOVE 0 TO RH-NEXT-SEQ
               MOVE MP-EMPID TO RH-EMPID
               MOVE 0 TO RH-SEQ
               START RATEHIST-FILE KEY NOT < RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO RATEHIST-EOF
               END-START
               IF NOT RATEHIST-END
                   READ RATEHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO RATEHIST-EOF
                   END-READ
               END-IF
               PERFORM UNTIL RATEHIST-END OR RH-EMPID NOT = MP-EMPID
                   MOVE RH-SEQ TO RH-NEXT-SEQ
                   READ RATEHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO RATEHIST-EOF
                   END-READ
               END-PERFORM
               MOVE MP-EMPID TO RH-EMPID
               COMPUTE RH-SEQ = RH-NEXT-SEQ + 1
               MOVE MP-OLD-RPH TO RH-OLD-RPH
               MOVE MP-NEW-RPH TO RH-NEW-RPH
               MOVE MP-EFF-DATE TO RH-EFF-DATE
               MOVE CUR-PERIOD-NO TO RH-PERIOD
               MOVE SUPERVISOR-ID TO RH-OPERATOR
               WRITE RATEHIST-REC
                   INVALID KEY
                       DISPLAY "RATE HISTORY NOT WRITTEN FOR "
                           MP-EMPID
               END-WRITE
           END-IF.

       4000-REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT MERITPROP-FILE.
           PERFORM VARYING PP-IX FROM 1 BY 1
                   UNTIL PP-IX > PP-ROW-CTR
               MOVE PPR-LINE (PP-IX) TO MERITPROP-REC
               WRITE MERITPROP-REC
           END-PERFORM.
           CLOSE MERITPROP-FILE.

       5000-AUDIT-THE-POSTING.
           OPEN EXTEND AUDIT-FILE.
           MOVE RUN-STAMP TO AU-STAMP.
           MOVE RUN-STAMP TO AU-MACH-STAMP.
           MOVE SUPERVISOR-ID TO AU-OPERATOR.
           MOVE SPACES TO AU-EMPID.
           MOVE "MERITPOST" TO AU-ACTION.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MERITPOST.

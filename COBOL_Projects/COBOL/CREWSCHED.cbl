      *     required cert for their position is missing from
      *     CERTS.DAT or already expired -- no more scheduling
      *     somebody without a food-handler certificate onto prep.
      *   - The week can instead be posted from the WEEKDRAFT.DAT
      *     draft SCHEDPROP proposes off the sales curve -- every
      *     draft slot is held to the same rules (active and not on
      *     leave, required cert current, a regular each day, the
      *     part-time cap) and shown for the supervisor to accept
      *     before it replaces WEEKSCHED.DAT.
      *   - Every assignment, from the roster or the draft, is held
      *     to the AVAIL.DAT availability row in effect for the
      *     week -- the weekday, the start/end window and the
      *     weekly maximum hours. One outside it is refused unless
      *     a supervisor overrides, and each override is logged to
      *     AUDIT.DAT.
      *   - Each slot carries the position actually worked, keyed
      *     per slot and defaulting to the employee's own EM-POSTC
      *     (or taken from the draft), and that is what goes to
      *     SH-POSTC. The required cert is checked against the
      *     position worked; the staffing rules still count the
      *     employee's own class off the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\POSCERT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSCERT-STATUS.
          SELECT OPTIONAL DRAFT-FILE
          ASSIGN TO "C:\Users\ADMIN\WEEKDRAFT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DRAFT-STATUS.
          SELECT OPTIONAL AVAIL-FILE
          ASSIGN TO "C:\Users\ADMIN\AVAIL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AVAIL-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT OPTIONAL AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL POSRATE-FILE
          ASSIGN TO "C:\Users\ADMIN\POSRATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSRATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
       01  POSCERT-REC.
           05  PQ-POSTC PIC X(1).
           05  PQ-CERT-CODE PIC X(8).
      *    THE PROPOSED WEEK SCHEDPROP DRAFTS OFF THE SALES CURVE.
       FD  DRAFT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WEEKDRAFT-REC.
           COPY "WEEKDRAFT.CPY".
      *    WHEN EACH CREW MEMBER CAN WORK, KEPT BY AVAILMAINT.
       FD  AVAIL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVAIL-REC.
           COPY "AVAIL.CPY".
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
      *    THE POSITION-RATE TABLE POSRMAINT KEEPS -- A CODE WITH A
      *    RATE ON IT IS A POSITION SOMEBODY CAN BE SCHEDULED INTO.
       FD  POSRATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POSRATE-REC.
           COPY "POSRATE.CPY".

       WORKING-STORAGE SECTION.
       01  ROSTER-STATUS PIC XX.
           88 ROSTER-END VALUE 'Y'.
      *    THE SLOT-TO-EMPLOYEE MAP -- SLOT N IS THE NTH CREW
      *    MEMBER, KEYED ONCE AND CHECKED AGAINST THE MASTER.
      *    SLR-POSTC IS THE EMPLOYEE'S OWN CLASS FOR THE STAFFING
      *    RULES; SLR-WORKPOS IS THE POSITION WORKED IN THE SLOT.
       01  CREW-SIZE PIC 99.
       01  SLOT-IX PIC 99.
       01  SLOT-MAP.
           05  SLOT-ROW OCCURS 20 TIMES.
               10  SLR-EMPID PIC X(5).
               10  SLR-POSTC PIC X(1).
               10  SLR-WORKPOS PIC X(1).
               10  SLR-WEEK-HOURS PIC 9(3).
      *    THE COMBINATIONS THAT SURVIVE THE STAFFING RULES.
       01  SHIFT-SIZE PIC 99 VALUE 0.
       01  CB-ROW-CTR PIC 9(4) VALUE 0.
       01  CERT-OK-SW PIC X.
           88 CERT-OK VALUE 'Y'.
       01  TODAY-DATE PIC 9(8).
      *    THE POSITION CODES ON POSRATE.DAT -- ONLY THE CODE
      *    MATTERS HERE, THE RATE IS PAYROLL'S BUSINESS.
       01  POSRATE-STATUS PIC XX.
       01  POSRATE-EOF PIC X VALUE 'N'.
           88 POSRATE-END VALUE 'Y'.
       01  PT-ROW-CTR PIC 99 VALUE 0.
       01  PT-IX PIC 99.
       01  PT-TABLE.
           05  PT-ROW OCCURS 50 TIMES.
               10  PTR-POSTC PIC X(1).
       01  POS-CODE-OK-SW PIC X.
           88 POS-CODE-OK VALUE 'Y'.
      *    THE DRAFT IN MEMORY WHILE IT IS CHECKED AND REVIEWED.
       01  DRAFT-STATUS PIC XX.
       01  DRAFT-EOF PIC X VALUE 'N'.
           88 DRAFT-END VALUE 'Y'.
       01  SOURCE-CHOICE PIC X.
       01  POST-ANSWER PIC X.
       01  DF-ROW-CTR PIC 9(3) VALUE 0.
       01  DF-IX PIC 9(3).
       01  DF-TABLE.
           05  DF-ROW OCCURS 300 TIMES.
               10  DFR-DAY PIC 9(1).
               10  DFR-EMPID PIC X(5).
               10  DFR-POSTC PIC X(1).
               10  DFR-HOURS PIC 99.
               10  DFR-CLASS PIC X(1).
       01  DRAFT-FAULT-CTR PIC 9(3) VALUE 0.
       01  DF-JX PIC 9(3).
      *    AVAILABILITY -- THE ROW IN EFFECT FOR AN EMPID IS THE
      *    LAST ONE DATED ON OR BEFORE THE WEEK BEING SCHEDULED. AN
      *    EMPID WITH NO ROW AT ALL IS NOT RESTRICTED.
       01  AVAIL-STATUS PIC XX.
       01  AVAIL-EOF PIC X VALUE 'N'.
           88 AVAIL-END VALUE 'Y'.
       01  WEEK-START-DATE PIC 9(8).
       01  WRK-MONTH PIC 99.
       01  AV-ROW-CTR PIC 9(4) VALUE 0.
       01  AV-IX PIC 9(4).
       01  AV-HIT-IX PIC 9(4).
       01  AV-TABLE.
           05  AV-ROW OCCURS 500 TIMES.
               10  AVR-EMPID PIC X(5).
               10  AVR-EFF-DATE PIC 9(8).
               10  AVR-DAY-SW PIC X(1) OCCURS 7 TIMES.
               10  AVR-EARLIEST PIC 9(4).
               10  AVR-LATEST PIC 9(4).
               10  AVR-MAX-HOURS PIC 99.
               10  AVR-KEYED-BY PIC X(10).
       01  CHK-EMPID PIC X(5).
       01  CHK-DAY PIC 9.
       01  CHK-HOURS PIC 99.
       01  CHK-WEEK-HOURS PIC 9(3).
       01  AVAIL-OK-SW PIC X.
           88 AVAIL-OK VALUE 'Y'.
       01  AVAIL-REASON PIC X(30).
       01  AV-HH PIC 99.
       01  AV-MM PIC 99.
       01  WINDOW-START PIC 9(4).
       01  WINDOW-END PIC 9(4).
       01  DAY-ACCEPTED-SW PIC X.
           88 DAY-ACCEPTED VALUE 'Y'.
      *    THE ASSIGNMENTS WAITING ON A SUPERVISOR OVERRIDE -- ONE
      *    AUDIT LINE EACH ONCE THE OVERRIDE IS GIVEN.
       01  OV-ROW-CTR PIC 9(3) VALUE 0.
       01  OV-IX PIC 9(3).
       01  OV-TABLE.
           05  OV-ROW OCCURS 300 TIMES.
               10  OVR-EMPID PIC X(5).
               10  OVR-DAY PIC 9(1).
       01  OVERRIDE-ANSWER PIC X.
      *    SUPERVISOR CHECK AGAINST THE SHARED SIGN-ON MASTER.
       01  OPERATOR-STATUS PIC XX.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
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

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 800-LOAD-CERT-TABLE.
           PERFORM 900-LOAD-POSCERT-TABLE.
           PERFORM 950-LOAD-AVAIL-TABLE.
           PERFORM 960-LOAD-POSRATE-TABLE.
           DISPLAY "FIRST DAY OF THE WEEK BEING SCHEDULED "
               "(YYYYMMDD, 0 = TODAY): ".
           ACCEPT WEEK-START-DATE.
           IF WEEK-START-DATE = 0
               MOVE TODAY-DATE TO WEEK-START-DATE
           END-IF.
           MOVE WEEK-START-DATE (5:2) TO WRK-MONTH.
           PERFORM UNTIL WRK-MONTH > 0 AND WRK-MONTH < 13
                   AND WEEK-START-DATE > 19000000
               DISPLAY "INVALID - ENTER THE DATE AS YYYYMMDD: "
               ACCEPT WEEK-START-DATE
               MOVE WEEK-START-DATE (5:2) TO WRK-MONTH
           END-PERFORM.
           DISPLAY "[R] BUILD FROM ROSTER COMBINATIONS OR "
               "[D] POST THE SCHEDPROP DRAFT: ".
           ACCEPT SOURCE-CHOICE.
           IF SOURCE-CHOICE = 'D' OR SOURCE-CHOICE = 'd'
               PERFORM 5000-POST-THE-DRAFT
           ELSE
               PERFORM 1000-MAP-SLOTS-TO-EMPIDS
               PERFORM 2000-LOAD-VALID-COMBINATIONS
               IF CB-ROW-CTR = 0
                   DISPLAY "NO COMBINATION PASSES THE STAFFING "
                       "RULES - NOTHING SCHEDULED."
               ELSE
                   PERFORM 3000-PICK-WEEK
                   PERFORM 4000-PRINT-SCHEDULE-BOARD
               END-IF
           END-IF.
           PERFORM 9999-EXIT.

                   UNTIL SLOT-IX > CREW-SIZE
               DISPLAY "EMPID FOR SLOT " SLOT-IX ": "
               ACCEPT SLR-EMPID (SLOT-IX)
               MOVE 0 TO SLR-WEEK-HOURS (SLOT-IX)
               PERFORM 1050-KEY-ONE-SLOT
      *    THE REQUIRED CERT FOR THE POSITION WORKED MUST BE ON FILE
      *    AND STILL CURRENT -- A MISSING OR EXPIRED CERT SENDS THE
      *    CLERK BACK FOR ANOTHER EMPLOYEE.
               PERFORM UNTIL CERT-OK
                   DISPLAY "EMPLOYEE " SLR-EMPID (SLOT-IX)
                       " LACKS A CURRENT " REQ-CERT
                       " CERT FOR POSITION " SLR-WORKPOS (SLOT-IX)
                       " - RE-ENTER: "
                   ACCEPT SLR-EMPID (SLOT-IX)
                   PERFORM 1050-KEY-ONE-SLOT
               END-PERFORM
           END-PERFORM.

       1050-KEY-ONE-SLOT.
           PERFORM 1100-CHECK-ONE-EMPID.
           PERFORM UNTIL EMPID-ON-MASTER
               DISPLAY "NOT AN ACTIVE EMPLOYEE - RE-ENTER: "
               ACCEPT SLR-EMPID (SLOT-IX)
               PERFORM 1100-CHECK-ONE-EMPID
           END-PERFORM.
           MOVE EM-POSTC TO SLR-POSTC (SLOT-IX).
      *    A CROSS-TRAINED EMPLOYEE CAN WORK ANOTHER POSITION FOR
      *    THE WEEK -- A BLANK ANSWER KEEPS THEIR OWN.
           DISPLAY "POSITION WORKED IN SLOT " SLOT-IX
               " (BLANK = " EM-POSTC "): ".
           MOVE SPACES TO SLR-WORKPOS (SLOT-IX).
           ACCEPT SLR-WORKPOS (SLOT-IX).
           PERFORM 1300-CHECK-WORK-POSITION.
           PERFORM UNTIL POS-CODE-OK
               DISPLAY "INVALID CODE - ENTER R, P, T OR A "
                   "POSRATE POSITION: "
               MOVE SPACES TO SLR-WORKPOS (SLOT-IX)
               ACCEPT SLR-WORKPOS (SLOT-IX)
               PERFORM 1300-CHECK-WORK-POSITION
           END-PERFORM.
           PERFORM 1200-CHECK-REQUIRED-CERT.

       1200-CHECK-REQUIRED-CERT.
      *    A POSITION WITH NO REQUIREMENT ROW NEEDS NO CERT. BLANK
      *    REQUIREMENT ROWS (CLEARED IN CERTMAINT) COUNT THE SAME.
           MOVE SPACES TO REQ-CERT.
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > PQ-ROW-CTR
               IF PQR-POSTC (PQ-IX) = SLR-WORKPOS (SLOT-IX)
                       AND PQR-CERT-CODE (PQ-IX) NOT = SPACES
                   MOVE PQR-CERT-CODE (PQ-IX) TO REQ-CERT
                   MOVE 'N' TO CERT-OK-SW
               END-IF
           END-PERFORM.

       1300-CHECK-WORK-POSITION.
      *    THE EMPLOYEE'S OWN CODE, R, P OR T, OR ANY CODE WITH A
      *    RATE ON POSRATE.DAT -- THE SAME CODES PAYROLL ACCEPTS.
           IF SLR-WORKPOS (SLOT-IX) = SPACES
               MOVE SLR-POSTC (SLOT-IX) TO SLR-WORKPOS (SLOT-IX)
           END-IF.
           MOVE 'N' TO POS-CODE-OK-SW.
           IF SLR-WORKPOS (SLOT-IX) = SLR-POSTC (SLOT-IX)
                   OR SLR-WORKPOS (SLOT-IX) = 'R'
                   OR SLR-WORKPOS (SLOT-IX) = 'P'
                   OR SLR-WORKPOS (SLOT-IX) = 'T'
               MOVE 'Y' TO POS-CODE-OK-SW
           END-IF.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-ROW-CTR OR POS-CODE-OK
               IF PTR-POSTC (PT-IX) = SLR-WORKPOS (SLOT-IX)
                   MOVE 'Y' TO POS-CODE-OK-SW
               END-IF
           END-PERFORM.

       800-LOAD-CERT-TABLE.
      *    CERT-FILE IS OPTIONAL -- WITH NO CERT DATA ON FILE ONLY
      *    POSITIONS WITH A REQUIREMENT ROW CAN EVER REFUSE.
           END-PERFORM.
           OPEN OUTPUT SCHED-FILE.
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
      *    A COMBINATION THAT PUTS SOMEBODY OUTSIDE THEIR
      *    AVAILABILITY STANDS ONLY ON A SUPERVISOR OVERRIDE --
      *    OTHERWISE THE CLERK PICKS AGAIN.
               MOVE 'N' TO DAY-ACCEPTED-SW
               PERFORM UNTIL DAY-ACCEPTED
                   PERFORM 3100-SHOW-VALID-COMBINATIONS
                   DISPLAY "COMBINATION FOR DAY " DAY-IX ": "
                   ACCEPT PICK-COMB
                   PERFORM UNTIL PICK-COMB > 0
                           AND PICK-COMB NOT > CB-ROW-CTR
                       DISPLAY "INVALID - PICK 1 TO " CB-ROW-CTR ": "
                       ACCEPT PICK-COMB
                   END-PERFORM
                   PERFORM 3300-CHECK-DAY-AVAILABILITY
               END-PERFORM
               PERFORM 3200-WRITE-ONE-DAY
           END-PERFORM.
                   MOVE SLR-EMPID
                       (CBR-SLOT (PICK-COMB, CB-SLOT-IX))
                       TO SH-EMPID
                   MOVE SLR-WORKPOS
                       (CBR-SLOT (PICK-COMB, CB-SLOT-IX))
                       TO SH-POSTC
                   MOVE SHIFT-HOURS TO SH-HOURS
                   WRITE WEEKSCHED-REC
                   ADD SHIFT-HOURS TO SLR-WEEK-HOURS
                       (CBR-SLOT (PICK-COMB, CB-SLOT-IX))
               END-IF
           END-PERFORM.

       3300-CHECK-DAY-AVAILABILITY.
           MOVE 0 TO OV-ROW-CTR.
           PERFORM VARYING CB-SLOT-IX FROM 1 BY 1
                   UNTIL CB-SLOT-IX > 20
               IF CBR-SLOT (PICK-COMB, CB-SLOT-IX) > 0
                   MOVE CBR-SLOT (PICK-COMB, CB-SLOT-IX) TO SLOT-IX
                   MOVE SLR-EMPID (SLOT-IX) TO CHK-EMPID
                   MOVE DAY-IX TO CHK-DAY
                   MOVE SHIFT-HOURS TO CHK-HOURS
                   COMPUTE CHK-WEEK-HOURS = SLR-WEEK-HOURS (SLOT-IX)
                       + SHIFT-HOURS
                   PERFORM 6000-CHECK-AVAILABILITY
                   IF NOT AVAIL-OK
                       PERFORM 6050-HOLD-FOR-OVERRIDE
                   END-IF
               END-IF
           END-PERFORM.
           IF OV-ROW-CTR = 0
               MOVE 'Y' TO DAY-ACCEPTED-SW
           ELSE
               PERFORM 6200-ASK-FOR-OVERRIDE
               IF SUPER-OK
                   PERFORM 6300-AUDIT-THE-OVERRIDES
                   MOVE 'Y' TO DAY-ACCEPTED-SW
               ELSE
                   DISPLAY "COMBINATION REFUSED - PICK ANOTHER."
               END-IF
           END-IF.

       4000-PRINT-SCHEDULE-BOARD.
           DISPLAY "========================================".
           CLOSE SCHED-FILE.
           DISPLAY "========================================".

       5000-POST-THE-DRAFT.
      *    THE DRAFT IS A PROPOSAL -- NOTHING IN IT REACHES
      *    WEEKSCHED.DAT UNTIL IT PASSES THE RULES AGAIN HERE AND
      *    THE SUPERVISOR SAYS SO.
           PERFORM 5100-LOAD-THE-DRAFT.
           IF DF-ROW-CTR = 0
               DISPLAY "NO DRAFT IN WEEKDRAFT.DAT - RUN SCHEDPROP "
                   "FIRST. NOTHING POSTED."
           ELSE
               MOVE 0 TO DRAFT-FAULT-CTR
               PERFORM 5200-CHECK-ONE-SLOT
                   VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               PERFORM 5300-CHECK-ONE-DAY
                   VARYING DAY-IX FROM 1 BY 1
                   UNTIL DAY-IX > 7
               IF DRAFT-FAULT-CTR > 0
                   DISPLAY DRAFT-FAULT-CTR " PROBLEM(S) IN THE DRAFT "
                       "- NOTHING POSTED. RERUN SCHEDPROP."
               ELSE
                   PERFORM 5500-CHECK-DRAFT-AVAILABILITY
                   IF OV-ROW-CTR = 0
                       PERFORM 5400-REVIEW-AND-POST
                   ELSE
                       PERFORM 6200-ASK-FOR-OVERRIDE
                       IF SUPER-OK
                           PERFORM 5400-REVIEW-AND-POST
                       ELSE
                           DISPLAY "DRAFT REFUSED ON AVAILABILITY "
                               "- NOTHING POSTED."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5100-LOAD-THE-DRAFT.
           MOVE 0 TO DF-ROW-CTR.
           MOVE 'N' TO DRAFT-EOF.
           OPEN INPUT DRAFT-FILE.
           IF DRAFT-STATUS = "00"
               READ DRAFT-FILE
                   AT END MOVE 'Y' TO DRAFT-EOF
               END-READ
               PERFORM UNTIL DRAFT-END
                   IF DF-ROW-CTR < 300
                       ADD 1 TO DF-ROW-CTR
                       MOVE DS-DAY TO DFR-DAY (DF-ROW-CTR)
                       MOVE DS-EMPID TO DFR-EMPID (DF-ROW-CTR)
                       MOVE DS-POSTC TO DFR-POSTC (DF-ROW-CTR)
                       MOVE DS-HOURS TO DFR-HOURS (DF-ROW-CTR)
                       MOVE SPACES TO DFR-CLASS (DF-ROW-CTR)
                   END-IF
                   READ DRAFT-FILE
                       AT END MOVE 'Y' TO DRAFT-EOF
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           ELSE
               IF DRAFT-STATUS = "05"
                   CLOSE DRAFT-FILE
               END-IF
           END-IF.

       5200-CHECK-ONE-SLOT.
      *    THE SLOT MAP'S FIRST ROW STAGES THE DRAFT EMPID SO THE
      *    SAME MASTER AND CERT CHECKS THE ROSTER PATH USES APPLY.
      *    THE DRAFT IS STRICTER ON ONE POINT: NOBODY ON LEAVE.
      *    THE DRAFTED POSITION IS THE POSITION WORKED; THE
      *    EMPLOYEE'S OWN CLASS IS KEPT FOR THE DAY'S RULES.
           MOVE 1 TO SLOT-IX.
           MOVE DFR-EMPID (DF-IX) TO SLR-EMPID (SLOT-IX).
           PERFORM 1100-CHECK-ONE-EMPID.
           IF NOT EMPID-ON-MASTER
               ADD 1 TO DRAFT-FAULT-CTR
               DISPLAY "DAY " DFR-DAY (DF-IX) " " DFR-EMPID (DF-IX)
                   " IS NOT AN ACTIVE EMPLOYEE"
           ELSE
               IF EM-STATUS-CODE = 'L'
                   ADD 1 TO DRAFT-FAULT-CTR
                   DISPLAY "DAY " DFR-DAY (DF-IX) " "
                       DFR-EMPID (DF-IX) " IS ON LEAVE"
               ELSE
                   MOVE EM-POSTC TO SLR-POSTC (SLOT-IX)
                   MOVE EM-POSTC TO DFR-CLASS (DF-IX)
                   MOVE DFR-POSTC (DF-IX) TO SLR-WORKPOS (SLOT-IX)
                   PERFORM 1300-CHECK-WORK-POSITION
                   MOVE SLR-WORKPOS (SLOT-IX) TO DFR-POSTC (DF-IX)
                   IF NOT POS-CODE-OK
                       ADD 1 TO DRAFT-FAULT-CTR
                       DISPLAY "DAY " DFR-DAY (DF-IX) " "
                           DFR-EMPID (DF-IX) " IS DRAFTED INTO "
                           "UNKNOWN POSITION " DFR-POSTC (DF-IX)
                   ELSE
                       PERFORM 1200-CHECK-REQUIRED-CERT
                       IF NOT CERT-OK
                           ADD 1 TO DRAFT-FAULT-CTR
                           DISPLAY "DAY " DFR-DAY (DF-IX) " "
                               DFR-EMPID (DF-IX) " LACKS A CURRENT "
                               REQ-CERT " CERT FOR POSITION "
                               DFR-POSTC (DF-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5300-CHECK-ONE-DAY.
           MOVE 0 TO SHIFT-SIZE.
           MOVE 0 TO REG-CTR.
           MOVE 0 TO PT-CTR.
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               IF DFR-DAY (DF-IX) = DAY-IX
                   ADD 1 TO SHIFT-SIZE
                   IF DFR-CLASS (DF-IX) = 'R'
                       ADD 1 TO REG-CTR
                   END-IF
                   IF DFR-CLASS (DF-IX) = 'P'
                       ADD 1 TO PT-CTR
                   END-IF
               END-IF
           END-PERFORM.
           IF SHIFT-SIZE > 0
               IF REG-CTR = 0
                   ADD 1 TO DRAFT-FAULT-CTR
                   DISPLAY "DAY " DAY-IX " HAS NO REGULAR ON THE CREW"
               END-IF
               IF PT-CTR > PT-CAP
                   ADD 1 TO DRAFT-FAULT-CTR
                   DISPLAY "DAY " DAY-IX " HAS " PT-CTR
                       " PART-TIMERS, OVER THE CAP OF " PT-CAP
               END-IF
           END-IF.

       5400-REVIEW-AND-POST.
           DISPLAY "========================================".
           DISPLAY "PROPOSED SCHEDULE FOR REVIEW".
           MOVE 0 TO DAY-IX.
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               IF DFR-DAY (DF-IX) NOT = DAY-IX
                   MOVE DFR-DAY (DF-IX) TO DAY-IX
                   DISPLAY "DAY " DAY-IX ":"
               END-IF
               DISPLAY "  " DFR-EMPID (DF-IX) " ("
                   DFR-POSTC (DF-IX) ") " DFR-HOURS (DF-IX) " HRS"
           END-PERFORM.
           DISPLAY "========================================".
           DISPLAY "POST THIS AS THE WEEK'S SCHEDULE (Y/N): ".
           ACCEPT POST-ANSWER.
           IF POST-ANSWER = 'Y' OR POST-ANSWER = 'y'
               OPEN OUTPUT SCHED-FILE
               PERFORM VARYING DF-IX FROM 1 BY 1
                       UNTIL DF-IX > DF-ROW-CTR
                   MOVE DFR-DAY (DF-IX) TO SH-DAY
                   MOVE DFR-EMPID (DF-IX) TO SH-EMPID
                   MOVE DFR-POSTC (DF-IX) TO SH-POSTC
                   MOVE DFR-HOURS (DF-IX) TO SH-HOURS
                   WRITE WEEKSCHED-REC
               END-PERFORM
               CLOSE SCHED-FILE
               DISPLAY "WEEKSCHED.DAT WRITTEN FROM THE DRAFT."
               IF OV-ROW-CTR > 0
                   PERFORM 6300-AUDIT-THE-OVERRIDES
               END-IF
               PERFORM 4000-PRINT-SCHEDULE-BOARD
           ELSE
               DISPLAY "DRAFT NOT POSTED - WEEKSCHED.DAT UNCHANGED."
           END-IF.

       5500-CHECK-DRAFT-AVAILABILITY.
      *    THE WEEKLY MAXIMUM IS HELD AGAINST THE HOURS DRAFTED SO
      *    FAR IN THE WEEK -- THE DRAFT RUNS IN DAY ORDER, SO THE
      *    DAY THAT TIPS SOMEBODY OVER IS THE ONE REPORTED.
           MOVE 0 TO OV-ROW-CTR.
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               MOVE DFR-EMPID (DF-IX) TO CHK-EMPID
               MOVE DFR-DAY (DF-IX) TO CHK-DAY
               MOVE DFR-HOURS (DF-IX) TO CHK-HOURS
               MOVE 0 TO CHK-WEEK-HOURS
               PERFORM VARYING DF-JX FROM 1 BY 1
                       UNTIL DF-JX > DF-IX
                   IF DFR-EMPID (DF-JX) = CHK-EMPID
                       ADD DFR-HOURS (DF-JX) TO CHK-WEEK-HOURS
                   END-IF
               END-PERFORM
               PERFORM 6000-CHECK-AVAILABILITY
               IF NOT AVAIL-OK
                   PERFORM 6050-HOLD-FOR-OVERRIDE
               END-IF
           END-PERFORM.

       6000-CHECK-AVAILABILITY.
      *    THE SCHEDULE CARRIES HOURS, NOT START TIMES, SO THE
      *    WINDOW TEST IS WHETHER THE SHIFT FITS BETWEEN THE
      *    EARLIEST START AND THE LATEST END AT ALL.
           MOVE 'Y' TO AVAIL-OK-SW.
           MOVE SPACES TO AVAIL-REASON.
           PERFORM 6100-FIND-ROW-IN-EFFECT.
           IF AV-HIT-IX > 0
               IF AVR-DAY-SW (AV-HIT-IX, CHK-DAY) = 'N'
                   MOVE 'N' TO AVAIL-OK-SW
                   MOVE "NOT AVAILABLE THAT DAY" TO AVAIL-REASON
               ELSE
                   DIVIDE AVR-EARLIEST (AV-HIT-IX) BY 100
                       GIVING AV-HH REMAINDER AV-MM
                   COMPUTE WINDOW-START = AV-HH * 60 + AV-MM
                   IF AVR-LATEST (AV-HIT-IX) = 0
                       MOVE 1440 TO WINDOW-END
                   ELSE
                       DIVIDE AVR-LATEST (AV-HIT-IX) BY 100
                           GIVING AV-HH REMAINDER AV-MM
                       COMPUTE WINDOW-END = AV-HH * 60 + AV-MM
                   END-IF
                   IF CHK-HOURS * 60 > WINDOW-END - WINDOW-START
                       MOVE 'N' TO AVAIL-OK-SW
                       MOVE "SHIFT WILL NOT FIT THE WINDOW"
                           TO AVAIL-REASON
                   END-IF
               END-IF
               IF AVAIL-OK AND AVR-MAX-HOURS (AV-HIT-IX) > 0
                       AND CHK-WEEK-HOURS > AVR-MAX-HOURS (AV-HIT-IX)
                   MOVE 'N' TO AVAIL-OK-SW
                   MOVE "OVER THE WEEKLY MAXIMUM HOURS"
                       TO AVAIL-REASON
               END-IF
           END-IF.

       6050-HOLD-FOR-OVERRIDE.
           DISPLAY "DAY " CHK-DAY " " CHK-EMPID " " AVAIL-REASON.
           IF OV-ROW-CTR < 300
               ADD 1 TO OV-ROW-CTR
               MOVE CHK-EMPID TO OVR-EMPID (OV-ROW-CTR)
               MOVE CHK-DAY TO OVR-DAY (OV-ROW-CTR)
           END-IF.

       6100-FIND-ROW-IN-EFFECT.
           MOVE 0 TO AV-HIT-IX.
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > AV-ROW-CTR
               IF AVR-EMPID (AV-IX) = CHK-EMPID
                       AND AVR-EFF-DATE (AV-IX) NOT > WEEK-START-DATE
                   IF AV-HIT-IX = 0
                       MOVE AV-IX TO AV-HIT-IX
                   ELSE
                       IF AVR-EFF-DATE (AV-IX)
                               > AVR-EFF-DATE (AV-HIT-IX)
                           MOVE AV-IX TO AV-HIT-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6200-ASK-FOR-OVERRIDE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY OV-ROW-CTR " ASSIGNMENT(S) OUTSIDE AVAILABILITY. "
               "SUPERVISOR OVERRIDE (Y/N): ".
           ACCEPT OVERRIDE-ANSWER.
           IF OVERRIDE-ANSWER = 'Y' OR OVERRIDE-ANSWER = 'y'
               PERFORM 6210-CHECK-SUPERVISOR
               IF NOT SUPER-OK
                   DISPLAY "NOT A SUPERVISOR SIGN-ON."
               END-IF
           END-IF.

       6210-CHECK-SUPERVISOR.
           PERFORM 6220-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "SUPERVISOR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM 6230-FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       6220-LOAD-OPERATOR-TABLE.
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

       6230-FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       6300-AUDIT-THE-OVERRIDES.
      *    ONE LINE PER OVERRIDDEN ASSIGNMENT, UNDER THE
      *    SUPERVISOR WHO SIGNED IT OFF.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           PERFORM VARYING OV-IX FROM 1 BY 1
                   UNTIL OV-IX > OV-ROW-CTR
               MOVE SPACES TO AUDIT-REC
               STRING AU-DATE DELIMITED BY SIZE
                   AU-TIME DELIMITED BY SIZE
                   INTO AU-STAMP
               MOVE AU-STAMP TO AU-MACH-STAMP
               MOVE SUPERVISOR-ID TO AU-OPERATOR
               MOVE OVR-EMPID (OV-IX) TO AU-EMPID
               MOVE "AVAILOVR" TO AU-ACTION
               WRITE AUDIT-REC
           END-PERFORM.
           CLOSE AUDIT-FILE.

       950-LOAD-AVAIL-TABLE.
      *    AVAIL-FILE IS OPTIONAL -- WITH NO AVAILABILITY ON FILE
      *    NOBODY IS RESTRICTED, THE OLD BEHAVIOR.
           MOVE 0 TO AV-ROW-CTR.
           MOVE 'N' TO AVAIL-EOF.
           OPEN INPUT AVAIL-FILE.
           IF AVAIL-STATUS = "00"
               READ AVAIL-FILE
                   AT END MOVE 'Y' TO AVAIL-EOF
               END-READ
               PERFORM UNTIL AVAIL-END
                   IF AV-ROW-CTR < 500
                       ADD 1 TO AV-ROW-CTR
                       MOVE AVAIL-REC TO AV-ROW (AV-ROW-CTR)
                   END-IF
                   READ AVAIL-FILE
                       AT END MOVE 'Y' TO AVAIL-EOF
                   END-READ
               END-PERFORM
               CLOSE AVAIL-FILE
           ELSE
               IF AVAIL-STATUS = "05"
                   CLOSE AVAIL-FILE
               END-IF
           END-IF.

       960-LOAD-POSRATE-TABLE.
      *    POSRATE-FILE IS OPTIONAL -- WITH NO TABLE ONLY R, P, T
      *    AND THE EMPLOYEE'S OWN CODE ARE POSITIONS.
           MOVE 0 TO PT-ROW-CTR.
           MOVE 'N' TO POSRATE-EOF.
           OPEN INPUT POSRATE-FILE.
           IF POSRATE-STATUS = "00"
               READ POSRATE-FILE
                   AT END MOVE 'Y' TO POSRATE-EOF
               END-READ
               PERFORM UNTIL POSRATE-END
                   IF PT-ROW-CTR < 50
                       ADD 1 TO PT-ROW-CTR
                       MOVE PT-POSTC TO PTR-POSTC (PT-ROW-CTR)
                   END-IF
                   READ POSRATE-FILE
                       AT END MOVE 'Y' TO POSRATE-EOF
                   END-READ
               END-PERFORM
               CLOSE POSRATE-FILE
           ELSE
               IF POSRATE-STATUS = "05"
                   CLOSE POSRATE-FILE
               END-IF
           END-IF.

       9999-EXIT.
           GOBACK.
       END PROGRAM CREWSCHED.

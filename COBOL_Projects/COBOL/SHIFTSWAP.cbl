      *          into SWAPREQ.DAT; a supervisor (validated against
      *          OPERATORS.DAT) approves or rejects it. An approval
      *          rewrites the matching WEEKSCHED.DAT rows to the
      *          covering employee (the position worked stays as
      *          scheduled) and logs the trade to SWAPLOG.DAT,
      *          so SCHEDVAR compares actual hours against the
      *          schedule people actually agreed to work instead of
      *          flagging both sides of every Saturday trade.
      *          The covering EMPID is held to the AVAIL.DAT
      *          availability row in effect, the same check CREWSCHED
      *          makes -- a trade outside it is flagged when keyed
      *          and approved only on an explicit supervisor
      *          override, logged to AUDIT.DAT. The covering EMPID
      *          must be on the employee master and hold a current
      *          POSCERT.DAT required cert for each position traded,
      *          the same cert check CREWSCHED makes -- no override.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          SELECT OPTIONAL SWAPLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\SWAPLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL AVAIL-FILE
          ASSIGN TO "C:\Users\ADMIN\AVAIL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AVAIL-STATUS.
          SELECT OPTIONAL AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CERT-FILE
          ASSIGN TO "C:\Users\ADMIN\CERTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-STATUS.
          SELECT OPTIONAL POSCERT-FILE
          ASSIGN TO "C:\Users\ADMIN\POSCERT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSCERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE SWAP REQUEST -- 'P' PENDING, 'A' APPROVED (SCHEDULE
           05  SG-COV-EMPID PIC X(5).
           05  SG-DAY PIC 9(1).
           05  SG-DISP PIC X(1).
      *    WHEN EACH CREW MEMBER CAN WORK, KEPT BY AVAILMAINT.
       FD  AVAIL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVAIL-REC.
           COPY "AVAIL.CPY".
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
      *    CERTIFICATIONS AND PER-POSITION REQUIREMENTS MAINTAINED
      *    BY CERTMAINT -- CHECKED BEFORE A COVER TAKES A SHIFT.
       FD  CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CERT-REC.
           COPY "CERTREC.CPY".
       FD  POSCERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POSCERT-REC.
       01  POSCERT-REC.
           05  PQ-POSTC PIC X(1).
           05  PQ-CERT-CODE PIC X(8).

       WORKING-STORAGE SECTION.
       01  SWAPREQ-STATUS PIC XX.
       01  PICK-REQ PIC 9(4).
       01  DISP-ANS PIC X.
       01  ROWS-SWAPPED PIC 9(3).
       01  EM-FOUND-SW PIC X.
           88 EM-FOUND-ROW VALUE 'Y'.
       01  COVER-OK-SW PIC X.
           88 COVER-OK VALUE 'Y'.
       01  COVER-REASON PIC X(40).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
      *    SUPERVISOR CHECK AGAINST THE SHARED SIGN-ON MASTER.
       01  SUPER-OK-SW PIC X.
           88 SUPER-OK VALUE 'Y'.
       01  SUPERVISOR-ID PIC X(10).
      *    AVAILABILITY -- THE ROW IN EFFECT FOR THE COVERING EMPID
      *    IS THE LAST ONE DATED ON OR BEFORE TODAY, THE WEEK THE
      *    POSTED SCHEDULE COVERS. NO ROW MEANS NO RESTRICTION.
       01  AVAIL-STATUS PIC XX.
       01  AVAIL-EOF PIC X VALUE 'N'.
           88 AVAIL-END VALUE 'Y'.
       01  TODAY-DATE PIC 9(8).
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
       01  OVERRIDE-ANSWER PIC X.
      *    IN-MEMORY COPIES OF THE CERT DATA -- A POSITION WITH NO
      *    REQUIREMENT ROW NEEDS NO CERT, AS IN CREWSCHED.
       01  CERT-STATUS PIC XX.
       01  POSCERT-STATUS PIC XX.
       01  CERT-EOF PIC X VALUE 'N'.
           88 CERT-END VALUE 'Y'.
       01  POSCERT-EOF PIC X VALUE 'N'.
           88 POSCERT-END VALUE 'Y'.
       01  CT-ROW-CTR PIC 9(4) VALUE 0.
       01  CT-IX PIC 9(4).
       01  CT-TABLE.
           05  CT-ROW OCCURS 400 TIMES.
               10  CTR-EMPID PIC X(5).
               10  CTR-CERT-CODE PIC X(8).
               10  CTR-EXPIRY-DATE PIC 9(8).
       01  PQ-ROW-CTR PIC 9(2) VALUE 0.
       01  PQ-IX PIC 9(2).
       01  PQ-TABLE.
           05  PQ-ROW OCCURS 20 TIMES.
               10  PQR-POSTC PIC X(1).
               10  PQR-CERT-CODE PIC X(8).
       01  REQ-CERT PIC X(8).
       01  CERT-OK-SW PIC X.
           88 CERT-OK VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIFT-SWAP REQUESTS".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SWAPREQ-TABLE.
           PERFORM LOAD-AVAIL-TABLE.
           PERFORM LOAD-CERT-TABLE.
           PERFORM LOAD-POSCERT-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[R] REQUEST A SWAP"
               DISPLAY "[A] APPROVE OR REJECT (SUPERVISOR)"
               PERFORM REWRITE-SWAPREQ-FILE
               DISPLAY "REQUEST " SQ-MAX-NO " RECORDED - PENDING "
                   "SUPERVISOR APPROVAL."
               PERFORM CHECK-COVER-AVAILABILITY
               IF NOT AVAIL-OK
                   DISPLAY "NOTE - COVERING EMPID " WRK-COV-EMPID " "
                       AVAIL-REASON
                   DISPLAY "APPROVAL WILL NEED A SUPERVISOR OVERRIDE."
               END-IF
               PERFORM CHECK-COVER-QUALIFIED
               IF NOT COVER-OK
                   DISPLAY "NOTE - COVERING EMPID " WRK-COV-EMPID " "
                       COVER-REASON
                   DISPLAY "APPROVAL WILL BE REFUSED UNTIL IT IS."
               END-IF
           END-IF.

       JUDGE-ONE-REQUEST.
                   DISPLAY "[A]PPROVE OR [R]EJECT? "
                   ACCEPT DISP-ANS
                   IF DISP-ANS = 'A' OR DISP-ANS = 'a'
                       PERFORM APPROVE-THE-REQUEST
                   ELSE
                       MOVE 'R' TO SQR-STATUS (SQ-IX)
                       MOVE SUPERVISOR-ID
               END-IF
           END-IF.

       APPROVE-THE-REQUEST.
      *    A COVERING EMPID OUTSIDE THEIR AVAILABILITY TAKES THE
      *    SHIFT ONLY WHEN THE SUPERVISOR SAYS SO IN SO MANY WORDS.
      *    ONE WITHOUT THE CERT THE POSITION NEEDS DOES NOT TAKE IT
      *    AT ALL.
           MOVE SQR-REQ-EMPID (SQ-IX) TO WRK-REQ-EMPID.
           MOVE SQR-COV-EMPID (SQ-IX) TO WRK-COV-EMPID.
           MOVE SQR-DAY (SQ-IX) TO WRK-DAY.
           MOVE 'N' TO OVERRIDE-ANSWER.
           PERFORM CHECK-COVER-QUALIFIED.
           IF NOT COVER-OK
               DISPLAY "COVERING EMPID " WRK-COV-EMPID " "
                   COVER-REASON
               DISPLAY "NOT APPROVED - REQUEST LEFT PENDING."
           ELSE
               PERFORM CHECK-COVER-AVAILABILITY
               IF NOT AVAIL-OK
                   DISPLAY "COVERING EMPID " WRK-COV-EMPID " "
                       AVAIL-REASON
                   DISPLAY "OVERRIDE AVAILABILITY AND APPROVE (Y/N): "
                   ACCEPT OVERRIDE-ANSWER
               END-IF
               IF AVAIL-OK OR OVERRIDE-ANSWER = 'Y'
                       OR OVERRIDE-ANSWER = 'y'
                   PERFORM APPLY-THE-SWAP
                   IF ROWS-SWAPPED = 0
                       DISPLAY "NO SCHEDULE ROW MATCHES THAT "
                           "EMPID AND DAY - NOTHING CHANGED."
                   ELSE
                       MOVE 'A' TO SQR-STATUS (SQ-IX)
                       MOVE SUPERVISOR-ID TO SQR-SUPERVISOR (SQ-IX)
                       PERFORM LOG-THE-TRADE
                       PERFORM REWRITE-SWAPREQ-FILE
                       IF NOT AVAIL-OK
                           PERFORM AUDIT-THE-OVERRIDE
                       END-IF
                       DISPLAY "SWAP APPLIED TO " ROWS-SWAPPED
                           " SCHEDULE ROW(S)."
                   END-IF
               ELSE
                   DISPLAY "NOT APPROVED - REQUEST LEFT PENDING."
               END-IF
           END-IF.

       CHECK-COVER-QUALIFIED.
      *    THE COVER WORKS THE POSITION ALREADY SCHEDULED ON EACH
      *    TRADED ROW, SO THE CERT IS CHECKED FOR THAT POSITION,
      *    NOT THE COVER'S OWN.
           MOVE 'Y' TO COVER-OK-SW.
           MOVE SPACES TO COVER-REASON.
           MOVE WRK-COV-EMPID TO EM-EMPID.
           PERFORM READ-EMP-MASTER.
           IF NOT EM-FOUND-ROW
               MOVE 'N' TO COVER-OK-SW
               MOVE "NOT ON THE EMPLOYEE MASTER" TO COVER-REASON
           ELSE
               PERFORM LOAD-SCHED-TABLE
               PERFORM VARYING SC-IX FROM 1 BY 1
                       UNTIL SC-IX > SC-ROW-CTR OR NOT COVER-OK
                   IF SCR-DAY (SC-IX) = WRK-DAY
                           AND SCR-EMPID (SC-IX) = WRK-REQ-EMPID
                       PERFORM CHECK-REQUIRED-CERT
                       IF NOT CERT-OK
                           MOVE 'N' TO COVER-OK-SW
                           STRING "NO CURRENT " DELIMITED BY SIZE
                               REQ-CERT DELIMITED BY SPACE
                               " CERT FOR POSITION " DELIMITED BY SIZE
                               SCR-POSTC (SC-IX) DELIMITED BY SIZE
                               INTO COVER-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-REQUIRED-CERT.
      *    A POSITION WITH NO REQUIREMENT ROW NEEDS NO CERT. BLANK
      *    REQUIREMENT ROWS (CLEARED IN CERTMAINT) COUNT THE SAME.
           MOVE 'Y' TO CERT-OK-SW.
           MOVE SPACES TO REQ-CERT.
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > PQ-ROW-CTR
               IF PQR-POSTC (PQ-IX) = SCR-POSTC (SC-IX)
                       AND PQR-CERT-CODE (PQ-IX) NOT = SPACES
                   MOVE PQR-CERT-CODE (PQ-IX) TO REQ-CERT
                   MOVE 'N' TO CERT-OK-SW
                   PERFORM VARYING CT-IX FROM 1 BY 1
                           UNTIL CT-IX > CT-ROW-CTR
                       IF CTR-EMPID (CT-IX) = WRK-COV-EMPID
                               AND CTR-CERT-CODE (CT-IX) = REQ-CERT
                               AND CTR-EXPIRY-DATE (CT-IX)
                                   NOT < TODAY-DATE
                           MOVE 'Y' TO CERT-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-CERT-TABLE.
      *    CERT-FILE IS OPTIONAL -- WITH NO CERT DATA ON FILE ONLY
      *    POSITIONS WITH A REQUIREMENT ROW CAN EVER REFUSE.
           MOVE 0 TO CT-ROW-CTR.
           MOVE 'N' TO CERT-EOF.
           OPEN INPUT CERT-FILE.
           IF CERT-STATUS = "00"
               READ CERT-FILE
                   AT END MOVE 'Y' TO CERT-EOF
               END-READ
               PERFORM UNTIL CERT-END
                   IF CT-ROW-CTR < 400
                       ADD 1 TO CT-ROW-CTR
                       MOVE CF-EMPID TO CTR-EMPID (CT-ROW-CTR)
                       MOVE CF-CERT-CODE TO CTR-CERT-CODE (CT-ROW-CTR)
                       MOVE CF-EXPIRY-DATE
                           TO CTR-EXPIRY-DATE (CT-ROW-CTR)
                   END-IF
                   READ CERT-FILE
                       AT END MOVE 'Y' TO CERT-EOF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           ELSE
               IF CERT-STATUS = "05"
                   CLOSE CERT-FILE
               END-IF
           END-IF.

       LOAD-POSCERT-TABLE.
           MOVE 0 TO PQ-ROW-CTR.
           MOVE 'N' TO POSCERT-EOF.
           OPEN INPUT POSCERT-FILE.
           IF POSCERT-STATUS = "00"
               READ POSCERT-FILE
                   AT END MOVE 'Y' TO POSCERT-EOF
               END-READ
               PERFORM UNTIL POSCERT-END
                   IF PQ-ROW-CTR < 20
                       ADD 1 TO PQ-ROW-CTR
                       MOVE PQ-POSTC TO PQR-POSTC (PQ-ROW-CTR)
                       MOVE PQ-CERT-CODE
                           TO PQR-CERT-CODE (PQ-ROW-CTR)
                   END-IF
                   READ POSCERT-FILE
                       AT END MOVE 'Y' TO POSCERT-EOF
                   END-READ
               END-PERFORM
               CLOSE POSCERT-FILE
           ELSE
               IF POSCERT-STATUS = "05"
                   CLOSE POSCERT-FILE
               END-IF
           END-IF.

       CHECK-COVER-AVAILABILITY.
      *    THE COVERING EMPID'S DAY IS WHATEVER THEY ALREADY WORK
      *    THAT DAY PLUS THE TRADED HOURS; THEIR WEEK IS EVERYTHING
      *    ON THE POSTED SCHEDULE PLUS THE TRADED HOURS.
           PERFORM LOAD-SCHED-TABLE.
           MOVE WRK-COV-EMPID TO CHK-EMPID.
           MOVE WRK-DAY TO CHK-DAY.
           MOVE 0 TO CHK-HOURS.
           MOVE 0 TO CHK-WEEK-HOURS.
           PERFORM VARYING SC-IX FROM 1 BY 1
                   UNTIL SC-IX > SC-ROW-CTR
               IF SCR-EMPID (SC-IX) = WRK-COV-EMPID
                   ADD SCR-HOURS (SC-IX) TO CHK-WEEK-HOURS
                   IF SCR-DAY (SC-IX) = WRK-DAY
                       ADD SCR-HOURS (SC-IX) TO CHK-HOURS
                   END-IF
               END-IF
               IF SCR-EMPID (SC-IX) = WRK-REQ-EMPID
                       AND SCR-DAY (SC-IX) = WRK-DAY
                   ADD SCR-HOURS (SC-IX) TO CHK-WEEK-HOURS
                   ADD SCR-HOURS (SC-IX) TO CHK-HOURS
               END-IF
           END-PERFORM.
           PERFORM CHECK-AVAILABILITY.

       CHECK-AVAILABILITY.
      *    SAME TEST CREWSCHED MAKES -- THE DAY MUST BE MARKED
      *    AVAILABLE, THE HOURS MUST FIT BETWEEN THE EARLIEST START
      *    AND THE LATEST END, AND THE WEEK MUST STAY UNDER THE
      *    MAXIMUM.
           MOVE 'Y' TO AVAIL-OK-SW.
           MOVE SPACES TO AVAIL-REASON.
           PERFORM FIND-ROW-IN-EFFECT.
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

       FIND-ROW-IN-EFFECT.
           MOVE 0 TO AV-HIT-IX.
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > AV-ROW-CTR
               IF AVR-EMPID (AV-IX) = CHK-EMPID
                       AND AVR-EFF-DATE (AV-IX) NOT > TODAY-DATE
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

       AUDIT-THE-OVERRIDE.
           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-REC.
           PERFORM STAMP-NOW.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO AU-STAMP.
           MOVE AU-STAMP TO AU-MACH-STAMP.
           MOVE SUPERVISOR-ID TO AU-OPERATOR.
           MOVE WRK-COV-EMPID TO AU-EMPID.
           MOVE "AVAILOVR" TO AU-ACTION.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       LOAD-AVAIL-TABLE.
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

       APPLY-THE-SWAP.
      *    EVERY SCHEDULE ROW FOR THE REQUESTING EMPID ON THAT DAY
      *    GOES TO THE COVERING EMPLOYEE. THE POSITION CODE STAYS AS
      *    SCHEDULED -- THE COVER WORKS THE POSITION THEY TOOK OVER,
      *    AND PAYROLL PRICES IT FROM SH-POSTC.
           MOVE 0 TO ROWS-SWAPPED.
           PERFORM LOAD-SCHED-TABLE.
           PERFORM VARYING SC-IX FROM 1 BY 1
                   UNTIL SC-IX > SC-ROW-CTR
               IF SCR-DAY (SC-IX) = SQR-DAY (SQ-IX)
                       AND SCR-EMPID (SC-IX)
                           = SQR-REQ-EMPID (SQ-IX)
                   MOVE SQR-COV-EMPID (SQ-IX) TO SCR-EMPID (SC-IX)
                   ADD 1 TO ROWS-SWAPPED
               END-IF
           END-PERFORM.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO EM-FOUND-SW
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Propose next week's crew schedule off the hourly
      *          sales curve -- the last N weeks of ORDERS.DAT are
      *          averaged by weekday and hour, each position's
      *          CREWSTD.DAT labor standard turns the average into
      *          required crew per hour, and active employees are
      *          fitted to the demand under the same rules CREWSCHED
      *          holds a crew to (the position's required cert
      *          current, at least one regular a day, part-timers
      *          capped). Nobody on leave or terminated is proposed.
      *          A slot goes to somebody whose own position it is
      *          first; failing that, to a cross-trained employee --
      *          one holding the position's required cert, current,
      *          or for a position with no cert requirement, any
      *          employee when the position is rated on POSRATE.DAT.
      *          The result is a draft, WEEKDRAFT.DAT, with a printed
      *          demand and draft board -- the supervisor reviews it
      *          and posts it through CREWSCHED as the week's
      *          schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDPROP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL CREWSTD-FILE
          ASSIGN TO "C:\Users\ADMIN\CREWSTD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CREWSTD-STATUS.
          SELECT OPTIONAL CERT-FILE
          ASSIGN TO "C:\Users\ADMIN\CERTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-STATUS.
          SELECT OPTIONAL POSCERT-FILE
          ASSIGN TO "C:\Users\ADMIN\POSCERT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSCERT-STATUS.
          SELECT OPTIONAL POSRATE-FILE
          ASSIGN TO "C:\Users\ADMIN\POSRATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSRATE-STATUS.
          SELECT DRAFT-FILE
          ASSIGN TO "C:\Users\ADMIN\WEEKDRAFT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DRAFT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  CREWSTD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREWSTD-REC.
           COPY "CREWSTD.CPY".
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
       FD  POSRATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POSRATE-REC.
           COPY "POSRATE.CPY".
       FD  DRAFT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WEEKDRAFT-REC.
           COPY "WEEKDRAFT.CPY".

       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  CREWSTD-STATUS PIC XX.
       01  CERT-STATUS PIC XX.
       01  POSCERT-STATUS PIC XX.
       01  POSRATE-STATUS PIC XX.
       01  DRAFT-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  EM-EOF-SW PIC X VALUE 'N'.
           88 EM-END VALUE 'Y'.
       01  CREWSTD-EOF PIC X VALUE 'N'.
           88 CREWSTD-END VALUE 'Y'.
       01  CERT-EOF PIC X VALUE 'N'.
           88 CERT-END VALUE 'Y'.
       01  POSCERT-EOF PIC X VALUE 'N'.
           88 POSCERT-END VALUE 'Y'.
       01  POSRATE-EOF PIC X VALUE 'N'.
           88 POSRATE-END VALUE 'Y'.
       01  DRAFT-EOF PIC X VALUE 'N'.
           88 DRAFT-END VALUE 'Y'.
       01  TODAY-DATE PIC 9(8).
      *    RUN PARAMETERS -- ZERO TAKES THE DEFAULT SHOWN AT THE
      *    PROMPT.
       01  WEEKS-BACK PIC 99.
       01  OPEN-HOUR PIC 99.
       01  CLOSE-HOUR PIC 99.
       01  MAX-SHIFT PIC 99.
      *    THE SAME STAFFING RULES CREWSCHED HOLDS A CREW TO, PLUS
      *    ONE REST DAY A WEEK FOR EVERYBODY PROPOSED.
       01  PT-CAP PIC 99 VALUE 2.
       01  MAX-DAYS PIC 9 VALUE 6.
      *    THE SAMPLE WINDOW -- ONE ROW PER CALENDAR DAY BACK FROM
      *    YESTERDAY, WITH ITS WEEKDAY WORKED OUT ONCE.
       01  WINDOW-DAYS PIC 99.
       01  WINDOW-START PIC 9(8).
       01  WINDOW-END PIC 9(8).
       01  DT-IX PIC 99.
       01  DT-FOUND-SW PIC X VALUE 'N'.
           88 DT-FOUND-ROW VALUE 'Y'.
       01  DT-TABLE.
           05  DT-ROW OCCURS 84 TIMES.
               10  DTR-DATE PIC 9(8).
               10  DTR-WEEKDAY PIC 9.
       01  WD-DATE.
           05  WD-YEAR PIC 9(4).
           05  WD-MONTH PIC 99.
           05  WD-DAY PIC 99.
       01  WD-DATE-N REDEFINES WD-DATE PIC 9(8).
       01  DAYS-IN-MONTH PIC 99.
       01  LEAP-REM PIC 9(4).
      *    ZELLER'S CONGRUENCE -- SAME FLOOR-DIVIDE SHAPE AS THE
      *    TARDINESS REPORT, MAPPED SO 1 IS MONDAY.
       01  ZC-Y PIC 9(4).
       01  ZC-M PIC 99.
       01  ZC-D PIC 99.
       01  ZC-K PIC 99.
       01  ZC-J PIC 99.
       01  ZC-T1 PIC 9(3).
       01  ZC-T2 PIC 9(3).
       01  ZC-T3 PIC 9(3).
       01  ZC-SUM PIC 9(5).
       01  ZC-QUOT PIC 9(5).
       01  ZC-H PIC 9.
       01  WEEKDAY-NO PIC 9.
      *    TRANSACTIONS IN THE WINDOW BY WEEKDAY AND HOUR.
       01  BUS-DATE PIC 9(8).
       01  STAMP-HOUR PIC 99.
       01  HR-IX PIC 99.
       01  ORDERS-USED PIC 9(7) VALUE 0.
       01  TX-TABLE.
           05  TX-DAY OCCURS 7 TIMES.
               10  TX-CTR PIC 9(5) OCCURS 24 TIMES.
      *    CREWSTD.DAT IN MEMORY, AND THE REQUIRED CREW IT YIELDS
      *    PER DAY, POSITION AND HOUR.
       01  ST-ROW-CTR PIC 99 VALUE 0.
       01  ST-IX PIC 99.
       01  ST-TABLE.
           05  ST-ROW OCCURS 20 TIMES.
               10  STR-POSTC PIC X(1).
               10  STR-TXN-PER-HOUR PIC 9(3).
               10  STR-MIN-CREW PIC 9(1).
       01  RQ-TABLE.
           05  RQ-DAY OCCURS 7 TIMES.
               10  RQ-POS OCCURS 20 TIMES.
                   15  RQ-CREW PIC 99 OCCURS 24 TIMES.
       01  DIVISOR PIC 9(5).
       01  NEED-CREW PIC 9(5).
       01  NEED-REM PIC 9(5).
       01  AVG-TXN PIC 9(4)V9.
       01  AVGTXNDP PIC ZZZ9.9.
      *    THE ELIGIBLE POOL -- ACTIVE EMPLOYEES WHOSE POSITION'S
      *    REQUIRED CERT IS ON FILE AND CURRENT.
       01  EP-ROW-CTR PIC 9(3) VALUE 0.
       01  EP-IX PIC 9(3).
       01  EP-BEST PIC 9(3).
       01  EP-TABLE.
           05  EP-ROW OCCURS 300 TIMES.
               10  EPR-EMPID PIC X(5).
               10  EPR-POSTC PIC X(1).
               10  EPR-WEEK-HOURS PIC 9(3).
               10  EPR-DAYS PIC 9.
               10  EPR-ON-DAY PIC X OCCURS 7 TIMES.
       01  SKIP-LEAVE-CTR PIC 9(3) VALUE 0.
       01  SKIP-TERM-CTR PIC 9(3) VALUE 0.
       01  SKIP-CERT-CTR PIC 9(3) VALUE 0.
      *    IN-MEMORY COPIES OF THE CERT DATA -- A POSITION WITH NO
      *    REQUIREMENT ROW NEEDS NO CERT, AS IN CREWSCHED.
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
      *    THE POSITION CODES ON POSRATE.DAT -- A RATED POSITION IS
      *    ONE THE SHOP PAYS A CROSS-TRAINED EMPLOYEE TO WORK.
       01  PT-ROW-CTR PIC 99 VALUE 0.
       01  PT-IX PIC 99.
       01  PT-TABLE.
           05  PT-ROW OCCURS 50 TIMES.
               10  PTR-POSTC PIC X(1).
      *    FITTING THE DEMAND -- EVERY SHIFT STARTS AT THE OPENING
      *    HOUR, THE SAME ASSUMPTION HOURCURVE SPREADS A SCHEDULE
      *    WITH, SO THE NTH HEAD RUNS TO THE LAST HOUR THAT STILL
      *    NEEDS N.
       01  DAY-IX PIC 9.
       01  HEAD-IX PIC 99.
       01  PEAK-CREW PIC 99.
       01  LAST-HOUR PIC 99.
       01  SLOT-HOURS PIC 99.
       01  FILL-POSTC PIC X(1).
      *    CROSS-TRAINING FOR THE SLOT BEING FILLED -- R, P AND T
      *    ARE EMPLOYMENT CLASSES AND ARE NEVER CROSS-FILLED. A
      *    HOME-POSITION CANDIDATE (FIT 1) BEATS A CROSS-TRAINED
      *    ONE (FIT 2); FIT 0 IS NOT A CANDIDATE.
       01  FILL-CROSS-SW PIC X.
           88 FILL-CROSS VALUE 'Y'.
       01  FILL-CERT PIC X(8).
       01  FILL-RATED-SW PIC X.
           88 FILL-RATED VALUE 'Y'.
       01  EP-FIT PIC 9.
       01  EP-BEST-FIT PIC 9.
       01  DAY-SLOT-CTR PIC 99.
       01  DAY-REG-CTR PIC 99.
       01  DAY-PT-CTR PIC 99.
       01  DAY-LONGEST PIC 99.
       01  SLOTS-PROPOSED PIC 9(4) VALUE 0.
       01  SLOTS-UNFILLED PIC 9(4) VALUE 0.
       01  HOURS-PAST-SHIFT PIC 9(4) VALUE 0.
       01  HOURS-PROPOSED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "PROPOSED WEEK SCHEDULE FROM THE SALES CURVE".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-TAKE-PARAMETERS.
           PERFORM 0800-LOAD-CERT-TABLE.
           PERFORM 0900-LOAD-POSCERT-TABLE.
           PERFORM 0950-LOAD-POSRATE-TABLE.
           PERFORM 1000-LOAD-STANDARDS.
           IF ST-ROW-CTR = 0
               DISPLAY "NO LABOR STANDARDS IN CREWSTD.DAT - SET THEM "
                   "UP IN CREWSTDM FIRST. NOTHING PROPOSED."
           ELSE
               PERFORM 1100-BUILD-THE-WINDOW
               PERFORM 2000-BUCKET-THE-ORDERS
               PERFORM 2500-LOAD-THE-POOL
               PERFORM 3000-REQUIRED-CREW
               PERFORM 4000-PROPOSE-THE-WEEK
               PERFORM 5000-PRINT-THE-DEMAND
               PERFORM 6000-PRINT-THE-DRAFT
           END-IF.
           PERFORM 9999-EXIT.

       0100-TAKE-PARAMETERS.
           DISPLAY "WEEKS OF SALES TO AVERAGE (1-12, 0 = 4): ".
           ACCEPT WEEKS-BACK.
           PERFORM UNTIL WEEKS-BACK < 13
               DISPLAY "INVALID - ENTER 1 TO 12, OR 0: "
               ACCEPT WEEKS-BACK
           END-PERFORM.
           IF WEEKS-BACK = 0
               MOVE 4 TO WEEKS-BACK
           END-IF.
           DISPLAY "OPENING HOUR (0-23): ".
           ACCEPT OPEN-HOUR.
           PERFORM UNTIL OPEN-HOUR < 24
               DISPLAY "INVALID - ENTER 0 TO 23: "
               ACCEPT OPEN-HOUR
           END-PERFORM.
           DISPLAY "CLOSING HOUR (1-24): ".
           ACCEPT CLOSE-HOUR.
           PERFORM UNTIL CLOSE-HOUR > OPEN-HOUR AND CLOSE-HOUR < 25
               DISPLAY "INVALID - CLOSING MUST FALL AFTER OPENING, "
                   "24 AT MOST: "
               ACCEPT CLOSE-HOUR
           END-PERFORM.
           DISPLAY "LONGEST SHIFT IN HOURS (0 = 8): ".
           ACCEPT MAX-SHIFT.
           IF MAX-SHIFT = 0
               MOVE 8 TO MAX-SHIFT
           END-IF.

       0800-LOAD-CERT-TABLE.
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
                       MOVE CF-CERT-CODE
                           TO CTR-CERT-CODE (CT-ROW-CTR)
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

       0900-LOAD-POSCERT-TABLE.
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

       0950-LOAD-POSRATE-TABLE.
      *    POSRATE-FILE IS OPTIONAL -- WITH NO TABLE ONLY A CERT
      *    MAKES SOMEBODY CROSS-TRAINED.
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

       1000-LOAD-STANDARDS.
           MOVE 0 TO ST-ROW-CTR.
           MOVE 'N' TO CREWSTD-EOF.
           OPEN INPUT CREWSTD-FILE.
           IF CREWSTD-STATUS = "00"
               READ CREWSTD-FILE
                   AT END MOVE 'Y' TO CREWSTD-EOF
               END-READ
               PERFORM UNTIL CREWSTD-END
                   IF ST-ROW-CTR < 20 AND CS-TXN-PER-HOUR > 0
                       ADD 1 TO ST-ROW-CTR
                       MOVE CS-POSTC TO STR-POSTC (ST-ROW-CTR)
                       MOVE CS-TXN-PER-HOUR
                           TO STR-TXN-PER-HOUR (ST-ROW-CTR)
                       MOVE CS-MIN-CREW TO STR-MIN-CREW (ST-ROW-CTR)
                   END-IF
                   READ CREWSTD-FILE
                       AT END MOVE 'Y' TO CREWSTD-EOF
                   END-READ
               END-PERFORM
               CLOSE CREWSTD-FILE
           ELSE
               IF CREWSTD-STATUS = "05"
                   CLOSE CREWSTD-FILE
               END-IF
           END-IF.

       1100-BUILD-THE-WINDOW.
      *    N WHOLE WEEKS ENDING YESTERDAY, SO EVERY WEEKDAY TURNS
      *    UP EXACTLY N TIMES AND THE AVERAGE IS THE TOTAL OVER N.
           COMPUTE WINDOW-DAYS = WEEKS-BACK * 7.
           MOVE TODAY-DATE TO WD-DATE-N.
           PERFORM 1110-BACK-ONE-DAY.
           MOVE WD-DATE-N TO WINDOW-END.
           PERFORM VARYING DT-IX FROM 1 BY 1
                   UNTIL DT-IX > WINDOW-DAYS
               MOVE WD-DATE-N TO DTR-DATE (DT-IX)
               PERFORM 1200-WEEKDAY-NO
               MOVE WEEKDAY-NO TO DTR-WEEKDAY (DT-IX)
               MOVE WD-DATE-N TO WINDOW-START
               PERFORM 1110-BACK-ONE-DAY
           END-PERFORM.
           DISPLAY "SALES AVERAGED FROM " WINDOW-START " TO "
               WINDOW-END " (" WEEKS-BACK " WEEKS).".

       1110-BACK-ONE-DAY.
           IF WD-DAY > 1
               SUBTRACT 1 FROM WD-DAY
           ELSE
               IF WD-MONTH > 1
                   SUBTRACT 1 FROM WD-MONTH
               ELSE
                   MOVE 12 TO WD-MONTH
                   SUBTRACT 1 FROM WD-YEAR
               END-IF
               PERFORM 1120-SET-DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO WD-DAY
           END-IF.

       1120-SET-DAYS-IN-MONTH.
           EVALUATE WD-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WD-YEAR BY 4 GIVING ZC-QUOT
                       REMAINDER LEAP-REM
                   IF LEAP-REM = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 0 TO DAYS-IN-MONTH
           END-EVALUATE.

       1200-WEEKDAY-NO.
      *    ZELLER'S CONGRUENCE -- H IS 0 FOR SATURDAY; MAPPED SO
      *    WEEKDAY-NO 1 IS MONDAY, MATCHING THE SCHEDULE BOARD.
           MOVE WD-YEAR TO ZC-Y.
           MOVE WD-MONTH TO ZC-M.
           MOVE WD-DAY TO ZC-D.
           IF ZC-M < 3
               ADD 12 TO ZC-M
               SUBTRACT 1 FROM ZC-Y
           END-IF.
           DIVIDE ZC-Y BY 100 GIVING ZC-J REMAINDER ZC-K.
           COMPUTE ZC-T1 = 13 * (ZC-M + 1).
           DIVIDE ZC-T1 BY 5 GIVING ZC-T1.
           DIVIDE ZC-K BY 4 GIVING ZC-T2.
           DIVIDE ZC-J BY 4 GIVING ZC-T3.
           COMPUTE ZC-SUM = ZC-D + ZC-T1 + ZC-K + ZC-T2 + ZC-T3
               + (5 * ZC-J).
           DIVIDE ZC-SUM BY 7 GIVING ZC-QUOT REMAINDER ZC-H.
           COMPUTE ZC-SUM = ZC-H + 5.
           DIVIDE ZC-SUM BY 7 GIVING ZC-QUOT REMAINDER WEEKDAY-NO.
           ADD 1 TO WEEKDAY-NO.

       2000-BUCKET-THE-ORDERS.
           INITIALIZE TX-TABLE.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
      *    AN ORDER WITHOUT A BUSINESS DATE FALLS BACK ON THE
      *    MACHINE DATE IN ITS STAMP.
                   IF OR-BUSDATE IS NUMERIC AND OR-BUSDATE > 0
                       MOVE OR-BUSDATE TO BUS-DATE
                   ELSE
                       MOVE OR-STAMP (1:8) TO BUS-DATE
                   END-IF
                   IF BUS-DATE NOT < WINDOW-START
                           AND BUS-DATE NOT > WINDOW-END
                           AND OR-TXN-TYPE NOT = 'V'
                           AND OR-STAMP (9:2) IS NUMERIC
                       MOVE OR-STAMP (9:2) TO STAMP-HOUR
                       PERFORM 2100-FIND-WINDOW-DAY
                       IF STAMP-HOUR < 24 AND DT-FOUND-ROW
                           COMPUTE HR-IX = STAMP-HOUR + 1
                           ADD 1 TO TX-CTR (DTR-WEEKDAY (DT-IX), HR-IX)
                           ADD 1 TO ORDERS-USED
                       END-IF
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.
           DISPLAY "ORDERS IN THE SAMPLE: " ORDERS-USED.

       2100-FIND-WINDOW-DAY.
           MOVE 'N' TO DT-FOUND-SW.
           MOVE 1 TO DT-IX.
           PERFORM UNTIL DT-IX > WINDOW-DAYS OR DT-FOUND-ROW
               IF DTR-DATE (DT-IX) = BUS-DATE
                   MOVE 'Y' TO DT-FOUND-SW
               ELSE
                   ADD 1 TO DT-IX
               END-IF
           END-PERFORM.

       2500-LOAD-THE-POOL.
           MOVE 0 TO EP-ROW-CTR.
           MOVE 'N' TO EM-EOF-SW.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EM-EOF-SW
               END-READ
               PERFORM UNTIL EM-END
                   EVALUATE EM-STATUS-CODE
                       WHEN 'L'
                           ADD 1 TO SKIP-LEAVE-CTR
                       WHEN 'T'
                           ADD 1 TO SKIP-TERM-CTR
                       WHEN OTHER
                           PERFORM 2600-CHECK-REQUIRED-CERT
                           IF NOT CERT-OK
                               ADD 1 TO SKIP-CERT-CTR
                           ELSE
                               PERFORM 2700-ADD-TO-POOL
                           END-IF
                   END-EVALUATE
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EM-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               IF EM-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.
           DISPLAY "ELIGIBLE EMPLOYEES: " EP-ROW-CTR
               "  (LEFT OUT - ON LEAVE " SKIP-LEAVE-CTR
               ", TERMINATED " SKIP-TERM-CTR
               ", NO CURRENT CERT " SKIP-CERT-CTR ")".

       2600-CHECK-REQUIRED-CERT.
      *    THE SAME TEST CREWSCHED PUTS TO A SLOT -- THE POSITION'S
      *    REQUIRED CERT ON FILE AND NOT YET EXPIRED.
           MOVE 'Y' TO CERT-OK-SW.
           MOVE SPACES TO REQ-CERT.
           PERFORM VARYING PQ-IX FROM 1 BY 1
                   UNTIL PQ-IX > PQ-ROW-CTR
               IF PQR-POSTC (PQ-IX) = EM-POSTC
                       AND PQR-CERT-CODE (PQ-IX) NOT = SPACES
                   MOVE PQR-CERT-CODE (PQ-IX) TO REQ-CERT
                   MOVE 'N' TO CERT-OK-SW
                   PERFORM VARYING CT-IX FROM 1 BY 1
                           UNTIL CT-IX > CT-ROW-CTR
                       IF CTR-EMPID (CT-IX) = EM-EMPID
                               AND CTR-CERT-CODE (CT-IX) = REQ-CERT
                               AND CTR-EXPIRY-DATE (CT-IX)
                                   NOT < TODAY-DATE
                           MOVE 'Y' TO CERT-OK-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2700-ADD-TO-POOL.
           IF EP-ROW-CTR < 300
               ADD 1 TO EP-ROW-CTR
               MOVE EP-ROW-CTR TO EP-IX
               MOVE EM-EMPID TO EPR-EMPID (EP-IX)
               MOVE EM-POSTC TO EPR-POSTC (EP-IX)
               MOVE 0 TO EPR-WEEK-HOURS (EP-IX)
               MOVE 0 TO EPR-DAYS (EP-IX)
               PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
                   MOVE 'N' TO EPR-ON-DAY (EP-IX, DAY-IX)
               END-PERFORM
           END-IF.

       3000-REQUIRED-CREW.
      *    REQUIRED CREW IS THE AVERAGE HOUR'S TRANSACTIONS OVER THE
      *    POSITION'S STANDARD, ROUNDED UP, NEVER UNDER THE
      *    POSITION'S MINIMUM WHILE OPEN. HOURS OUTSIDE OPENING
      *    AND CLOSING NEED NOBODY.
           INITIALIZE RQ-TABLE.
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
               PERFORM VARYING ST-IX FROM 1 BY 1
                       UNTIL ST-IX > ST-ROW-CTR
                   COMPUTE DIVISOR = STR-TXN-PER-HOUR (ST-IX)
                       * WEEKS-BACK
                   PERFORM VARYING HR-IX FROM OPEN-HOUR BY 1
                           UNTIL HR-IX NOT < CLOSE-HOUR
                       DIVIDE TX-CTR (DAY-IX, HR-IX + 1) BY DIVISOR
                           GIVING NEED-CREW REMAINDER NEED-REM
                       IF NEED-REM > 0
                           ADD 1 TO NEED-CREW
                       END-IF
                       IF NEED-CREW < STR-MIN-CREW (ST-IX)
                           MOVE STR-MIN-CREW (ST-IX) TO NEED-CREW
                       END-IF
                       IF NEED-CREW > 99
                           MOVE 99 TO NEED-CREW
                       END-IF
                       MOVE NEED-CREW
                           TO RQ-CREW (DAY-IX, ST-IX, HR-IX + 1)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       4000-PROPOSE-THE-WEEK.
           OPEN OUTPUT DRAFT-FILE.
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
               MOVE 0 TO DAY-SLOT-CTR
               MOVE 0 TO DAY-REG-CTR
               MOVE 0 TO DAY-PT-CTR
               MOVE 0 TO DAY-LONGEST
               PERFORM VARYING ST-IX FROM 1 BY 1
                       UNTIL ST-IX > ST-ROW-CTR
                   PERFORM 4100-FIT-ONE-POSITION
               END-PERFORM
      *    A CREW WITHOUT A REGULAR NEVER PASSES CREWSCHED -- ONE IS
      *    ADDED FOR THE DAY'S LONGEST SHIFT IF DEMAND DIDN'T
      *    ALREADY CALL FOR ONE.
               IF DAY-SLOT-CTR > 0 AND DAY-REG-CTR = 0
                   MOVE 'R' TO FILL-POSTC
                   MOVE DAY-LONGEST TO SLOT-HOURS
                   MOVE 1 TO HEAD-IX
                   PERFORM 4200-FILL-ONE-SLOT
               END-IF
           END-PERFORM.
           CLOSE DRAFT-FILE.
           DISPLAY "WEEKDRAFT.DAT WRITTEN.".

       4100-FIT-ONE-POSITION.
           MOVE STR-POSTC (ST-IX) TO FILL-POSTC.
           MOVE 0 TO PEAK-CREW.
           PERFORM VARYING HR-IX FROM OPEN-HOUR BY 1
                   UNTIL HR-IX NOT < CLOSE-HOUR
               IF RQ-CREW (DAY-IX, ST-IX, HR-IX + 1) > PEAK-CREW
                   MOVE RQ-CREW (DAY-IX, ST-IX, HR-IX + 1)
                       TO PEAK-CREW
               END-IF
           END-PERFORM.
           PERFORM VARYING HEAD-IX FROM 1 BY 1
                   UNTIL HEAD-IX > PEAK-CREW
               MOVE OPEN-HOUR TO LAST-HOUR
               PERFORM VARYING HR-IX FROM OPEN-HOUR BY 1
                       UNTIL HR-IX NOT < CLOSE-HOUR
                   IF RQ-CREW (DAY-IX, ST-IX, HR-IX + 1)
                           NOT < HEAD-IX
                       MOVE HR-IX TO LAST-HOUR
                   END-IF
               END-PERFORM
               COMPUTE SLOT-HOURS = LAST-HOUR - OPEN-HOUR + 1
               IF SLOT-HOURS > MAX-SHIFT
                   COMPUTE HOURS-PAST-SHIFT = HOURS-PAST-SHIFT
                       + SLOT-HOURS - MAX-SHIFT
                   MOVE MAX-SHIFT TO SLOT-HOURS
               END-IF
               PERFORM 4200-FILL-ONE-SLOT
           END-PERFORM.

       4200-FILL-ONE-SLOT.
      *    THE SLOT GOES TO THE ELIGIBLE EMPLOYEE IN THE POSITION
      *    WITH THE FEWEST HOURS SO FAR THIS WEEK WHO IS NOT ALREADY
      *    ON TODAY AND STILL HAS A WORKING DAY LEFT -- A CROSS-
      *    TRAINED EMPLOYEE ONLY WHEN NOBODY IN THE POSITION IS.
      *    THE REGULAR AND PART-TIME COUNTS GO BY THE EMPLOYEE'S
      *    OWN CLASS, AS CREWSCHED COUNTS THEM.
           IF FILL-POSTC = 'P' AND DAY-PT-CTR NOT < PT-CAP
               ADD 1 TO SLOTS-UNFILLED
               DISPLAY "DAY " DAY-IX " POSITION " FILL-POSTC
                   " HEAD " HEAD-IX " NOT FILLED - PART-TIME CAP"
           ELSE
               PERFORM 4210-SET-UP-CROSS-TRAINING
               MOVE 0 TO EP-BEST
               MOVE 0 TO EP-BEST-FIT
               PERFORM VARYING EP-IX FROM 1 BY 1
                       UNTIL EP-IX > EP-ROW-CTR
                   PERFORM 4220-FIT-ONE-CANDIDATE
                   IF EP-FIT > 0
                       IF EP-BEST = 0 OR EP-FIT < EP-BEST-FIT
                           MOVE EP-IX TO EP-BEST
                           MOVE EP-FIT TO EP-BEST-FIT
                       ELSE
                           IF EP-FIT = EP-BEST-FIT
                                   AND EPR-WEEK-HOURS (EP-IX)
                                   < EPR-WEEK-HOURS (EP-BEST)
                               MOVE EP-IX TO EP-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF EP-BEST = 0
                   ADD 1 TO SLOTS-UNFILLED
                   DISPLAY "DAY " DAY-IX " POSITION " FILL-POSTC
                       " HEAD " HEAD-IX
                       " NOT FILLED - NO ELIGIBLE EMPLOYEE LEFT"
               ELSE
                   MOVE DAY-IX TO DS-DAY
                   MOVE EPR-EMPID (EP-BEST) TO DS-EMPID
                   MOVE FILL-POSTC TO DS-POSTC
                   MOVE SLOT-HOURS TO DS-HOURS
                   WRITE WEEKDRAFT-REC
                   MOVE 'Y' TO EPR-ON-DAY (EP-BEST, DAY-IX)
                   ADD 1 TO EPR-DAYS (EP-BEST)
                   ADD SLOT-HOURS TO EPR-WEEK-HOURS (EP-BEST)
                   ADD SLOT-HOURS TO HOURS-PROPOSED
                   ADD 1 TO SLOTS-PROPOSED
                   ADD 1 TO DAY-SLOT-CTR
                   IF EPR-POSTC (EP-BEST) = 'R'
                       ADD 1 TO DAY-REG-CTR
                   END-IF
                   IF EPR-POSTC (EP-BEST) = 'P'
                       ADD 1 TO DAY-PT-CTR
                   END-IF
                   IF SLOT-HOURS > DAY-LONGEST
                       MOVE SLOT-HOURS TO DAY-LONGEST
                   END-IF
               END-IF
           END-IF.

       4210-SET-UP-CROSS-TRAINING.
           MOVE 'N' TO FILL-CROSS-SW.
           MOVE SPACES TO FILL-CERT.
           MOVE 'N' TO FILL-RATED-SW.
           IF FILL-POSTC NOT = 'R' AND FILL-POSTC NOT = 'P'
                   AND FILL-POSTC NOT = 'T'
               MOVE 'Y' TO FILL-CROSS-SW
               PERFORM VARYING PQ-IX FROM 1 BY 1
                       UNTIL PQ-IX > PQ-ROW-CTR
                   IF PQR-POSTC (PQ-IX) = FILL-POSTC
                           AND PQR-CERT-CODE (PQ-IX) NOT = SPACES
                       MOVE PQR-CERT-CODE (PQ-IX) TO FILL-CERT
                   END-IF
               END-PERFORM
               PERFORM VARYING PT-IX FROM 1 BY 1
                       UNTIL PT-IX > PT-ROW-CTR
                   IF PTR-POSTC (PT-IX) = FILL-POSTC
                       MOVE 'Y' TO FILL-RATED-SW
                   END-IF
               END-PERFORM
           END-IF.

       4220-FIT-ONE-CANDIDATE.
      *    A PART-TIMER IS OUT ONCE THE DAY'S CAP IS REACHED,
      *    WHATEVER POSITION THE SLOT IS FOR.
           MOVE 0 TO EP-FIT.
           IF EPR-ON-DAY (EP-IX, DAY-IX) = 'N'
                   AND EPR-DAYS (EP-IX) < MAX-DAYS
               IF EPR-POSTC (EP-IX) = 'P'
                       AND DAY-PT-CTR NOT < PT-CAP
                   CONTINUE
               ELSE
                   IF EPR-POSTC (EP-IX) = FILL-POSTC
                       MOVE 1 TO EP-FIT
                   ELSE
                       IF FILL-CROSS
                           IF FILL-CERT = SPACES
                               IF FILL-RATED
                                   MOVE 2 TO EP-FIT
                               END-IF
                           ELSE
                               PERFORM VARYING CT-IX FROM 1 BY 1
                                       UNTIL CT-IX > CT-ROW-CTR
                                   IF CTR-EMPID (CT-IX)
                                           = EPR-EMPID (EP-IX)
                                           AND CTR-CERT-CODE (CT-IX)
                                               = FILL-CERT
                                           AND CTR-EXPIRY-DATE (CT-IX)
                                               NOT < TODAY-DATE
                                       MOVE 2 TO EP-FIT
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5000-PRINT-THE-DEMAND.
           DISPLAY "========================================".
           DISPLAY "AVERAGE TRANSACTIONS AND REQUIRED CREW".
           DISPLAY "POSITIONS: " WITH NO ADVANCING.
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > ST-ROW-CTR
               DISPLAY STR-POSTC (ST-IX) "  " WITH NO ADVANCING
           END-PERFORM.
           DISPLAY " ".
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 7
               DISPLAY "DAY " DAY-IX ":"
               PERFORM VARYING HR-IX FROM OPEN-HOUR BY 1
                       UNTIL HR-IX NOT < CLOSE-HOUR
                   COMPUTE AVG-TXN ROUNDED =
                       TX-CTR (DAY-IX, HR-IX + 1) / WEEKS-BACK
                   MOVE AVG-TXN TO AVGTXNDP
                   DISPLAY "  " HR-IX "00  " AVGTXNDP " TXNS  NEED "
                       WITH NO ADVANCING
                   PERFORM VARYING ST-IX FROM 1 BY 1
                           UNTIL ST-IX > ST-ROW-CTR
                       DISPLAY RQ-CREW (DAY-IX, ST-IX, HR-IX + 1)
                           " " WITH NO ADVANCING
                   END-PERFORM
                   DISPLAY " "
               END-PERFORM
           END-PERFORM.

       6000-PRINT-THE-DRAFT.
           DISPLAY "========================================".
           DISPLAY "PROPOSED SCHEDULE BOARD (DRAFT)".
           OPEN INPUT DRAFT-FILE.
           MOVE 0 TO DAY-IX.
           MOVE 'N' TO DRAFT-EOF.
           PERFORM UNTIL DRAFT-END
               READ DRAFT-FILE
                   AT END MOVE 'Y' TO DRAFT-EOF
               END-READ
               IF NOT DRAFT-END
                   IF DS-DAY NOT = DAY-IX
                       MOVE DS-DAY TO DAY-IX
                       DISPLAY "DAY " DAY-IX ":"
                   END-IF
                   DISPLAY "  " DS-EMPID " (" DS-POSTC ") "
                       DS-HOURS " HRS"
               END-IF
           END-PERFORM.
           CLOSE DRAFT-FILE.
           DISPLAY "SLOTS PROPOSED: " SLOTS-PROPOSED
               "  CREW-HOURS: " HOURS-PROPOSED.
           DISPLAY "SLOTS LEFT UNFILLED: " SLOTS-UNFILLED
               "  DEMAND HOURS PAST THE LONGEST SHIFT: "
               HOURS-PAST-SHIFT.
           DISPLAY "REVIEW THE DRAFT, THEN POST IT THROUGH CREWSCHED.".
           DISPLAY "========================================".

       9999-EXIT.
           GOBACK.
       END PROGRAM SCHEDPROP.

      *     remains -- repair the exceptions through PUNCHFIX first
      *     instead of letting quietly wrong hours flow into
      *     NEW-ENTRY as the clock default.
      *   - Each punch day's paired hours are also credited to the
      *     position the WEEKSCHED.DAT schedule put the employee in
      *     on that weekday, and the split rides on TIMESUMM.DAT so
      *     PAYENTRY can price a cross-trained employee's hours per
      *     position. A day with no schedule row stays out of the
      *     split and falls to the employee's own position.
      *   - Meal-break punches ('B' out to break, 'R' back) take the
      *     break actually taken off the day's hours (and its night
      *     share off the night hours). A shift spanning more than
      *     the SHOPCONF.DAT break threshold with no break punches
      *     has the standard unpaid break taken off and is flagged
      *     NO BREAK; a punched break under the legal minimum is
      *     flagged SHORT BREAK. An unpaired break is a punch
      *     exception like an unpaired IN/OUT and blocks the write
      *     until PUNCHFIX repairs it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\HOLIDAYS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HOLIDAY-STATUS.
          SELECT OPTIONAL SCHED-FILE
          ASSIGN TO "C:\Users\ADMIN\WEEKSCHED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SCHED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLIDAY-REC.
           COPY "HOLIDAYS.CPY".
      *    THE WEEK SCHEDULE CREWSCHED BUILDS -- THE POSITION EACH
      *    EMPLOYEE WAS PUT IN ON EACH WEEKDAY.
       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WEEKSCHED-REC.
           COPY "WEEKSCHED.CPY".

       WORKING-STORAGE SECTION.
       01  SUMMARY-STATUS PIC XX.
           05  HOLD-NHLA PIC 99.
           05  HOLD-NNIGHT PIC 999.
           05  HOLD-NHHOL PIC 999.
           05  HOLD-POS-ROW OCCURS 4 TIMES.
               10  HOLD-POS-CODE PIC X(1).
               10  HOLD-POS-HOURS PIC 999.
       01  SHOPCONF-STATUS PIC XX.
       01  HOLIDAY-STATUS PIC XX.
       01  HOLIDAY-EOF PIC X VALUE 'N'.
               10  DY-DATE PIC 9(8).
               10  DY-IN-TIME PIC 9(6).
               10  DY-OUT-TIME PIC 9(6).
               10  DY-BRK-OUT-TIME PIC 9(6).
               10  DY-BRK-IN-TIME PIC 9(6).
      *    ONE ROW PER EMPID -- THE PERIOD'S TOTALS ACCUMULATED FROM
      *    THE DAY ROWS, SAME LOAD-AND-SCAN IDIOM AS COMMISSIONRECON'S
      *    SALES-TABLE.
               10  SM-NHLA PIC 99.
               10  SM-NNIGHT PIC 999.
               10  SM-NHHOL PIC 999.
               10  SM-POS-ROW OCCURS 4 TIMES.
                   15  SM-POS-CODE PIC X(1).
                   15  SM-POS-HOURS PIC 999.
       01  PS-IX PIC 9.
       01  PS-FOUND-SW PIC X VALUE 'N'.
           88 PS-FOUND-ROW VALUE 'Y'.
      *    THE WEEK SCHEDULE IN MEMORY -- ONE ROW PER EMPID PER
      *    WEEKDAY SLOT, WITH THE POSITION WORKED. THE FIRST ROW FOR
      *    AN EMPLOYEE AND WEEKDAY DECIDES THE DAY'S POSITION.
       01  SCHED-STATUS PIC XX.
       01  SCHED-EOF PIC X VALUE 'N'.
           88 SCHED-END VALUE 'Y'.
       01  SW-ROW-CTR PIC 9(3) VALUE 0.
       01  SW-IX PIC 9(3).
       01  SW-FOUND-SW PIC X VALUE 'N'.
           88 SW-FOUND-ROW VALUE 'Y'.
       01  SW-TABLE.
           05  SW-ROW OCCURS 500 TIMES.
               10  SWR-DAY PIC 9(1).
               10  SWR-EMPID PIC X(5).
               10  SWR-POSTC PIC X(1).
       01  DAY-POSTC PIC X(1).
      *    ZELLER'S CONGRUENCE WORK FIELDS, AS IN TARDYRPT -- ALL THE
      *    DIVISIONS ARE DONE WITH DIVIDE SO THE QUOTIENTS FLOOR THE
      *    WAY THE FORMULA NEEDS. WEEKDAY-NO 1 IS MONDAY, MATCHING
      *    THE SCHEDULE BOARD.
       01  WD-YEAR PIC 9(4).
       01  WD-MONTH PIC 99.
       01  WD-DAY PIC 99.
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
      *    MINUTE ARITHMETIC FOR ONE DAY'S IN/OUT PAIR.
       01  IN-HH PIC 99.
       01  IN-MM PIC 99.
       01  CONF-HHMM PIC 9(4).
       01  CONF-HH PIC 99.
       01  CONF-MM PIC 99.
      *    MEAL-BREAK RULES -- BUILT-IN 60 MINUTES DEDUCTED PAST A
      *    5-HOUR SPAN, 60-MINUTE LEGAL MINIMUM, UNLESS SHOPCONF.DAT
      *    SAYS OTHERWISE.
       01  BREAK-MINS PIC 9(3) VALUE 60.
       01  BREAK-AFTER-HRS PIC 99 VALUE 5.
       01  BREAK-LEGAL-MINS PIC 9(3) VALUE 60.
       01  BREAK-BAD-SW PIC X.
           88 BREAK-BAD VALUE 'Y'.
       01  BRK-OUT-MINUTES PIC 9(4).
       01  BRK-IN-MINUTES PIC 9(4).
       01  BREAK-MINUTES PIC 9(4).
       01  SPAN-NIGHT-MINUTES PIC 9(5).
       01  BREAK-FLAG-CTR PIC 9(4) VALUE 0.
       01  BAD-DAY-CTR PIC 9(4) VALUE 0.
       01  SUMM-CTR PIC 9(4) VALUE 0.

           DISPLAY "TIME-CLOCK PERIOD SUMMARY".
           PERFORM 400-LOAD-SHOP-CONF.
           PERFORM 450-LOAD-HOLIDAY-CALENDAR.
           PERFORM 470-LOAD-WEEK-SCHEDULE.
           PERFORM 500-FIND-PERIOD-START.
           PERFORM 1000-LOAD-DAY-TABLE.
           PERFORM 2000-SUMMARIZE-DAYS.
                       REMAINDER CONF-MM
                   COMPUTE NIGHT-END-MIN = CONF-HH * 60 + CONF-MM
               END-IF
               IF SC-BREAK-MINS IS NUMERIC AND SC-BREAK-MINS > 0
                   MOVE SC-BREAK-MINS TO BREAK-MINS
               END-IF
               IF SC-BREAK-AFTER-HRS IS NUMERIC
                       AND SC-BREAK-AFTER-HRS > 0
                   MOVE SC-BREAK-AFTER-HRS TO BREAK-AFTER-HRS
               END-IF
               IF SC-BREAK-LEGAL-MINS IS NUMERIC
                       AND SC-BREAK-LEGAL-MINS > 0
                   MOVE SC-BREAK-LEGAL-MINS TO BREAK-LEGAL-MINS
               END-IF
               CLOSE SHOPCONF-FILE
           END-IF.

               END-IF
           END-PERFORM.

       470-LOAD-WEEK-SCHEDULE.
      *    SCHED-FILE IS OPTIONAL -- WITH NO SCHEDULE EVERY HOUR
      *    FALLS TO THE EMPLOYEE'S OWN POSITION, THE OLD BEHAVIOR.
           MOVE 0 TO SW-ROW-CTR.
           MOVE 'N' TO SCHED-EOF.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "00"
               READ SCHED-FILE
                   AT END MOVE 'Y' TO SCHED-EOF
               END-READ
               PERFORM UNTIL SCHED-END
                   IF SW-ROW-CTR < 500
                       ADD 1 TO SW-ROW-CTR
                       MOVE SH-DAY TO SWR-DAY (SW-ROW-CTR)
                       MOVE SH-EMPID TO SWR-EMPID (SW-ROW-CTR)
                       MOVE SH-POSTC TO SWR-POSTC (SW-ROW-CTR)
                   END-IF
                   READ SCHED-FILE
                       AT END MOVE 'Y' TO SCHED-EOF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               IF SCHED-STATUS = "05"
                   CLOSE SCHED-FILE
               END-IF
           END-IF.

       480-FIND-SCHEDULED-POSTC.
      *    THE POSITION THE SCHEDULE HAD THIS EMPLOYEE IN ON THE
      *    PUNCH DAY'S WEEKDAY -- SPACE WHEN THEY WERE NOT ON IT.
           MOVE SPACE TO DAY-POSTC.
           DIVIDE DY-DATE (DY-IX) BY 10000 GIVING WD-YEAR
               REMAINDER ZC-SUM.
           DIVIDE ZC-SUM BY 100 GIVING WD-MONTH REMAINDER WD-DAY.
           PERFORM 490-WEEKDAY-NO.
           MOVE 'N' TO SW-FOUND-SW.
           MOVE 1 TO SW-IX.
           PERFORM UNTIL SW-IX > SW-ROW-CTR OR SW-FOUND-ROW
               IF SWR-EMPID (SW-IX) = DY-EMPID (DY-IX)
                       AND SWR-DAY (SW-IX) = WEEKDAY-NO
                   MOVE 'Y' TO SW-FOUND-SW
                   MOVE SWR-POSTC (SW-IX) TO DAY-POSTC
               ELSE
                   ADD 1 TO SW-IX
               END-IF
           END-PERFORM.

       490-WEEKDAY-NO.
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

       500-FIND-PERIOD-START.
      *    PERIOD-FILE IS OPTIONAL -- A FRESH SYSTEM SUMS EVERYTHING,
      *    AS BEFORE THE CONTROL FILE EXISTED.
                   MOVE PC-DATE TO DY-DATE (DY-IX)
                   MOVE 999999 TO DY-IN-TIME (DY-IX)
                   MOVE 0 TO DY-OUT-TIME (DY-IX)
                   MOVE 999999 TO DY-BRK-OUT-TIME (DY-IX)
                   MOVE 0 TO DY-BRK-IN-TIME (DY-IX)
               END-IF
           END-IF.
      *    THE BREAK PAIRS THE SAME WAY THE SHIFT DOES -- EARLIEST
      *    OUT-TO-BREAK, LATEST BACK-FROM-BREAK.
           IF NOT PUNCH-DROPPED
               EVALUATE PC-TYPE
                   WHEN 'I' WHEN 'i'
                       IF PC-TIME < DY-IN-TIME (DY-IX)
                           MOVE PC-TIME TO DY-IN-TIME (DY-IX)
                       END-IF
                   WHEN 'B' WHEN 'b'
                       IF PC-TIME < DY-BRK-OUT-TIME (DY-IX)
                           MOVE PC-TIME TO DY-BRK-OUT-TIME (DY-IX)
                       END-IF
                   WHEN 'R' WHEN 'r'
                       IF PC-TIME > DY-BRK-IN-TIME (DY-IX)
                           MOVE PC-TIME TO DY-BRK-IN-TIME (DY-IX)
                       END-IF
                   WHEN OTHER
                       IF PC-TIME > DY-OUT-TIME (DY-IX)
                           MOVE PC-TIME TO DY-OUT-TIME (DY-IX)
                       END-IF
               END-EVALUATE
           END-IF.

       1200-FIND-DAY-ROW.
      *    A DAY MISSING EITHER PUNCH, OR WHOSE OUT PUNCH IS NOT
      *    AFTER ITS IN PUNCH, PAYS NOTHING AND COUNTS THE WHOLE
      *    SHIFT AS LATE/ABSENT -- THE CLERK SEES IT FLAGGED RATHER
      *    THAN THE GAP BEING QUIETLY PAPERED OVER. AN UNPAIRED
      *    BREAK, OR ONE OUTSIDE THE SHIFT, IS HELD THE SAME WAY.
           PERFORM 2110-CHECK-BREAK-PAIR.
           IF DY-IN-TIME (DY-IX) = 999999
                   OR DY-OUT-TIME (DY-IX) = 0
                   OR DY-OUT-TIME (DY-IX) NOT > DY-IN-TIME (DY-IX)
                   OR BREAK-BAD
               MOVE 0 TO DAY-HOURS
               MOVE 0 TO DAY-NIGHT-HOURS
               ADD 1 TO BAD-DAY-CTR
               IF BREAK-BAD
                   DISPLAY "UNPAIRED BREAK PUNCHES: " DY-EMPID (DY-IX)
                       " ON " DY-DATE (DY-IX)
               ELSE
                   DISPLAY "UNPAIRED PUNCHES: " DY-EMPID (DY-IX)
                       " ON " DY-DATE (DY-IX)
               END-IF
           ELSE
               DIVIDE DY-IN-TIME (DY-IX) BY 10000
                   GIVING IN-HH REMAINDER TIME-REST
                   REMAINDER TIME-REST
               COMPUTE DAY-MINUTES = (OUT-HH * 60 + OUT-MM)
                   - (IN-HH * 60 + IN-MM)
               PERFORM 2120-TAKE-OFF-BREAK
               COMPUTE DAY-HOURS ROUNDED = DAY-MINUTES / 60
      *    HOW MUCH OF THE PAIR FELL IN THE NIGHT BAND -- A BAND
      *    CROSSING MIDNIGHT IS TWO OVERLAPS (START TO 2400 PLUS
               COMPUTE IN-MINUTES = IN-HH * 60 + IN-MM
               COMPUTE OUT-MINUTES = OUT-HH * 60 + OUT-MM
               MOVE 0 TO NIGHT-MINUTES
               PERFORM 2140-NIGHT-BAND-OVERLAP
      *    A PUNCHED BREAK THAT FELL IN THE BAND IS NOT NIGHT WORK.
               IF DY-BRK-OUT-TIME (DY-IX) NOT = 999999
                   MOVE NIGHT-MINUTES TO SPAN-NIGHT-MINUTES
                   MOVE 0 TO NIGHT-MINUTES
                   MOVE BRK-OUT-MINUTES TO IN-MINUTES
                   MOVE BRK-IN-MINUTES TO OUT-MINUTES
                   PERFORM 2140-NIGHT-BAND-OVERLAP
                   IF NIGHT-MINUTES > SPAN-NIGHT-MINUTES
                       MOVE 0 TO NIGHT-MINUTES
                   ELSE
                       COMPUTE NIGHT-MINUTES =
                           SPAN-NIGHT-MINUTES - NIGHT-MINUTES
                   END-IF
               END-IF
               COMPUTE DAY-NIGHT-HOURS ROUNDED = NIGHT-MINUTES / 60
               IF DAY-NIGHT-HOURS > DAY-HOURS
               MOVE 0 TO SM-NHLA (SM-IX)
               MOVE 0 TO SM-NNIGHT (SM-IX)
               MOVE 0 TO SM-NHHOL (SM-IX)
               PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 4
                   MOVE SPACE TO SM-POS-CODE (SM-IX, PS-IX)
                   MOVE 0 TO SM-POS-HOURS (SM-IX, PS-IX)
               END-PERFORM
           END-IF.
           ADD DAY-HOURS TO SM-NHW (SM-IX).
           ADD DAY-SHORT TO SM-NHLA (SM-IX).
           IF HOL-FOUND
               ADD DAY-HOURS TO SM-NHHOL (SM-IX)
           END-IF.
      *    THE DAY'S HOURS ALSO GO TO THE POSITION THE SCHEDULE HAD
      *    THEM IN -- A FIFTH POSITION IN ONE PERIOD HAS NO ROW AND
      *    FALLS TO THE EMPLOYEE'S OWN POSITION LIKE AN UNSCHEDULED
      *    DAY.
           PERFORM 480-FIND-SCHEDULED-POSTC.
           IF DAY-POSTC NOT = SPACE AND DAY-HOURS > 0
               MOVE 'N' TO PS-FOUND-SW
               MOVE 1 TO PS-IX
               PERFORM UNTIL PS-IX > 4 OR PS-FOUND-ROW
                   IF SM-POS-CODE (SM-IX, PS-IX) = DAY-POSTC
                           OR SM-POS-CODE (SM-IX, PS-IX) = SPACE
                       MOVE 'Y' TO PS-FOUND-SW
                   ELSE
                       ADD 1 TO PS-IX
                   END-IF
               END-PERFORM
               IF PS-FOUND-ROW
                   MOVE DAY-POSTC TO SM-POS-CODE (SM-IX, PS-IX)
                   ADD DAY-HOURS TO SM-POS-HOURS (SM-IX, PS-IX)
               END-IF
           END-IF.

       2110-CHECK-BREAK-PAIR.
      *    NO BREAK PUNCHES AT ALL IS A PAIRED DAY (THE STANDARD
      *    BREAK MAY STILL COME OFF); ONE WITHOUT THE OTHER, BACK
      *    BEFORE OUT, OR A BREAK OUTSIDE THE SHIFT IS NOT.
           MOVE 'N' TO BREAK-BAD-SW.
           IF DY-BRK-OUT-TIME (DY-IX) NOT = 999999
                   OR DY-BRK-IN-TIME (DY-IX) NOT = 0
               IF DY-BRK-OUT-TIME (DY-IX) = 999999
                       OR DY-BRK-IN-TIME (DY-IX) = 0
                       OR DY-BRK-IN-TIME (DY-IX)
                           NOT > DY-BRK-OUT-TIME (DY-IX)
                       OR DY-BRK-OUT-TIME (DY-IX)
                           < DY-IN-TIME (DY-IX)
                       OR DY-BRK-IN-TIME (DY-IX)
                           > DY-OUT-TIME (DY-IX)
                   MOVE 'Y' TO BREAK-BAD-SW
               END-IF
           END-IF.

       2120-TAKE-OFF-BREAK.
      *    THE BREAK ACTUALLY PUNCHED COMES OFF THE SPAN; WITH NO
      *    BREAK PUNCHES A SPAN PAST THE THRESHOLD LOSES THE
      *    STANDARD BREAK ANYWAY AND IS FLAGGED FOR THE SUPERVISOR.
           MOVE 0 TO BREAK-MINUTES.
           IF DY-BRK-OUT-TIME (DY-IX) NOT = 999999
               DIVIDE DY-BRK-OUT-TIME (DY-IX) BY 10000
                   GIVING CONF-HH REMAINDER TIME-REST
               DIVIDE TIME-REST BY 100 GIVING CONF-MM
                   REMAINDER TIME-REST
               COMPUTE BRK-OUT-MINUTES = CONF-HH * 60 + CONF-MM
               DIVIDE DY-BRK-IN-TIME (DY-IX) BY 10000
                   GIVING CONF-HH REMAINDER TIME-REST
               DIVIDE TIME-REST BY 100 GIVING CONF-MM
                   REMAINDER TIME-REST
               COMPUTE BRK-IN-MINUTES = CONF-HH * 60 + CONF-MM
               COMPUTE BREAK-MINUTES = BRK-IN-MINUTES
                   - BRK-OUT-MINUTES
               IF BREAK-MINUTES < BREAK-LEGAL-MINS
                   ADD 1 TO BREAK-FLAG-CTR
                   DISPLAY "SHORT BREAK: " DY-EMPID (DY-IX) " ON "
                       DY-DATE (DY-IX) " TOOK " BREAK-MINUTES
                       " MIN, LEGAL MINIMUM " BREAK-LEGAL-MINS
               END-IF
           ELSE
               IF DAY-MINUTES > BREAK-AFTER-HRS * 60
                   MOVE BREAK-MINS TO BREAK-MINUTES
                   ADD 1 TO BREAK-FLAG-CTR
                   DISPLAY "NO BREAK: " DY-EMPID (DY-IX) " ON "
                       DY-DATE (DY-IX) " - STANDARD " BREAK-MINS
                       " MIN TAKEN OFF"
               END-IF
           END-IF.
           IF BREAK-MINUTES < DAY-MINUTES
               SUBTRACT BREAK-MINUTES FROM DAY-MINUTES
           ELSE
               MOVE 0 TO DAY-MINUTES
           END-IF.

       2140-NIGHT-BAND-OVERLAP.
      *    A BAND CROSSING MIDNIGHT IS TWO PIECES (START TO 2400
      *    PLUS 0000 TO END) AGAINST THE SAME PAIR.
           IF NIGHT-START-MIN > NIGHT-END-MIN
               MOVE NIGHT-START-MIN TO OV-LOW
               MOVE 1440 TO OV-HIGH
               PERFORM 2150-ADD-NIGHT-OVERLAP
               MOVE 0 TO OV-LOW
               MOVE NIGHT-END-MIN TO OV-HIGH
               PERFORM 2150-ADD-NIGHT-OVERLAP
           ELSE
               MOVE NIGHT-START-MIN TO OV-LOW
               MOVE NIGHT-END-MIN TO OV-HIGH
               PERFORM 2150-ADD-NIGHT-OVERLAP
           END-IF.

       2150-ADD-NIGHT-OVERLAP.
      *    OVERLAP OF THE PAIR WITH ONE BAND PIECE -- NOTHING ADDS
               MOVE SM-NHLA (SM-IX) TO TS-NHLA
               MOVE SM-NNIGHT (SM-IX) TO TS-NNIGHT
               MOVE SM-NHHOL (SM-IX) TO TS-NHHOL
               PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 4
                   MOVE SM-POS-CODE (SM-IX, PS-IX)
                       TO TS-POS-CODE (PS-IX)
                   MOVE SM-POS-HOURS (SM-IX, PS-IX)
                       TO TS-POS-HOURS (PS-IX)
               END-PERFORM
               WRITE TIMESUM-REC
               ADD 1 TO SUMM-CTR
               DISPLAY SM-EMPID (SM-IX) " WORKED " SM-NHW (SM-IX)
           END-PERFORM.
           CLOSE SUMMARY-FILE.
           DISPLAY "EMPLOYEES SUMMARIZED: " SUMM-CTR
               " -- UNPAIRED DAYS: " BAD-DAY-CTR
               " -- BREAK FLAGS: " BREAK-FLAG-CTR.
           IF DAY-DROPPED-CTR > 0
               DISPLAY "*** " DAY-DROPPED-CTR " PUNCH(ES) DROPPED "
                   "- DAY TABLE FULL. DO NOT USE THIS SUMMARY. ***"

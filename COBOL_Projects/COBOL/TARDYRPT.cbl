      *          from paper. Day 1 on WEEKSCHED.DAT is taken as
      *          MONDAY; the weekday of each calendar date comes off
      *          Zeller's congruence in plain DIVIDE arithmetic.
      *          Every late arrival and absence found is also seeded
      *          into INCIDENT.DAT for the progressive-discipline
      *          run; rerunning a month replaces that month's seeded
      *          rows instead of doubling them.
      *          Meal breaks punched longer than the SHOPCONF.DAT
      *          standard break (built-in 60 minutes) are counted
      *          per employee as overlong breaks on the report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL INCIDENT-FILE
          ASSIGN TO "C:\Users\ADMIN\INCIDENT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INCIDENT-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).
       FD  INCIDENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INCIDENT-REC.
           COPY "INCIDENT.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".

       WORKING-STORAGE SECTION.
       01  PUNCH-STATUS PIC XX.
       01  SCHED-STATUS PIC XX.
       01  INCIDENT-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
      *    THE LONGEST MEAL BREAK THAT PASSES -- THE SAME STANDARD
      *    BREAK TIMESUMM DEDUCTS.
       01  BREAK-MINS PIC 9(3) VALUE 60.
       01  BRK-HH PIC 99.
       01  BRK-MM PIC 99.
       01  BRK-REST PIC 9(4).
       01  BRK-OUT-MINUTES PIC 9(4).
       01  BRK-IN-MINUTES PIC 9(4).
       01  BREAK-MINUTES PIC 9(4).
       01  INCIDENT-EOF PIC X VALUE 'N'.
           88 INCIDENT-END VALUE 'Y'.
       01  PUNCH-EOF PIC X VALUE 'N'.
           88 PUNCH-END VALUE 'Y'.
       01  SCHED-EOF PIC X VALUE 'N'.
               10  ATR-ABSENT-CTR PIC 99.
               10  ATR-STREAK PIC 99.
               10  ATR-BEST-STREAK PIC 99.
               10  ATR-LONGBRK-CTR PIC 99.
      *    FIRST LIVE IN-PUNCH PER EMPID PER DATE -- SAME DAY-TABLE
      *    IDIOM AS TIMESUMM, IN-PUNCH SIDE PLUS THE MEAL BREAK.
       01  DY-ROW-CTR PIC 9(4) VALUE 0.
       01  DY-FOUND-SW PIC X VALUE 'N'.
           88 DY-FOUND-ROW VALUE 'Y'.
               10  DYR-EMPID PIC X(5).
               10  DYR-DATE PIC 9(8).
               10  DYR-IN-TIME PIC 9(6).
               10  DYR-BRK-OUT-TIME PIC 9(6).
               10  DYR-BRK-IN-TIME PIC 9(6).
      *    THE CALENDAR WALK THROUGH THE MONTH.
       01  WORK-DATE PIC 9(8).
       01  WD-YEAR PIC 9(4).
       01  ZC-H PIC 9.
       01  WEEKDAY-NO PIC 9.
       01  WARN-CTR PIC 9(3) VALUE 0.
      *    THE MONTH'S LATES AND ABSENCES AS DISCIPLINE INCIDENTS,
      *    AND THE IN-MEMORY COPY OF INCIDENT.DAT THEY ARE MERGED
      *    INTO -- SAME LOAD/REWRITE IDIOM AS GARNMAINT.
       01  SD-ROW-CTR PIC 9(4) VALUE 0.
       01  SD-IX PIC 9(4).
       01  SD-TABLE.
           05  SD-ROW OCCURS 2000 TIMES.
               10  SDR-EMPID PIC X(5).
               10  SDR-DATE PIC 9(8).
               10  SDR-TYPE PIC X(1).
               10  SDR-TIME PIC 9(6).
       01  IC-ROW-CTR PIC 9(4) VALUE 0.
       01  IC-IX PIC 9(4).
       01  IC-TABLE.
           05  IC-ROW OCCURS 4000 TIMES.
               10  ICR-EMPID PIC X(5).
               10  ICR-DATE PIC 9(8).
               10  ICR-TYPE PIC X(1).
               10  ICR-NOTE PIC X(30).
               10  ICR-ENTERED-BY PIC X(10).
               10  ICR-SOURCE PIC X(1).
       01  SEED-TYPE PIC X(1).
       01  SEED-TIME PIC 9(6).
       01  SEED-TIMEDP PIC 99B99B99.
       01  PRT-LINE PIC X(80).

       PROCEDURE DIVISION.
           COMPUTE SHIFT-START-HMS = SHIFT-START * 100.
           DISPLAY "TARDINESS WARNING THRESHOLD (LATES): ".
           ACCEPT TARDY-LIMIT.
           PERFORM 0500-LOAD-BREAK-ALLOWANCE.
           PERFORM 1000-LOAD-SCHEDULE-DAYS.
           IF AT-ROW-CTR = 0
               DISPLAY "NO WEEKLY SCHEDULE ON FILE - RUN CREWSCHED "
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 2000-LOAD-FIRST-IN-PUNCHES.
           PERFORM 2500-COUNT-LONG-BREAKS.
           PERFORM 3000-WALK-THE-MONTH.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 5000-SEED-INCIDENTS.
           PERFORM 9999-EXIT.

       0500-LOAD-BREAK-ALLOWANCE.
      *    SHOPCONF-FILE IS OPTIONAL -- WITHOUT IT, OR WITH THE
      *    BREAK COLUMNS ZERO, THE BUILT-IN 60 MINUTES STANDS.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               IF SC-BREAK-MINS IS NUMERIC AND SC-BREAK-MINS > 0
                   MOVE SC-BREAK-MINS TO BREAK-MINS
               END-IF
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       1000-LOAD-SCHEDULE-DAYS.
           MOVE 'N' TO SCHED-EOF.
           OPEN INPUT SCHED-FILE.
                       MOVE 0 TO ATR-ABSENT-CTR (AT-IX)
                       MOVE 0 TO ATR-STREAK (AT-IX)
                       MOVE 0 TO ATR-BEST-STREAK (AT-IX)
                       MOVE 0 TO ATR-LONGBRK-CTR (AT-IX)
                   END-IF
                   IF SH-DAY > 0 AND SH-DAY < 8
                       MOVE 'Y' TO ATR-DAY-SW (AT-IX, SH-DAY)
                   MOVE PC-EMPID TO DYR-EMPID (DY-IX)
                   MOVE PC-DATE TO DYR-DATE (DY-IX)
                   MOVE 999999 TO DYR-IN-TIME (DY-IX)
                   MOVE 999999 TO DYR-BRK-OUT-TIME (DY-IX)
                   MOVE 0 TO DYR-BRK-IN-TIME (DY-IX)
               END-IF
           END-IF.
      *    AN OUT PUNCH STILL PROVES PRESENCE -- ONLY THE IN TIME
                   AND PC-TIME < DYR-IN-TIME (DY-IX)
               MOVE PC-TIME TO DYR-IN-TIME (DY-IX)
           END-IF.
           IF (PC-TYPE = 'B' OR PC-TYPE = 'b')
                   AND PC-TIME < DYR-BRK-OUT-TIME (DY-IX)
               MOVE PC-TIME TO DYR-BRK-OUT-TIME (DY-IX)
           END-IF.
           IF (PC-TYPE = 'R' OR PC-TYPE = 'r')
                   AND PC-TIME > DYR-BRK-IN-TIME (DY-IX)
               MOVE PC-TIME TO DYR-BRK-IN-TIME (DY-IX)
           END-IF.

       2200-FIND-DY-ROW.
           MOVE 'N' TO DY-FOUND-SW.
               END-IF
           END-PERFORM.

       2500-COUNT-LONG-BREAKS.
      *    ONLY A PROPERLY PAIRED BREAK IS MEASURED -- A HALF-PUNCHED
      *    ONE IS PUNCHFIX'S EXCEPTION, NOT AN OVERLONG BREAK.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > DY-ROW-CTR
               IF DYR-BRK-OUT-TIME (DY-IX) NOT = 999999
                       AND DYR-BRK-IN-TIME (DY-IX)
                           > DYR-BRK-OUT-TIME (DY-IX)
                   DIVIDE DYR-BRK-OUT-TIME (DY-IX) BY 10000
                       GIVING BRK-HH REMAINDER BRK-REST
                   DIVIDE BRK-REST BY 100 GIVING BRK-MM
                       REMAINDER BRK-REST
                   COMPUTE BRK-OUT-MINUTES = BRK-HH * 60 + BRK-MM
                   DIVIDE DYR-BRK-IN-TIME (DY-IX) BY 10000
                       GIVING BRK-HH REMAINDER BRK-REST
                   DIVIDE BRK-REST BY 100 GIVING BRK-MM
                       REMAINDER BRK-REST
                   COMPUTE BRK-IN-MINUTES = BRK-HH * 60 + BRK-MM
                   COMPUTE BREAK-MINUTES = BRK-IN-MINUTES
                       - BRK-OUT-MINUTES
                   IF BREAK-MINUTES > BREAK-MINS
                       MOVE DYR-EMPID (DY-IX) TO AT-LOOKUP-EMPID
                       PERFORM 1100-FIND-AT-ROW
                       IF AT-FOUND-ROW
                           ADD 1 TO ATR-LONGBRK-CTR (AT-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3000-WALK-THE-MONTH.
           DIVIDE REPORT-MONTH BY 100 GIVING WD-YEAR
               REMAINDER WD-MONTH.
               IF NOT DY-FOUND-ROW
                   ADD 1 TO ATR-ABSENT-CTR (AT-IX)
                   MOVE 0 TO ATR-STREAK (AT-IX)
                   MOVE 'A' TO SEED-TYPE
                   MOVE 0 TO SEED-TIME
                   PERFORM 3500-NOTE-INCIDENT
               ELSE
               IF DYR-IN-TIME (DY-IX) = 999999
                       OR DYR-IN-TIME (DY-IX) > SHIFT-START-HMS
                   ADD 1 TO ATR-LATE-CTR (AT-IX)
                   MOVE 0 TO ATR-STREAK (AT-IX)
                   MOVE 'T' TO SEED-TYPE
                   MOVE DYR-IN-TIME (DY-IX) TO SEED-TIME
                   PERFORM 3500-NOTE-INCIDENT
               ELSE
                   ADD 1 TO ATR-STREAK (AT-IX)
                   IF ATR-STREAK (AT-IX) >
               END-IF
           END-PERFORM.

       3500-NOTE-INCIDENT.
      *    PAST THE TABLE'S END THE REST OF THE MONTH GOES
      *    UNSEEDED.
           IF SD-ROW-CTR < 2000
               ADD 1 TO SD-ROW-CTR
               MOVE ATR-EMPID (AT-IX) TO SDR-EMPID (SD-ROW-CTR)
               MOVE WORK-DATE TO SDR-DATE (SD-ROW-CTR)
               MOVE SEED-TYPE TO SDR-TYPE (SD-ROW-CTR)
               MOVE SEED-TIME TO SDR-TIME (SD-ROW-CTR)
           END-IF.

       4000-PRINT-REPORT.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\TARDY_" DELIMITED BY SIZE
               REPORT-MONTH DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "EMPID  LATES  ABSENCES  BEST STREAK  LONG BREAKS"
               TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           PERFORM VARYING AT-IX FROM 1 BY 1
                   UNTIL AT-IX > AT-ROW-CTR
                   ATR-ABSENT-CTR (AT-IX) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   ATR-BEST-STREAK (AT-IX) DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   ATR-LONGBRK-CTR (AT-IX) DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SPOOL-LINE FROM PRT-LINE
               DISPLAY ATR-EMPID (AT-IX) " LATES "
                   ATR-LATE-CTR (AT-IX) " ABSENCES "
                   ATR-ABSENT-CTR (AT-IX) " BEST STREAK "
                   ATR-BEST-STREAK (AT-IX) " LONG BREAKS "
                   ATR-LONGBRK-CTR (AT-IX)
               IF ATR-ABSENT-CTR (AT-IX) = 0
                       AND ATR-LATE-CTR (AT-IX) = 0
                   DISPLAY "  PERFECT ATTENDANCE THIS MONTH"
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.

       5000-SEED-INCIDENTS.
      *    EVERY ROW ALREADY ON FILE IS KEPT EXCEPT THIS MONTH'S OWN
      *    EARLIER SEEDING, WHICH THIS RUN REPLACES -- MANUAL AND
      *    DRAWER-LEDGER ROWS ARE NEVER TOUCHED.
           MOVE 0 TO IC-ROW-CTR.
           MOVE 'N' TO INCIDENT-EOF.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-STATUS = "00"
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO INCIDENT-EOF
               END-READ
               PERFORM UNTIL INCIDENT-END
                   IF (IC-SOURCE NOT = 'T'
                           OR IC-DATE (1:6) NOT = REPORT-MONTH)
                           AND IC-ROW-CTR < 4000
                       ADD 1 TO IC-ROW-CTR
                       MOVE IC-EMPID TO ICR-EMPID (IC-ROW-CTR)
                       MOVE IC-DATE TO ICR-DATE (IC-ROW-CTR)
                       MOVE IC-TYPE TO ICR-TYPE (IC-ROW-CTR)
                       MOVE IC-NOTE TO ICR-NOTE (IC-ROW-CTR)
                       MOVE IC-ENTERED-BY TO ICR-ENTERED-BY (IC-ROW-CTR)
                       MOVE IC-SOURCE TO ICR-SOURCE (IC-ROW-CTR)
                   END-IF
                   READ INCIDENT-FILE
                       AT END MOVE 'Y' TO INCIDENT-EOF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           ELSE
               IF INCIDENT-STATUS = "05"
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF.
           OPEN OUTPUT INCIDENT-FILE.
           PERFORM VARYING IC-IX FROM 1 BY 1 UNTIL IC-IX > IC-ROW-CTR
               MOVE ICR-EMPID (IC-IX) TO IC-EMPID
               MOVE ICR-DATE (IC-IX) TO IC-DATE
               MOVE ICR-TYPE (IC-IX) TO IC-TYPE
               MOVE ICR-NOTE (IC-IX) TO IC-NOTE
               MOVE ICR-ENTERED-BY (IC-IX) TO IC-ENTERED-BY
               MOVE ICR-SOURCE (IC-IX) TO IC-SOURCE
               WRITE INCIDENT-REC
           END-PERFORM.
           PERFORM VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > SD-ROW-CTR
               MOVE SDR-EMPID (SD-IX) TO IC-EMPID
               MOVE SDR-DATE (SD-IX) TO IC-DATE
               MOVE SDR-TYPE (SD-IX) TO IC-TYPE
               MOVE SPACES TO IC-NOTE
               IF SDR-TYPE (SD-IX) = 'A'
                   MOVE "ABSENT ON A SCHEDULED DAY" TO IC-NOTE
               ELSE
                   IF SDR-TIME (SD-IX) = 999999
                       MOVE "NO IN PUNCH ON A SCHEDULED DAY"
                           TO IC-NOTE
                   ELSE
                       MOVE SDR-TIME (SD-IX) TO SEED-TIMEDP
                       STRING "IN AT " DELIMITED BY SIZE
                           SEED-TIMEDP DELIMITED BY SIZE
                           " - LATE" DELIMITED BY SIZE
                           INTO IC-NOTE
                   END-IF
               END-IF
               MOVE "TARDYRPT" TO IC-ENTERED-BY
               MOVE 'T' TO IC-SOURCE
               WRITE INCIDENT-REC
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           DISPLAY SD-ROW-CTR " LATE/ABSENT INCIDENT(S) SEEDED FOR "
               "DISCIPLINE.".

       9999-EXIT.
           STOP RUN.
       END PROGRAM TARDYRPT.

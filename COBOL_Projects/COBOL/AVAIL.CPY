      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One crew-availability row -- the EMPID, the date
      *          the row takes effect, a Y/N per weekday (1 = Monday,
      *          the WEEKSCHED.DAT day numbering), the earliest start
      *          and latest end the person can work (HHMM, zero for
      *          no limit) and the most hours they will take in a
      *          week (zero for no cap). The row in effect for a week
      *          is the last row for the EMPID dated on or before it,
      *          the same as-of rule POSRATE.DAT uses, so next
      *          semester's availability can be keyed ahead.
      *          Maintained by AVAILMAINT; CREWSCHED and SHIFTSWAP
      *          refuse an assignment outside it unless a supervisor
      *          overrides.
      ******************************************************************
       01  AVAIL-REC.
           05  AV-EMPID PIC X(5).
           05  AV-EFF-DATE PIC 9(8).
           05  AV-DAY-SW PIC X(1) OCCURS 7 TIMES.
           05  AV-EARLIEST PIC 9(4).
           05  AV-LATEST PIC 9(4).
           05  AV-MAX-HOURS PIC 99.
           05  AV-KEYED-BY PIC X(10).

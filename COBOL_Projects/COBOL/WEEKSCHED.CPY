      *          (1-7), the EMPID working it, their position code off
      *          the employee master, and the hours scheduled.
      *          Written by CREWSCHED from the roster combination the
      *          clerk picked (or posted from the SCHEDPROP draft),
      *          read back by the SCHEDVAR schedule-versus-actual
      *          variance report.
      ******************************************************************
       01  WEEKSCHED-REC.
           05  SH-DAY PIC 9(1).

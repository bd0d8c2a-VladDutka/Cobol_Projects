      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One slot of the proposed week schedule -- the same
      *          shape as WEEKSCHED.DAT (day 1-7, EMPID, position
      *          code, hours). Written by SCHEDPROP off the hourly
      *          sales curve; nothing reads it as the schedule until
      *          the supervisor reviews and posts it through
      *          CREWSCHED.
      ******************************************************************
       01  WEEKDRAFT-REC.
           05  DS-DAY PIC 9(1).
           05  DS-EMPID PIC X(5).
           05  DS-POSTC PIC X(1).
           05  DS-HOURS PIC 99.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: The labor standard for one position code -- how
      *          many transactions one crew member in that position
      *          handles in an hour, and the fewest heads the
      *          position keeps on the floor while the store is
      *          open however slow the hour. Maintained by CREWSTDM,
      *          read by SCHEDPROP to turn the hourly sales curve
      *          into required crew.
      ******************************************************************
       01  CREWSTD-REC.
           05  CS-POSTC PIC X(1).
           05  CS-TXN-PER-HOUR PIC 9(3).
           05  CS-MIN-CREW PIC 9(1).

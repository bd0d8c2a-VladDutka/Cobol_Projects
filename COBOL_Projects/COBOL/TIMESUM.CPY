      *    OFF THE CLOCK THE SAME WAY TS-NHW DEFAULTS NHW, INSTEAD
      *    OF THE CLERK HAND-COUNTING HOLIDAY DAYS.
           05  TS-NHHOL PIC 999.
      *    THE PERIOD'S CLOCKED HOURS BROKEN OUT BY THE POSITION THE
      *    WEEK SCHEDULE PUT THE EMPLOYEE IN ON EACH PUNCH DAY -- A
      *    DAY WITH NO SCHEDULE ROW STAYS OUT OF THESE AND FALLS TO
      *    THE EMPLOYEE'S OWN POSTC IN NEW-ENTRY. BLANK CODE MEANS AN
      *    UNUSED ROW.
           05  TS-POS-ROW OCCURS 4 TIMES.
               10  TS-POS-CODE PIC X(1).
               10  TS-POS-HOURS PIC 999.

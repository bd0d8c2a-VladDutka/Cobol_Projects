      *    AND THE FEE CHARGED AGREE. SPACES ON RECORDS FROM BEFORE
      *    ZONES EXISTED.
           05  DP-ZONE PIC X(2).
      *    THE DRIVER TRIP DISPATCHM BUILT THE ORDER INTO AND ITS
      *    STOP NUMBER ON THE MANIFEST -- ZEROS WHILE THE ORDER IS ON
      *    NO TRIP (AND NOT NUMERIC ON RECORDS FROM BEFORE TRIPS).
           05  DP-TRIP-NO PIC 9(5).
           05  DP-STOP-SEQ PIC 9(2).

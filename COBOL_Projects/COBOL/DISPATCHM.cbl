      *          delivery / delivered / returned with timestamps, and
      *          print the end-of-day undelivered list, so a customer
      *          call about a missing order gets answered from the
      *          file instead of a driver's memory. Pending orders
      *          can also be built into driver trips -- grouped by
      *          zone and its DELZONE.DAT neighbours, up to the
      *          SHOPCONF stop and packed-volume limits (PACKSLIP's
      *          box volumes) -- and a whole trip sent out with one
      *          driver in one step, printing the trip manifest to
      *          TRIPMAN.SPL: the stops in order with addresses, the
      *          cash to collect and each stop's packing slip.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL DELZONE-FILE
          ASSIGN TO "C:\Users\ADMIN\DELZONE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DELZONE-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL BOX-SIZE-FILE
          ASSIGN TO "C:\Users\ADMIN\BOXSIZE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BOX-SIZE-STATUS.
          SELECT OPTIONAL MANIFEST-FILE
          ASSIGN TO "C:\Users\ADMIN\TRIPMAN.SPL"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  DELZONE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DELZONE-REC.
           COPY "DELZONE.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  BOX-SIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOX-SIZE-REC.
           COPY "BOXSIZE.CPY".
       FD  MANIFEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MANIFEST-LINE.
       01  MANIFEST-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  DISPATCH-STATUS PIC XX.
               10  DSR-OUT-STAMP PIC X(14).
               10  DSR-DONE-STAMP PIC X(14).
               10  DSR-ZONE PIC X(2).
               10  DSR-TRIP-NO PIC 9(5).
               10  DSR-STOP-SEQ PIC 9(2).
               10  DSR-VOLUME PIC 9(12).
       01  PICK-ONUM PIC 9(7).
       01  PICK-IX PIC 9(4).
       01  DRIVER-EMPID PIC X(5).
       01  STAMP-TIME PIC 9(8).
       01  WORK-STAMP PIC X(14).
       01  OPEN-CTR PIC 9(4).
       01  DELZONE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  BOX-SIZE-STATUS PIC XX.
       01  DELZONE-EOF PIC X VALUE 'N'.
           88 DELZONE-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  BOX-TABLE-EOF PIC X VALUE 'N'.
           88 BOX-TABLE-END VALUE 'Y'.
       01  ITEM-FILE-SW PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
      *    TRIP LIMITS -- SHOPCONF.DAT WHEN SET, FOUR STOPS AND NO
      *    VOLUME LIMIT OTHERWISE.
       01  TRIP-MAX-STOPS PIC 9(2) VALUE 4.
       01  TRIP-MAX-VOL PIC 9(9) VALUE 0.
      *    ZONE NEIGHBOURS OFF DELZONE.DAT.
       01  DZ-ROW-CTR PIC 9(2) VALUE 0.
       01  DZ-IX PIC 9(2).
       01  NB-IX PIC 9.
       01  DZ-TABLE.
           05  DZ-ROW OCCURS 20 TIMES.
               10  DZR-ZONE PIC X(2).
               10  DZR-NEIGHBOR PIC X(2) OCCURS 5 TIMES.
       01  PAIR-ZONE-A PIC X(2).
       01  PAIR-ZONE-B PIC X(2).
       01  NEIGHBOR-SW PIC X.
           88 ZONES-ARE-NEIGHBORS VALUE 'Y'.
      *    BOX-SIZE TABLE, CUBED AT LOAD TIME THE WAY PACKSLIP DOES.
       01  BOX-ROW-CTR PIC 99 VALUE 0.
       01  BOXIX PIC 99.
       01  SIDE PIC 9(4).
       01  BOXSQUARE PIC 9(8).
       01  BOX-TABLE.
           05  BOX-ROW OCCURS 50 TIMES.
               10  BR-TERM PIC 99.
               10  BR-SIZE PIC 9(4).
               10  BR-CUBE PIC 9(12).
       01  LINE-VOL PIC 9(12).
       01  CHOSEN-IX PIC 99.
       01  BOXES-NEEDED PIC 9(3).
      *    THE TRIP BEING BUILT OR SENT OUT.
       01  LAST-TRIP-NO PIC 9(5) VALUE 0.
       01  PICK-TRIP PIC 9(5).
       01  SEED-IX PIC 9(4).
       01  SEED-ZONE PIC X(2).
       01  TRIP-STOPS PIC 9(2).
       01  TRIP-VOL PIC 9(12).
       01  TRIPS-BUILT PIC 9(3).
       01  STOP-SEQ PIC 9(2).
       01  STOP-IX PIC 9(4).
       01  COLLECT-AMT PIC 9(6)V99.
       01  TRIP-COLLECT PIC 9(7)V99.
       01  COLLECT-DP PIC ZZZ,ZZ9.99.
       01  TRIP-COLLECT-DP PIC Z,ZZZ,ZZ9.99.
       01  PAY-NOTE PIC X(20).
       01  PRT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "[L] LIST OPEN DELIVERIES"
               DISPLAY "[A] ASSIGN A DRIVER / SEND OUT"
               DISPLAY "[M] MARK DELIVERED OR RETURNED"
               DISPLAY "[B] BUILD TRIPS FROM PENDING ORDERS"
               DISPLAY "[T] SEND A TRIP OUT WITH ONE DRIVER"
               DISPLAY "[K] BREAK UP A TRIP"
               DISPLAY "[U] UNDELIVERED-ORDERS REPORT"
               DISPLAY "[X] EXIT (SAVES THE FILE)"
               DISPLAY "ENTER YOUR CHOICE: "
                       PERFORM SEND-ONE-OUT
                   WHEN 'M' WHEN 'm'
                       PERFORM MARK-ONE-DONE
                   WHEN 'B' WHEN 'b'
                       PERFORM BUILD-TRIPS
                   WHEN 'T' WHEN 't'
                       PERFORM SEND-TRIP-OUT
                   WHEN 'K' WHEN 'k'
                       PERFORM BREAK-UP-TRIP
                   WHEN 'U' WHEN 'u'
                       PERFORM UNDELIVERED-REPORT
                   WHEN 'X' WHEN 'x'
                       DSR-STATUS (DS-IX) "] "
                       DSR-ADDRESS (DS-IX) " "
                       DSR-CONTACT (DS-IX) " DRIVER "
                       DSR-DRIVER (DS-IX) " ZONE "
                       DSR-ZONE (DS-IX) " TRIP "
                       DSR-TRIP-NO (DS-IX) "/"
                       DSR-STOP-SEQ (DS-IX)
               END-IF
           END-PERFORM.
           DISPLAY "OPEN DELIVERIES: " OPEN-CTR.
           END-PERFORM.
           DISPLAY "NOT YET DELIVERED: " OPEN-CTR.

       BUILD-TRIPS.
      *    OLDEST PENDING ORDER FIRST: IT SEEDS A TRIP, THE OTHER
      *    PENDING ORDERS FOR ITS ZONE JOIN NEXT, THEN THOSE FOR THE
      *    NEIGHBOURING ZONES, UNTIL THE STOP OR VOLUME LIMIT IS
      *    REACHED. AN ORDER ALREADY ON A TRIP IS LEFT WHERE IT IS.
           PERFORM LOAD-TRIP-LIMITS.
           PERFORM LOAD-DELZONE-TABLE.
           PERFORM COMPUTE-PENDING-VOLUMES.
           MOVE 0 TO TRIPS-BUILT.
           PERFORM VARYING SEED-IX FROM 1 BY 1
                   UNTIL SEED-IX > DS-ROW-CTR
               IF DSR-STATUS (SEED-IX) = 'P'
                       AND DSR-TRIP-NO (SEED-IX) = 0
                   PERFORM BUILD-ONE-TRIP
               END-IF
           END-PERFORM.
           DISPLAY "TRIPS BUILT: " TRIPS-BUILT.

       BUILD-ONE-TRIP.
           ADD 1 TO LAST-TRIP-NO.
           ADD 1 TO TRIPS-BUILT.
           MOVE LAST-TRIP-NO TO DSR-TRIP-NO (SEED-IX).
           MOVE 1 TO DSR-STOP-SEQ (SEED-IX).
           MOVE 1 TO TRIP-STOPS.
           MOVE DSR-VOLUME (SEED-IX) TO TRIP-VOL.
           MOVE DSR-ZONE (SEED-IX) TO SEED-ZONE.
           MOVE SEED-ZONE TO PAIR-ZONE-A.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               IF DSR-ZONE (DS-IX) = SEED-ZONE
                   PERFORM TRY-ADD-STOP
               END-IF
           END-PERFORM.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               IF DSR-ZONE (DS-IX) NOT = SEED-ZONE
                   MOVE DSR-ZONE (DS-IX) TO PAIR-ZONE-B
                   PERFORM CHECK-ZONE-PAIR
                   IF ZONES-ARE-NEIGHBORS
                       PERFORM TRY-ADD-STOP
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "TRIP " LAST-TRIP-NO " ZONE " SEED-ZONE " - "
               TRIP-STOPS " STOP(S), VOLUME " TRIP-VOL.

       TRY-ADD-STOP.
           IF DSR-STATUS (DS-IX) = 'P'
                   AND DSR-TRIP-NO (DS-IX) = 0
                   AND TRIP-STOPS < TRIP-MAX-STOPS
               IF TRIP-MAX-VOL = 0
                       OR TRIP-VOL + DSR-VOLUME (DS-IX)
                           NOT > TRIP-MAX-VOL
                   ADD 1 TO TRIP-STOPS
                   ADD DSR-VOLUME (DS-IX) TO TRIP-VOL
                   MOVE LAST-TRIP-NO TO DSR-TRIP-NO (DS-IX)
                   MOVE TRIP-STOPS TO DSR-STOP-SEQ (DS-IX)
               END-IF
           END-IF.

       CHECK-ZONE-PAIR.
      *    NEIGHBOURS EITHER WAY ROUND -- LISTED UNDER ONE ZONE IS
      *    ENOUGH.
           MOVE 'N' TO NEIGHBOR-SW.
           PERFORM VARYING DZ-IX FROM 1 BY 1
                   UNTIL DZ-IX > DZ-ROW-CTR
               IF DZR-ZONE (DZ-IX) = PAIR-ZONE-A
                   PERFORM VARYING NB-IX FROM 1 BY 1
                           UNTIL NB-IX > 5
                       IF DZR-NEIGHBOR (DZ-IX, NB-IX) = PAIR-ZONE-B
                           MOVE 'Y' TO NEIGHBOR-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF DZR-ZONE (DZ-IX) = PAIR-ZONE-B
                   PERFORM VARYING NB-IX FROM 1 BY 1
                           UNTIL NB-IX > 5
                       IF DZR-NEIGHBOR (DZ-IX, NB-IX) = PAIR-ZONE-A
                           MOVE 'Y' TO NEIGHBOR-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF PAIR-ZONE-B = SPACES
               MOVE 'N' TO NEIGHBOR-SW
           END-IF.

       COMPUTE-PENDING-VOLUMES.
      *    THE SAME ARITHMETIC AS PACKSLIP -- EACH LINE'S CATALOG BOX
      *    CODE, CUBED, TIMES THE QUANTITY. A LINE WITH NO BOX CODE
      *    ADDS NOTHING.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               MOVE 0 TO DSR-VOLUME (DS-IX)
           END-PERFORM.
           PERFORM LOAD-BOX-TABLE.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   MOVE 0 TO STOP-IX
                   PERFORM VARYING DS-IX FROM 1 BY 1
                           UNTIL DS-IX > DS-ROW-CTR OR STOP-IX > 0
                       IF DSR-ONUM (DS-IX) = OL-ONUM
                               AND DSR-STATUS (DS-IX) = 'P'
                               AND DSR-TRIP-NO (DS-IX) = 0
                           MOVE DS-IX TO STOP-IX
                       END-IF
                   END-PERFORM
                   IF STOP-IX > 0
                       PERFORM CUBE-ORDER-LINE
                       ADD LINE-VOL TO DSR-VOLUME (STOP-IX)
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           END-IF.
           IF ITEM-FILE-AVAILABLE
               CLOSE ITEM-FILE
               MOVE 'N' TO ITEM-FILE-SW
           END-IF.

       CUBE-ORDER-LINE.
           MOVE 0 TO LINE-VOL.
           IF ITEM-FILE-AVAILABLE
               MOVE OL-ITEM-CODE TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING BOXIX FROM 1 BY 1
                               UNTIL BOXIX > BOX-ROW-CTR
                           IF BR-TERM (BOXIX) = IT-BOXCODE
                               COMPUTE LINE-VOL =
                                   BR-CUBE (BOXIX) * OL-QTY
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       SEND-TRIP-OUT.
      *    ONE DRIVER, ONE STAMP, EVERY PENDING STOP ON THE TRIP --
      *    THEN THE MANIFEST GOES TO THE SPOOL FOR THE DRIVER.
           DISPLAY "TRIP NUMBER: ".
           ACCEPT PICK-TRIP.
           MOVE 0 TO TRIP-STOPS.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               IF DSR-TRIP-NO (DS-IX) = PICK-TRIP
                       AND DSR-STATUS (DS-IX) = 'P'
                   ADD 1 TO TRIP-STOPS
               END-IF
           END-PERFORM.
           IF PICK-TRIP = 0 OR TRIP-STOPS = 0
               DISPLAY "NO PENDING ORDERS ON THAT TRIP."
           ELSE
               DISPLAY "DRIVER EMPID: "
               ACCEPT DRIVER-EMPID
               PERFORM CHECK-DRIVER
               PERFORM UNTIL DRIVER-OK
                   DISPLAY "NOT ON THE EMPLOYEE MASTER - RE-ENTER: "
                   ACCEPT DRIVER-EMPID
                   PERFORM CHECK-DRIVER
               END-PERFORM
               PERFORM BUILD-WORK-STAMP
               PERFORM VARYING DS-IX FROM 1 BY 1
                       UNTIL DS-IX > DS-ROW-CTR
                   IF DSR-TRIP-NO (DS-IX) = PICK-TRIP
                           AND DSR-STATUS (DS-IX) = 'P'
                       MOVE DRIVER-EMPID TO DSR-DRIVER (DS-IX)
                       MOVE 'O' TO DSR-STATUS (DS-IX)
                       MOVE WORK-STAMP TO DSR-OUT-STAMP (DS-IX)
                   END-IF
               END-PERFORM
               PERFORM PRINT-TRIP-MANIFEST
               DISPLAY "TRIP " PICK-TRIP " OUT WITH " DRIVER-EMPID
                   " - " TRIP-STOPS " STOP(S). MANIFEST PRINTED."
           END-IF.

       BREAK-UP-TRIP.
      *    ONLY STOPS STILL PENDING GO BACK TO THE POOL -- AN ORDER
      *    ALREADY OUT STAYS ON THE TRIP IT LEFT WITH.
           DISPLAY "TRIP NUMBER: ".
           ACCEPT PICK-TRIP.
           MOVE 0 TO TRIP-STOPS.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               IF PICK-TRIP > 0
                       AND DSR-TRIP-NO (DS-IX) = PICK-TRIP
                       AND DSR-STATUS (DS-IX) = 'P'
                   MOVE 0 TO DSR-TRIP-NO (DS-IX)
                   MOVE 0 TO DSR-STOP-SEQ (DS-IX)
                   ADD 1 TO TRIP-STOPS
               END-IF
           END-PERFORM.
           DISPLAY "ORDERS RELEASED FROM TRIP: " TRIP-STOPS.

       PRINT-TRIP-MANIFEST.
           PERFORM LOAD-BOX-TABLE.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           MOVE 0 TO TRIP-COLLECT.
           OPEN EXTEND MANIFEST-FILE.
           MOVE ALL '=' TO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TRIP MANIFEST - TRIP " DELIMITED BY SIZE
               PICK-TRIP DELIMITED BY SIZE
               "  DRIVER " DELIMITED BY SIZE
               DRIVER-EMPID DELIMITED BY SIZE
               "  OUT " DELIMITED BY SIZE
               WORK-STAMP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           PERFORM VARYING STOP-SEQ FROM 1 BY 1
                   UNTIL STOP-SEQ > 20
               MOVE 0 TO STOP-IX
               PERFORM VARYING DS-IX FROM 1 BY 1
                       UNTIL DS-IX > DS-ROW-CTR
                   IF DSR-TRIP-NO (DS-IX) = PICK-TRIP
                           AND DSR-STOP-SEQ (DS-IX) = STOP-SEQ
                           AND DSR-OUT-STAMP (DS-IX) = WORK-STAMP
                       MOVE DS-IX TO STOP-IX
                   END-IF
               END-PERFORM
               IF STOP-IX > 0
                   PERFORM PRINT-ONE-STOP
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           MOVE TRIP-COLLECT TO TRIP-COLLECT-DP.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL CASH TO COLLECT ON THIS TRIP: "
               DELIMITED BY SIZE
               TRIP-COLLECT-DP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           CLOSE MANIFEST-FILE.
           IF ITEM-FILE-AVAILABLE
               CLOSE ITEM-FILE
               MOVE 'N' TO ITEM-FILE-SW
           END-IF.

       PRINT-ONE-STOP.
      *    CASH TO COLLECT FOLLOWS DRVSETTLE'S RULE -- ONLY A CASH
      *    TENDER PUTS MONEY IN THE DRIVER'S POUCH; ANYTHING ELSE
      *    WAS SETTLED AT THE COUNTER.
           MOVE 0 TO COLLECT-AMT.
           MOVE "PREPAID" TO PAY-NOTE.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-ONUM = DSR-ONUM (STOP-IX)
                           AND OR-TXN-TYPE NOT = 'V'
                       IF OR-TENDER-TYPE = 'C'
                               OR OR-TENDER-TYPE = SPACE
                           MOVE OR-ATOT TO COLLECT-AMT
                           MOVE "COLLECT CASH" TO PAY-NOTE
                       END-IF
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.
           ADD COLLECT-AMT TO TRIP-COLLECT.
           MOVE ALL '-' TO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "STOP " DELIMITED BY SIZE
               STOP-SEQ DELIMITED BY SIZE
               "  ORDER " DELIMITED BY SIZE
               DSR-ONUM (STOP-IX) DELIMITED BY SIZE
               "  ZONE " DELIMITED BY SIZE
               DSR-ZONE (STOP-IX) DELIMITED BY SIZE
               "  CONTACT " DELIMITED BY SIZE
               DSR-CONTACT (STOP-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
               DSR-ADDRESS (STOP-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           MOVE COLLECT-AMT TO COLLECT-DP.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
               PAY-NOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COLLECT-DP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE MANIFEST-LINE FROM PRT-LINE.
           PERFORM PRINT-STOP-SLIP.

       PRINT-STOP-SLIP.
      *    THE STOP'S PACKING SLIP, LAID OUT AS PACKSLIP PRINTS IT --
      *    THE LINES WITH THEIR VOLUMES, THEN THE CARTON TO USE.
           MOVE 0 TO TRIP-VOL.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-ONUM = DSR-ONUM (STOP-IX)
                       PERFORM CUBE-ORDER-LINE
                       ADD LINE-VOL TO TRIP-VOL
                       MOVE SPACES TO PRT-LINE
                       STRING "  " DELIMITED BY SIZE
                           OL-ITEM-CODE DELIMITED BY SIZE
                           "  X" DELIMITED BY SIZE
                           OL-QTY DELIMITED BY SIZE
                           "  VOLUME " DELIMITED BY SIZE
                           LINE-VOL DELIMITED BY SIZE
                           INTO PRT-LINE
                       WRITE MANIFEST-LINE FROM PRT-LINE
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           END-IF.
           MOVE 0 TO CHOSEN-IX.
           PERFORM VARYING BOXIX FROM 1 BY 1
                   UNTIL BOXIX > BOX-ROW-CTR OR CHOSEN-IX > 0
               IF BR-CUBE (BOXIX) NOT < TRIP-VOL
                   MOVE BOXIX TO CHOSEN-IX
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-LINE.
           IF TRIP-VOL = 0 OR BOX-ROW-CTR = 0
               STRING "  NO MEASURED VOLUME - PACK BY EYE"
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
           IF CHOSEN-IX > 0
               STRING "  TOTAL VOLUME " DELIMITED BY SIZE
                   TRIP-VOL DELIMITED BY SIZE
                   " - USE CARTON " DELIMITED BY SIZE
                   BR-TERM (CHOSEN-IX) DELIMITED BY SIZE
                   " (SIDE " DELIMITED BY SIZE
                   BR-SIZE (CHOSEN-IX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               COMPUTE BOXES-NEEDED =
                   (TRIP-VOL + BR-CUBE (BOX-ROW-CTR) - 1)
                   / BR-CUBE (BOX-ROW-CTR)
               STRING "  TOTAL VOLUME " DELIMITED BY SIZE
                   TRIP-VOL DELIMITED BY SIZE
                   " - SPLIT ACROSS " DELIMITED BY SIZE
                   BOXES-NEEDED DELIMITED BY SIZE
                   " OF CARTON " DELIMITED BY SIZE
                   BR-TERM (BOX-ROW-CTR) DELIMITED BY SIZE
                   INTO PRT-LINE
           END-IF
           END-IF.
           WRITE MANIFEST-LINE FROM PRT-LINE.

       LOAD-TRIP-LIMITS.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-TRIP-MAX-STOPS IS NUMERIC
                               AND SC-TRIP-MAX-STOPS > 0
                           MOVE SC-TRIP-MAX-STOPS TO TRIP-MAX-STOPS
                       END-IF
                       IF SC-TRIP-MAX-VOL IS NUMERIC
                           MOVE SC-TRIP-MAX-VOL TO TRIP-MAX-VOL
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       LOAD-DELZONE-TABLE.
           MOVE 0 TO DZ-ROW-CTR.
           MOVE 'N' TO DELZONE-EOF.
           OPEN INPUT DELZONE-FILE.
           IF DELZONE-STATUS = "00"
               READ DELZONE-FILE
                   AT END MOVE 'Y' TO DELZONE-EOF
               END-READ
               PERFORM UNTIL DELZONE-END OR DZ-ROW-CTR = 20
                   ADD 1 TO DZ-ROW-CTR
                   MOVE DZ-ZONE TO DZR-ZONE (DZ-ROW-CTR)
                   PERFORM VARYING NB-IX FROM 1 BY 1
                           UNTIL NB-IX > 5
                       MOVE DZ-NEIGHBOR (NB-IX)
                           TO DZR-NEIGHBOR (DZ-ROW-CTR, NB-IX)
                   END-PERFORM
                   READ DELZONE-FILE
                       AT END MOVE 'Y' TO DELZONE-EOF
                   END-READ
               END-PERFORM
               CLOSE DELZONE-FILE
           ELSE
               IF DELZONE-STATUS = "05"
                   CLOSE DELZONE-FILE
               END-IF
           END-IF.

       LOAD-BOX-TABLE.
           MOVE 0 TO BOX-ROW-CTR.
           MOVE 'N' TO BOX-TABLE-EOF.
           OPEN INPUT BOX-SIZE-FILE.
           IF BOX-SIZE-STATUS = "00"
               READ BOX-SIZE-FILE
                   AT END MOVE 'Y' TO BOX-TABLE-EOF
               END-READ
               PERFORM UNTIL BOX-TABLE-END OR BOX-ROW-CTR = 50
                   ADD 1 TO BOX-ROW-CTR
                   MOVE BX-TERM TO BR-TERM (BOX-ROW-CTR)
                   MOVE BX-SIZE TO BR-SIZE (BOX-ROW-CTR)
                   MOVE BX-SIZE TO SIDE
                   MULTIPLY SIDE BY SIDE GIVING BOXSQUARE
                   COMPUTE BR-CUBE (BOX-ROW-CTR) = BOXSQUARE * SIDE
                   READ BOX-SIZE-FILE
                       AT END MOVE 'Y' TO BOX-TABLE-EOF
                   END-READ
               END-PERFORM
               CLOSE BOX-SIZE-FILE
           ELSE
               IF BOX-SIZE-STATUS = "05"
                   CLOSE BOX-SIZE-FILE
               END-IF
           END-IF.

       FIND-DISPATCH-ROW.
           MOVE 0 TO PICK-IX.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   MOVE DP-OUT-STAMP TO DSR-OUT-STAMP (DS-ROW-CTR)
                   MOVE DP-DONE-STAMP TO DSR-DONE-STAMP (DS-ROW-CTR)
                   MOVE DP-ZONE TO DSR-ZONE (DS-ROW-CTR)
                   IF DP-TRIP-NO IS NUMERIC
                       MOVE DP-TRIP-NO TO DSR-TRIP-NO (DS-ROW-CTR)
                       MOVE DP-STOP-SEQ TO DSR-STOP-SEQ (DS-ROW-CTR)
                   ELSE
                       MOVE 0 TO DSR-TRIP-NO (DS-ROW-CTR)
                       MOVE 0 TO DSR-STOP-SEQ (DS-ROW-CTR)
                   END-IF
                   IF DSR-TRIP-NO (DS-ROW-CTR) > LAST-TRIP-NO
                       MOVE DSR-TRIP-NO (DS-ROW-CTR) TO LAST-TRIP-NO
                   END-IF
                   READ DISPATCH-FILE
                       AT END MOVE 'Y' TO DISPATCH-EOF
                   END-READ
                   MOVE DSR-OUT-STAMP (DS-IX) TO DP-OUT-STAMP
                   MOVE DSR-DONE-STAMP (DS-IX) TO DP-DONE-STAMP
                   MOVE DSR-ZONE (DS-IX) TO DP-ZONE
                   MOVE DSR-TRIP-NO (DS-IX) TO DP-TRIP-NO
                   MOVE DSR-STOP-SEQ (DS-IX) TO DP-STOP-SEQ
                   WRITE DISPATCH-REC
               END-PERFORM
               CLOSE DISPATCH-FILE

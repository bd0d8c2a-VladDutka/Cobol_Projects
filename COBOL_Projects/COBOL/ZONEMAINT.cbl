      *          table -- add or change a zone's fee, list the
      *          zones. ORDERTENDER validates the zone keyed on a
      *          delivery order against this table and adds the fee
      *          onto the total. Each zone also keeps its promised
      *          delivery time, which DELTURN measures against, and
      *          the neighbouring zones DISPATCHM may combine with it
      *          on one driver trip.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  DZ-ROW OCCURS 20 TIMES.
               10  DZR-ZONE PIC X(2).
               10  DZR-FEE PIC 9(3)V99.
               10  DZR-PROMISE-MINS PIC 9(3).
               10  DZR-NEIGHBORS PIC X(10).
       01  WRK-ZONE PIC X(2).

       PROCEDURE DIVISION.
                   ADD 1 TO DZ-ROW-CTR
                   MOVE DZ-ROW-CTR TO DZ-IX
                   MOVE WRK-ZONE TO DZR-ZONE (DZ-IX)
                   MOVE 0 TO DZR-PROMISE-MINS (DZ-IX)
                   MOVE SPACES TO DZR-NEIGHBORS (DZ-IX)
                   MOVE 'Y' TO DZ-FOUND-SW
               END-IF
           END-IF
           IF DZ-FOUND-ROW
               DISPLAY "DELIVERY FEE (VAT-INCLUSIVE): "
               ACCEPT DZR-FEE (DZ-IX)
               DISPLAY "PROMISED DELIVERY MINUTES (0 = 45): "
               ACCEPT DZR-PROMISE-MINS (DZ-IX)
               DISPLAY "NEIGHBOURING ZONES THAT MAY SHARE A TRIP - "
                   "UP TO 5 CODES RUN TOGETHER, E.G. Z2Z3: "
               ACCEPT DZR-NEIGHBORS (DZ-IX)
               PERFORM REWRITE-DELZONE-FILE
               DISPLAY "ZONE SAVED."
           END-IF.
           PERFORM VARYING DZ-IX FROM 1 BY 1
                   UNTIL DZ-IX > DZ-ROW-CTR
               DISPLAY "ZONE " DZR-ZONE (DZ-IX) " FEE "
                   DZR-FEE (DZ-IX) " PROMISED MINUTES "
                   DZR-PROMISE-MINS (DZ-IX) " SHARES TRIPS WITH "
                   DZR-NEIGHBORS (DZ-IX)
           END-PERFORM.
           DISPLAY "ZONES ON FILE: " DZ-ROW-CTR.

                   ADD 1 TO DZ-ROW-CTR
                   MOVE DZ-ZONE TO DZR-ZONE (DZ-ROW-CTR)
                   MOVE DZ-FEE TO DZR-FEE (DZ-ROW-CTR)
                   IF DZ-PROMISE-MINS IS NUMERIC
                       MOVE DZ-PROMISE-MINS
                           TO DZR-PROMISE-MINS (DZ-ROW-CTR)
                   ELSE
                       MOVE 0 TO DZR-PROMISE-MINS (DZ-ROW-CTR)
                   END-IF
                   MOVE DZ-NEIGHBORS TO DZR-NEIGHBORS (DZ-ROW-CTR)
                   READ DELZONE-FILE
                       AT END MOVE 'Y' TO DELZONE-EOF
                   END-READ
                   UNTIL DZ-IX > DZ-ROW-CTR
               MOVE DZR-ZONE (DZ-IX) TO DZ-ZONE
               MOVE DZR-FEE (DZ-IX) TO DZ-FEE
               MOVE DZR-PROMISE-MINS (DZ-IX) TO DZ-PROMISE-MINS
               MOVE DZR-NEIGHBORS (DZ-IX) TO DZ-NEIGHBORS
               WRITE DELZONE-REC
           END-PERFORM.
           CLOSE DELZONE-FILE.

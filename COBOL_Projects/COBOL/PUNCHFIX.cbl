      *          refuses to write its summary while exceptions
      *          remain -- so a forgotten punch-out gets repaired
      *          here instead of quietly becoming wrong TS-NHW
      *          hours. Meal-break punches are held to the same test
      *          -- an out-to-break with no return (or the reverse),
      *          a return before the break started, or a break
      *          outside the shift is listed and repaired here the
      *          way a missing IN or OUT is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  DY-DATE PIC 9(8).
               10  DY-IN-TIME PIC 9(6).
               10  DY-OUT-TIME PIC 9(6).
               10  DY-BRK-OUT-TIME PIC 9(6).
               10  DY-BRK-IN-TIME PIC 9(6).
       01  EXCEPT-CTR PIC 9(4) VALUE 0.
      *    THE REPAIR BEING KEYED.
       01  WRK-EMPID PIC X(5).
                           DY-IN-TIME (DY-IX)
                   END-IF
                   END-IF
               ELSE
                   PERFORM 2300-CHECK-BREAK-PAIR
               END-IF
           END-PERFORM.
           DISPLAY "OPEN EXCEPTIONS: " EXCEPT-CTR.
                   MOVE PNR-DATE (PN-IX) TO DY-DATE (DY-IX)
                   MOVE 999999 TO DY-IN-TIME (DY-IX)
                   MOVE 0 TO DY-OUT-TIME (DY-IX)
                   MOVE 999999 TO DY-BRK-OUT-TIME (DY-IX)
                   MOVE 0 TO DY-BRK-IN-TIME (DY-IX)
               END-IF
           END-IF.
           EVALUATE PNR-TYPE (PN-IX)
               WHEN 'I' WHEN 'i'
                   IF PNR-TIME (PN-IX) < DY-IN-TIME (DY-IX)
                       MOVE PNR-TIME (PN-IX) TO DY-IN-TIME (DY-IX)
                   END-IF
               WHEN 'B' WHEN 'b'
                   IF PNR-TIME (PN-IX) < DY-BRK-OUT-TIME (DY-IX)
                       MOVE PNR-TIME (PN-IX)
                           TO DY-BRK-OUT-TIME (DY-IX)
                   END-IF
               WHEN 'R' WHEN 'r'
                   IF PNR-TIME (PN-IX) > DY-BRK-IN-TIME (DY-IX)
                       MOVE PNR-TIME (PN-IX)
                           TO DY-BRK-IN-TIME (DY-IX)
                   END-IF
               WHEN OTHER
                   IF PNR-TIME (PN-IX) > DY-OUT-TIME (DY-IX)
                       MOVE PNR-TIME (PN-IX) TO DY-OUT-TIME (DY-IX)
                   END-IF
           END-EVALUATE.

       2200-FIND-DAY-ROW.
           MOVE 'N' TO DAY-FOUND-SW.
               END-IF
           END-PERFORM.

       2300-CHECK-BREAK-PAIR.
      *    SAME TEST TIMESUMM PUTS TO THE BREAK -- NO BREAK PUNCHES
      *    IS FINE, HALF A BREAK OR ONE OUTSIDE THE SHIFT IS NOT.
           IF DY-BRK-OUT-TIME (DY-IX) NOT = 999999
                   OR DY-BRK-IN-TIME (DY-IX) NOT = 0
               IF DY-BRK-OUT-TIME (DY-IX) = 999999
                   ADD 1 TO EXCEPT-CTR
                   DISPLAY "EXCEPTION: " DY-EMPID (DY-IX) " ON "
                       DY-DATE (DY-IX) " HAS NO BREAK-OUT PUNCH "
                       "(BACK " DY-BRK-IN-TIME (DY-IX) ")"
               ELSE
               IF DY-BRK-IN-TIME (DY-IX) = 0
                   ADD 1 TO EXCEPT-CTR
                   DISPLAY "EXCEPTION: " DY-EMPID (DY-IX) " ON "
                       DY-DATE (DY-IX) " HAS NO BACK-FROM-BREAK "
                       "PUNCH (BREAK " DY-BRK-OUT-TIME (DY-IX) ")"
               ELSE
               IF DY-BRK-IN-TIME (DY-IX)
                       NOT > DY-BRK-OUT-TIME (DY-IX)
                       OR DY-BRK-OUT-TIME (DY-IX) < DY-IN-TIME (DY-IX)
                       OR DY-BRK-IN-TIME (DY-IX) > DY-OUT-TIME (DY-IX)
                   ADD 1 TO EXCEPT-CTR
                   DISPLAY "EXCEPTION: " DY-EMPID (DY-IX) " ON "
                       DY-DATE (DY-IX) " BREAK "
                       DY-BRK-OUT-TIME (DY-IX) "-"
                       DY-BRK-IN-TIME (DY-IX)
                       " OUT OF SEQUENCE WITH SHIFT "
                       DY-IN-TIME (DY-IX) "-" DY-OUT-TIME (DY-IX)
               END-IF
               END-IF
               END-IF
           END-IF.

       3000-INSERT-PUNCH.
           IF PN-FULL
               DISPLAY "TABLE FULL - CANNOT INSERT."
               ACCEPT WRK-DATE
               DISPLAY "PUNCH TIME (HHMMSS): "
               ACCEPT WRK-TIME
               DISPLAY "[I]N, [O]UT, [B]REAK OUT OR [R]ETURN FROM "
                   "BREAK? "
               ACCEPT WRK-TYPE
               INSPECT WRK-TYPE CONVERTING "iobr" TO "IOBR"
               PERFORM UNTIL WRK-TYPE = 'I' OR WRK-TYPE = 'O'
                       OR WRK-TYPE = 'B' OR WRK-TYPE = 'R'
                   DISPLAY "INVALID - ENTER I, O, B OR R: "
                   ACCEPT WRK-TYPE
                   INSPECT WRK-TYPE CONVERTING "iobr" TO "IOBR"
               END-PERFORM
               DISPLAY "REASON: "
               ACCEPT WRK-REASON

       01  NEW-SVC-RATE PIC V99.
       01  NEW-DRAWER-FLOAT PIC 9(5)V99.
       01  NEW-LOCK-STALE PIC 9(3).
       01  NEW-SHORT-LIMIT PIC 9(5)V99.
       01  NEW-BREAK-MINS PIC 9(3).
       01  NEW-BREAK-AFTER PIC 99.
       01  NEW-BREAK-LEGAL PIC 9(3).
       01  NEW-LOY-EARN-RATE PIC 9V9(4).
       01  NEW-LOY-PT-VALUE PIC 9V99.
       01  NEW-LP-FLAG-MULT PIC 9V9.
       01  NEW-LP-VOID-MINS PIC 9(3).
       01  NEW-TRIP-MAX-STOPS PIC 9(2).
       01  NEW-TRIP-MAX-VOL PIC 9(9).
       01  NEW-AP-TOL-PCT PIC 9V9.
       01  NEW-AP-TERMS-DAYS PIC 9(3).
       01  NEW-COST-ALERT-PCT PIC 99.
       01  NEW-CNT-TOL-PCT PIC 9V9.
       01  NEW-PETTY-FUND PIC 9(5)V99.
       01  NEW-PIN-EXPIRE-DAYS PIC 9(3).
       01  NEW-PIN-HIST-DEPTH PIC 9.
       01  NEW-TICK-DAYS PIC 9(3).
       01  NEW-REMIT-DUE-DAY PIC 99.
       01  NEW-OR-LOW-LEFT PIC 9(5).
       01  NEW-ANON-YEARS PIC 99.
       01  NEW-STAFF-DISC-PCT PIC 99.
       01  NEW-MEAL-CEILING PIC 9(5)V99.
       01  NEW-MIN-NET-PAY PIC 9(5)V99.
       01  NEW-PICKUP-LIMIT PIC 9(6)V99.
       01  SAVE-ANS PIC X.

       PROCEDURE DIVISION.
               DISPLAY "SERVICE-CHG RATE:   " SC-SVC-RATE
               DISPLAY "DRAWER FLOAT:       " SC-DRAWER-FLOAT
               DISPLAY "LOCK STALE (MINS):  " SC-LOCK-STALE-MINS
               DISPLAY "SHORTAGE INCIDENT:  " SC-SHORT-LIMIT
               DISPLAY "MEAL BREAK (MINS):  " SC-BREAK-MINS
                   " AFTER " SC-BREAK-AFTER-HRS " HRS, LEGAL MIN "
                   SC-BREAK-LEGAL-MINS
               DISPLAY "LOYALTY PTS/PESO:   " SC-LOY-EARN-RATE
                   " WORTH " SC-LOY-PT-VALUE " A POINT"
               DISPLAY "LOSS-PREV FLAG AT:  " SC-LP-FLAG-MULT
                   " X BRANCH RATE, QUICK VOID " SC-LP-VOID-MINS
                   " MINS"
               DISPLAY "DRIVER TRIP LIMIT:  " SC-TRIP-MAX-STOPS
                   " STOPS, VOLUME " SC-TRIP-MAX-VOL
               DISPLAY "AP PRICE TOLERANCE: " SC-AP-TOL-PCT
                   " PCT, DEFAULT TERMS " SC-AP-TERMS-DAYS " DAYS"
               DISPLAY "COST-CHANGE ALERT:  " SC-COST-ALERT-PCT
                   " PCT"
               DISPLAY "COUNT TOLERANCE:    " SC-CNT-TOL-PCT " PCT"
               DISPLAY "PETTY-CASH FUND:    " SC-PETTY-FUND
               DISPLAY "PIN EXPIRY (DAYS):  " SC-PIN-EXPIRE-DAYS
                   ", NO REUSE OF LAST " SC-PIN-HIST-DEPTH
               DISPLAY "TICKLER LOOKAHEAD:  " SC-TICK-DAYS
                   " DAYS, REMIT DUE DAY " SC-REMIT-DUE-DAY
                   ", OR LOW AT " SC-OR-LOW-LEFT
               DISPLAY "ANONYMIZE AFTER:    " SC-ANON-YEARS
                   " YEARS SEPARATED"
               DISPLAY "STAFF MEALS:        " SC-STAFF-DISC-PCT
                   " PCT OFF, CEILING " SC-MEAL-CEILING
                   ", MIN NET PAY " SC-MIN-NET-PAY
               DISPLAY "CASH PICKUP AT:     " SC-PICKUP-LIMIT
           ELSE
               DISPLAY "NO SHOPCONF.DAT YET - PROGRAMS ARE RUNNING "
                   "ON THEIR BUILT-IN DEFAULTS."
                   AND NEW-LOCK-STALE NOT > 120
               DISPLAY "INVALID - MINUTES MUST BE 1 TO 120: "
               ACCEPT NEW-LOCK-STALE
           END-PERFORM
           DISPLAY "DRAWER SHORTAGE THAT COUNTS AS AN INCIDENT: "
           ACCEPT NEW-SHORT-LIMIT
           PERFORM UNTIL NEW-SHORT-LIMIT > 0
               DISPLAY "INVALID - THE AMOUNT MUST BE OVER 0: "
               ACCEPT NEW-SHORT-LIMIT
           END-PERFORM
           DISPLAY "STANDARD UNPAID MEAL BREAK IN MINUTES (1 - 120): "
           ACCEPT NEW-BREAK-MINS
           PERFORM UNTIL NEW-BREAK-MINS > 0
                   AND NEW-BREAK-MINS NOT > 120
               DISPLAY "INVALID - MINUTES MUST BE 1 TO 120: "
               ACCEPT NEW-BREAK-MINS
           END-PERFORM
           DISPLAY "SHIFT HOURS AFTER WHICH A BREAK IS DUE (1 - 12): "
           ACCEPT NEW-BREAK-AFTER
           PERFORM UNTIL NEW-BREAK-AFTER > 0
                   AND NEW-BREAK-AFTER NOT > 12
               DISPLAY "INVALID - HOURS MUST BE 1 TO 12: "
               ACCEPT NEW-BREAK-AFTER
           END-PERFORM
           DISPLAY "LEGAL MINIMUM MEAL BREAK IN MINUTES (1 - 120): "
           ACCEPT NEW-BREAK-LEGAL
           PERFORM UNTIL NEW-BREAK-LEGAL > 0
                   AND NEW-BREAK-LEGAL NOT > 120
               DISPLAY "INVALID - MINUTES MUST BE 1 TO 120: "
               ACCEPT NEW-BREAK-LEGAL
           END-PERFORM
           DISPLAY "LOYALTY POINTS EARNED PER PESO (0 - 1.0000): "
           ACCEPT NEW-LOY-EARN-RATE
           PERFORM UNTIL NEW-LOY-EARN-RATE NOT > 1
               DISPLAY "INVALID - RATE MUST BE 0 TO 1.0000: "
               ACCEPT NEW-LOY-EARN-RATE
           END-PERFORM
           DISPLAY "PESO VALUE OF ONE POINT (.01 - 9.99): "
           ACCEPT NEW-LOY-PT-VALUE
           PERFORM UNTIL NEW-LOY-PT-VALUE > 0
               DISPLAY "INVALID - VALUE MUST BE .01 TO 9.99: "
               ACCEPT NEW-LOY-PT-VALUE
           END-PERFORM
           DISPLAY "LOSS-PREVENTION FLAG MULTIPLE OF BRANCH RATE "
               "(1.1 - 9.9): "
           ACCEPT NEW-LP-FLAG-MULT
           PERFORM UNTIL NEW-LP-FLAG-MULT > 1
               DISPLAY "INVALID - MULTIPLE MUST BE 1.1 TO 9.9: "
               ACCEPT NEW-LP-FLAG-MULT
           END-PERFORM
           DISPLAY "SAME-CASHIER QUICK-VOID WINDOW IN MINUTES "
               "(1 - 240): "
           ACCEPT NEW-LP-VOID-MINS
           PERFORM UNTIL NEW-LP-VOID-MINS > 0
                   AND NEW-LP-VOID-MINS NOT > 240
               DISPLAY "INVALID - MINUTES MUST BE 1 TO 240: "
               ACCEPT NEW-LP-VOID-MINS
           END-PERFORM
           DISPLAY "MAXIMUM STOPS ON ONE DRIVER TRIP (1 - 20): "
           ACCEPT NEW-TRIP-MAX-STOPS
           PERFORM UNTIL NEW-TRIP-MAX-STOPS > 0
                   AND NEW-TRIP-MAX-STOPS NOT > 20
               DISPLAY "INVALID - STOPS MUST BE 1 TO 20: "
               ACCEPT NEW-TRIP-MAX-STOPS
           END-PERFORM
           DISPLAY "MAXIMUM PACKED VOLUME ON ONE TRIP "
               "(0 = NO LIMIT): "
           ACCEPT NEW-TRIP-MAX-VOL
           DISPLAY "SUPPLIER INVOICE PRICE TOLERANCE PERCENT "
               "(0.1 - 9.9): "
           ACCEPT NEW-AP-TOL-PCT
           PERFORM UNTIL NEW-AP-TOL-PCT > 0
               DISPLAY "INVALID - PERCENT MUST BE 0.1 TO 9.9: "
               ACCEPT NEW-AP-TOL-PCT
           END-PERFORM
           DISPLAY "DEFAULT SUPPLIER PAYMENT TERMS IN DAYS "
               "(1 - 180): "
           ACCEPT NEW-AP-TERMS-DAYS
           PERFORM UNTIL NEW-AP-TERMS-DAYS > 0
                   AND NEW-AP-TERMS-DAYS NOT > 180
               DISPLAY "INVALID - DAYS MUST BE 1 TO 180: "
               ACCEPT NEW-AP-TERMS-DAYS
           END-PERFORM
           DISPLAY "ITEM COST CHANGE THAT RAISES AN ALERT, PERCENT "
               "(1 - 99): "
           ACCEPT NEW-COST-ALERT-PCT
           PERFORM UNTIL NEW-COST-ALERT-PCT > 0
               DISPLAY "INVALID - PERCENT MUST BE 1 TO 99: "
               ACCEPT NEW-COST-ALERT-PCT
           END-PERFORM.
           DISPLAY "STOCK COUNT TOLERANCE PERCENT (0.1 - 9.9): "
           ACCEPT NEW-CNT-TOL-PCT
           PERFORM UNTIL NEW-CNT-TOL-PCT > 0
               DISPLAY "INVALID - PERCENT MUST BE 0.1 TO 9.9: "
               ACCEPT NEW-CNT-TOL-PCT
           END-PERFORM.
           DISPLAY "PETTY-CASH FUND (100.00 - 50000.00): "
           ACCEPT NEW-PETTY-FUND
           PERFORM UNTIL NEW-PETTY-FUND NOT < 100
                   AND NEW-PETTY-FUND NOT > 50000
               DISPLAY "INVALID - FUND MUST BE 100.00 TO 50000.00: "
               ACCEPT NEW-PETTY-FUND
           END-PERFORM.
           DISPLAY "OPERATOR PIN EXPIRY IN DAYS (1 - 365): "
           ACCEPT NEW-PIN-EXPIRE-DAYS
           PERFORM UNTIL NEW-PIN-EXPIRE-DAYS > 0
                   AND NEW-PIN-EXPIRE-DAYS NOT > 365
               DISPLAY "INVALID - DAYS MUST BE 1 TO 365: "
               ACCEPT NEW-PIN-EXPIRE-DAYS
           END-PERFORM.
           DISPLAY "PINS REMEMBERED AGAINST REUSE (1 - 9): "
           ACCEPT NEW-PIN-HIST-DEPTH
           PERFORM UNTIL NEW-PIN-HIST-DEPTH > 0
               DISPLAY "INVALID - MUST BE 1 TO 9: "
               ACCEPT NEW-PIN-HIST-DEPTH
           END-PERFORM.
           DISPLAY "TICKLER LOOKAHEAD IN DAYS (1 - 90): "
           ACCEPT NEW-TICK-DAYS
           PERFORM UNTIL NEW-TICK-DAYS > 0
                   AND NEW-TICK-DAYS NOT > 90
               DISPLAY "INVALID - DAYS MUST BE 1 TO 90: "
               ACCEPT NEW-TICK-DAYS
           END-PERFORM.
           DISPLAY "DAY OF THE MONTH REMITTANCES ARE DUE (1 - 28): "
           ACCEPT NEW-REMIT-DUE-DAY
           PERFORM UNTIL NEW-REMIT-DUE-DAY > 0
                   AND NEW-REMIT-DUE-DAY NOT > 28
               DISPLAY "INVALID - DAY MUST BE 1 TO 28: "
               ACCEPT NEW-REMIT-DUE-DAY
           END-PERFORM.
           DISPLAY "OR NUMBERS LEFT THAT COUNT AS LOW (1 - 99999): "
           ACCEPT NEW-OR-LOW-LEFT
           PERFORM UNTIL NEW-OR-LOW-LEFT > 0
               DISPLAY "INVALID - MUST BE 1 TO 99999: "
               ACCEPT NEW-OR-LOW-LEFT
           END-PERFORM.
           DISPLAY "YEARS SEPARATED BEFORE ANONYMIZING (5 - 50): "
           ACCEPT NEW-ANON-YEARS
           PERFORM UNTIL NEW-ANON-YEARS NOT < 5
                   AND NEW-ANON-YEARS NOT > 50
               DISPLAY "INVALID - YEARS MUST BE 5 TO 50: "
               ACCEPT NEW-ANON-YEARS
           END-PERFORM.
           DISPLAY "STAFF MEAL DISCOUNT PERCENT (1 - 50): "
           ACCEPT NEW-STAFF-DISC-PCT
           PERFORM UNTIL NEW-STAFF-DISC-PCT > 0
                   AND NEW-STAFF-DISC-PCT NOT > 50
               DISPLAY "INVALID - PERCENT MUST BE 1 TO 50: "
               ACCEPT NEW-STAFF-DISC-PCT
           END-PERFORM.
           DISPLAY "STAFF MEALS CHARGED PER EMPLOYEE PER PERIOD "
               "(100.00 - 20000.00): "
           ACCEPT NEW-MEAL-CEILING
           PERFORM UNTIL NEW-MEAL-CEILING NOT < 100
                   AND NEW-MEAL-CEILING NOT > 20000
               DISPLAY "INVALID - CEILING MUST BE 100.00 TO "
                   "20000.00: "
               ACCEPT NEW-MEAL-CEILING
           END-PERFORM.
           DISPLAY "NET PAY PROTECTED FROM STAFF MEAL DEDUCTIONS "
               "(100.00 - 20000.00): "
           ACCEPT NEW-MIN-NET-PAY
           PERFORM UNTIL NEW-MIN-NET-PAY NOT < 100
                   AND NEW-MIN-NET-PAY NOT > 20000
               DISPLAY "INVALID - NET PAY MUST BE 100.00 TO "
                   "20000.00: "
               ACCEPT NEW-MIN-NET-PAY
           END-PERFORM.
           DISPLAY "DRAWER CASH THAT CALLS FOR A PICKUP "
               "(1000.00 - 500000.00): "
           ACCEPT NEW-PICKUP-LIMIT
           PERFORM UNTIL NEW-PICKUP-LIMIT NOT < 1000
                   AND NEW-PICKUP-LIMIT NOT > 500000
               DISPLAY "INVALID - LIMIT MUST BE 1000.00 TO "
                   "500000.00: "
               ACCEPT NEW-PICKUP-LIMIT
           END-PERFORM.

       SAVE-SHOPCONF.
           MOVE NEW-SVC-RATE TO SC-SVC-RATE.
           MOVE NEW-DRAWER-FLOAT TO SC-DRAWER-FLOAT.
           MOVE NEW-LOCK-STALE TO SC-LOCK-STALE-MINS.
           MOVE NEW-SHORT-LIMIT TO SC-SHORT-LIMIT.
           MOVE NEW-BREAK-MINS TO SC-BREAK-MINS.
           MOVE NEW-BREAK-AFTER TO SC-BREAK-AFTER-HRS.
           MOVE NEW-BREAK-LEGAL TO SC-BREAK-LEGAL-MINS.
           MOVE NEW-LOY-EARN-RATE TO SC-LOY-EARN-RATE.
           MOVE NEW-LOY-PT-VALUE TO SC-LOY-PT-VALUE.
           MOVE NEW-LP-FLAG-MULT TO SC-LP-FLAG-MULT.
           MOVE NEW-LP-VOID-MINS TO SC-LP-VOID-MINS.
           MOVE NEW-TRIP-MAX-STOPS TO SC-TRIP-MAX-STOPS.
           MOVE NEW-TRIP-MAX-VOL TO SC-TRIP-MAX-VOL.
           MOVE NEW-AP-TOL-PCT TO SC-AP-TOL-PCT.
           MOVE NEW-AP-TERMS-DAYS TO SC-AP-TERMS-DAYS.
           MOVE NEW-COST-ALERT-PCT TO SC-COST-ALERT-PCT.
           MOVE NEW-CNT-TOL-PCT TO SC-CNT-TOL-PCT.
           MOVE NEW-PETTY-FUND TO SC-PETTY-FUND.
           MOVE NEW-PIN-EXPIRE-DAYS TO SC-PIN-EXPIRE-DAYS.
           MOVE NEW-PIN-HIST-DEPTH TO SC-PIN-HIST-DEPTH.
           MOVE NEW-TICK-DAYS TO SC-TICK-DAYS.
           MOVE NEW-REMIT-DUE-DAY TO SC-REMIT-DUE-DAY.
           MOVE NEW-OR-LOW-LEFT TO SC-OR-LOW-LEFT.
           MOVE NEW-ANON-YEARS TO SC-ANON-YEARS.
           MOVE NEW-STAFF-DISC-PCT TO SC-STAFF-DISC-PCT.
           MOVE NEW-MEAL-CEILING TO SC-MEAL-CEILING.
           MOVE NEW-MIN-NET-PAY TO SC-MIN-NET-PAY.
           MOVE NEW-PICKUP-LIMIT TO SC-PICKUP-LIMIT.
           WRITE SHOPCONF-REC.
           CLOSE SHOPCONF-FILE.
       END PROGRAM SHOPCONFM.

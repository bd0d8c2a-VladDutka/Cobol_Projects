      *          non-blank, so the accountant's renumbering is a
      *          five-minute screen session instead of a recompile
      *          -- and a typo can't map a posting line to nowhere.
      * Modification History:
      *   - ER-PAYABLE and the per-area LABOR-<code> keys (one per
      *     position code LABORDIST distributes) are accepted, and
      *     the listing shows every labor key already mapped.
      *   - ADV-DEPOSIT (the advance-order deposit liability) and
      *     DEP-FORFEIT (forfeited deposits) are accepted.
      *   - PURCHASES, AP-PAYABLE and AP-BANK (supplier invoices
      *     matched onto the APLEDGER.DAT payables ledger and the
      *     payment runs that settle them) are accepted.
      *   - The PETTY-<category> petty-cash expense keys (FUEL,
      *     CLEAN, FARE, SUPPLY, REPAIR, OTHER) and PETTY-BANK (the
      *     bank drawn to replenish the box) are accepted.
      *   - Each key also carries the profit-and-loss line PLSTMT
      *     groups it under -- S sales, C cost of sales, L labor, O
      *     other operating expense, N not on the P&L -- offered
      *     with a sensible default for the key and shown on the
      *     listing. Rows from before the class default the same
      *     way.
      *   - STAFF-RECV (staff meals charged to employees at the
      *     till and recovered through payroll) is accepted.
      *   - SALES-EXEMPT and SALES-ZERO (the VAT-exempt and the
      *     zero-rated sales revenue) are accepted and default to
      *     the sales line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  GLMAP-REC.
           05  GM-KEY PIC X(12).
           05  GM-ACCOUNT PIC X(8).
           05  GM-PL-CLASS PIC X(1).

       WORKING-STORAGE SECTION.
       01  GLMAP-STATUS PIC XX.
           05  FILLER PIC X(12) VALUE "INV-OFFSET".
           05  FILLER PIC X(12) VALUE "CUST-RECV".
           05  FILLER PIC X(12) VALUE "GC-LIAB".
           05  FILLER PIC X(12) VALUE "ER-PAYABLE".
           05  FILLER PIC X(12) VALUE "LOY-LIAB".
           05  FILLER PIC X(12) VALUE "ADV-DEPOSIT".
           05  FILLER PIC X(12) VALUE "DEP-FORFEIT".
           05  FILLER PIC X(12) VALUE "PURCHASES".
           05  FILLER PIC X(12) VALUE "AP-PAYABLE".
           05  FILLER PIC X(12) VALUE "AP-BANK".
           05  FILLER PIC X(12) VALUE "PETTY-FUEL".
           05  FILLER PIC X(12) VALUE "PETTY-CLEAN".
           05  FILLER PIC X(12) VALUE "PETTY-FARE".
           05  FILLER PIC X(12) VALUE "PETTY-SUPPLY".
           05  FILLER PIC X(12) VALUE "PETTY-REPAIR".
           05  FILLER PIC X(12) VALUE "PETTY-OTHER".
           05  FILLER PIC X(12) VALUE "PETTY-BANK".
           05  FILLER PIC X(12) VALUE "STAFF-RECV".
           05  FILLER PIC X(12) VALUE "SALES-EXEMPT".
           05  FILLER PIC X(12) VALUE "SALES-ZERO".
       01  KNOWN-KEYS-R REDEFINES KNOWN-KEYS.
           05  KNOWN-KEY PIC X(12) OCCURS 29 TIMES.
       01  KK-IX PIC 99.
       01  KEY-OK-SW PIC X.
           88 KEY-OK VALUE 'Y'.
           88 GM-FOUND-ROW VALUE 'Y'.
       01  GM-IX PIC 99.
       01  GM-TABLE.
           05  GM-ROW OCCURS 60 TIMES.
               10  GMR-KEY PIC X(12).
               10  GMR-ACCOUNT PIC X(8).
               10  GMR-PL-CLASS PIC X(1).
       01  WRK-KEY PIC X(12).
       01  WRK-ACCOUNT PIC X(8).
      *    THE P&L LINE A KEY FALLS UNDER, AND THE ONE IT WOULD
      *    TAKE IF NOBODY SAID OTHERWISE.
       01  WRK-CLASS PIC X(1).
           88 WRK-CLASS-OK VALUE 'S' 'C' 'L' 'O' 'N'.
       01  DEFAULT-CLASS PIC X(1).
       01  CLASS-NAME PIC X(14).
       01  UNMAPPED-CTR PIC 99.

       PROCEDURE DIVISION.

       MAP-ONE-KEY.
           DISPLAY "JOURNAL KEYS GLEXPORT POSTS:".
           PERFORM VARYING KK-IX FROM 1 BY 1 UNTIL KK-IX > 29
               DISPLAY "  " KNOWN-KEY (KK-IX)
           END-PERFORM.
           DISPLAY "  LABOR-<code> (ONE PER POSITION CODE)".
           DISPLAY "JOURNAL KEY: ".
           ACCEPT WRK-KEY.
           PERFORM CHECK-KNOWN-KEY.
               ADD 1 TO GM-ROW-CTR
               MOVE GM-ROW-CTR TO GM-IX
               MOVE WRK-KEY TO GMR-KEY (GM-IX)
               MOVE SPACE TO GMR-PL-CLASS (GM-IX)
           END-IF.
           MOVE WRK-ACCOUNT TO GMR-ACCOUNT (GM-IX).
           PERFORM SET-DEFAULT-CLASS.
           IF GMR-PL-CLASS (GM-IX) = SPACE
               MOVE DEFAULT-CLASS TO GMR-PL-CLASS (GM-IX)
           END-IF.
           DISPLAY "P&L LINE - S SALES, C COST OF SALES, L LABOR,".
           DISPLAY "  O OTHER OPERATING EXPENSE, N NOT ON THE P&L".
           DISPLAY "  (ENTER KEEPS " GMR-PL-CLASS (GM-IX) "): ".
           MOVE SPACE TO WRK-CLASS.
           ACCEPT WRK-CLASS.
           IF WRK-CLASS = SPACE
               MOVE GMR-PL-CLASS (GM-IX) TO WRK-CLASS
           END-IF.
           PERFORM UNTIL WRK-CLASS-OK
               DISPLAY "INVALID - S, C, L, O OR N: "
               ACCEPT WRK-CLASS
           END-PERFORM.
           MOVE WRK-CLASS TO GMR-PL-CLASS (GM-IX).
           PERFORM REWRITE-GLMAP-FILE.
           DISPLAY WRK-KEY " MAPPED TO ACCOUNT " WRK-ACCOUNT ".".

      *    EVERY KNOWN KEY SHOWS ITS ACCOUNT -- OR THE GAP THAT
      *    WILL STOP THE NEXT EXPORT.
           MOVE 0 TO UNMAPPED-CTR.
           PERFORM VARYING KK-IX FROM 1 BY 1 UNTIL KK-IX > 29
               MOVE KNOWN-KEY (KK-IX) TO WRK-KEY
               PERFORM FIND-GLMAP-ROW
               IF GM-FOUND-ROW
                   MOVE GMR-PL-CLASS (GM-IX) TO WRK-CLASS
                   PERFORM NAME-THE-CLASS
                   DISPLAY WRK-KEY " -> " GMR-ACCOUNT (GM-IX)
                       "  " CLASS-NAME
               ELSE
                   ADD 1 TO UNMAPPED-CTR
                   DISPLAY WRK-KEY " -> *** NOT MAPPED ***"
               END-IF
           END-PERFORM.
      *    THE LABOR KEYS ARE OPEN-ENDED -- ONLY THE ONES ALREADY
      *    MAPPED CAN BE LISTED.
           PERFORM VARYING GM-IX FROM 1 BY 1 UNTIL GM-IX > GM-ROW-CTR
               IF GMR-KEY (GM-IX) (1:6) = "LABOR-"
                   MOVE GMR-PL-CLASS (GM-IX) TO WRK-CLASS
                   PERFORM NAME-THE-CLASS
                   DISPLAY GMR-KEY (GM-IX) " -> " GMR-ACCOUNT (GM-IX)
                       "  " CLASS-NAME
               END-IF
           END-PERFORM.
           IF UNMAPPED-CTR > 0
               DISPLAY UNMAPPED-CTR " KEY(S) UNMAPPED - GLEXPORT "
                   "WILL REFUSE TO WRITE."

       CHECK-KNOWN-KEY.
           MOVE 'N' TO KEY-OK-SW.
           PERFORM VARYING KK-IX FROM 1 BY 1 UNTIL KK-IX > 29
               IF KNOWN-KEY (KK-IX) = WRK-KEY
                   MOVE 'Y' TO KEY-OK-SW
               END-IF
           END-PERFORM.
      *    A LABOR KEY IS "LABOR-" AND ONE POSITION CODE.
           IF WRK-KEY (1:6) = "LABOR-" AND WRK-KEY (7:1) NOT = SPACE
                   AND WRK-KEY (8:5) = SPACES
               MOVE 'Y' TO KEY-OK-SW
           END-IF.

       SET-DEFAULT-CLASS.
      *    REVENUE IS SALES, PURCHASES ARE COST OF SALES, PAY IS
      *    LABOR AND THE PETTY-CASH CATEGORIES ARE OPERATING
      *    EXPENSE. INV-OFFSET STAYS OFF THE P&L -- PLSTMT TAKES THE
      *    STOCK MOVEMENT STRAIGHT FROM THE INVVAL.DAT VALUATIONS.
      *    EVERYTHING ELSE IS A BALANCE-SHEET ACCOUNT.
           EVALUATE TRUE
               WHEN WRK-KEY = "SALES-REV"
               WHEN WRK-KEY = "SALES-EXEMPT"
               WHEN WRK-KEY = "SALES-ZERO"
               WHEN WRK-KEY = "DEP-FORFEIT"
                   MOVE 'S' TO DEFAULT-CLASS
               WHEN WRK-KEY = "PURCHASES"
                   MOVE 'C' TO DEFAULT-CLASS
               WHEN WRK-KEY = "SALARY-EXP"
               WHEN WRK-KEY (1:6) = "LABOR-"
                   MOVE 'L' TO DEFAULT-CLASS
               WHEN WRK-KEY = "PETTY-BANK"
                   MOVE 'N' TO DEFAULT-CLASS
               WHEN WRK-KEY (1:6) = "PETTY-"
                   MOVE 'O' TO DEFAULT-CLASS
               WHEN OTHER
                   MOVE 'N' TO DEFAULT-CLASS
           END-EVALUATE.

       NAME-THE-CLASS.
           EVALUATE WRK-CLASS
               WHEN 'S'
                   MOVE "SALES" TO CLASS-NAME
               WHEN 'C'
                   MOVE "COST OF SALES" TO CLASS-NAME
               WHEN 'L'
                   MOVE "LABOR" TO CLASS-NAME
               WHEN 'O'
                   MOVE "OTHER EXPENSE" TO CLASS-NAME
               WHEN OTHER
                   MOVE "NOT ON P&L" TO CLASS-NAME
           END-EVALUATE.

       FIND-GLMAP-ROW.
           MOVE 'N' TO GM-FOUND-SW.
                   ADD 1 TO GM-ROW-CTR
                   MOVE GM-KEY TO GMR-KEY (GM-ROW-CTR)
                   MOVE GM-ACCOUNT TO GMR-ACCOUNT (GM-ROW-CTR)
                   MOVE GM-KEY TO WRK-KEY
                   PERFORM SET-DEFAULT-CLASS
                   IF GM-PL-CLASS = 'S' OR GM-PL-CLASS = 'C'
                           OR GM-PL-CLASS = 'L' OR GM-PL-CLASS = 'O'
                           OR GM-PL-CLASS = 'N'
                       MOVE GM-PL-CLASS TO GMR-PL-CLASS (GM-ROW-CTR)
                   ELSE
                       MOVE DEFAULT-CLASS
                           TO GMR-PL-CLASS (GM-ROW-CTR)
                   END-IF
                   READ GLMAP-FILE
                       AT END MOVE 'Y' TO GLMAP-EOF
                   END-READ
                   UNTIL GM-IX > GM-ROW-CTR
               MOVE GMR-KEY (GM-IX) TO GM-KEY
               MOVE GMR-ACCOUNT (GM-IX) TO GM-ACCOUNT
               MOVE GMR-PL-CLASS (GM-IX) TO GM-PL-CLASS
               WRITE GLMAP-REC
           END-PERFORM.
           CLOSE GLMAP-FILE.

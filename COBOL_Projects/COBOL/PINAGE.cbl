      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: PIN age and dormant-ID report -- lists every operator
      *          on OPERATORS.DAT whose PIN must be changed, has
      *          expired, or expires within the days keyed, and every
      *          ID nobody has signed on with through LAUNCHER in the
      *          number of days keyed (or ever), so a supervisor can
      *          chase the PIN changes and disable the dormant IDs.
      *          The expiry runs off the SHOPCONF.DAT PIN days the way
      *          LAUNCHER's sign-on does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  TODAY-DATE PIC 9(8).
      *    SHOPCONF.DAT OVERRIDES THE EXPIRY WHEN IT CARRIES A
      *    NON-ZERO VALUE; THE OTHER TWO ARE KEYED PER RUN.
       01  PIN-EXPIRE-DAYS PIC 9(3) VALUE 90.
       01  WARN-DAYS PIC 9(3).
       01  DORMANT-DAYS PIC 9(3).
       01  PIN-DATE PIC 9(8).
       01  LAST-SIGNON PIC 9(8).
       01  EXPIRY-DATE PIC 9(8).
       01  WARN-FROM PIC 9(8).
       01  DORMANT-FROM PIC 9(8).
       01  OPERATOR-CTR PIC 9(3) VALUE 0.
       01  PIN-FLAG-CTR PIC 9(3) VALUE 0.
       01  DORMANT-CTR PIC 9(3) VALUE 0.
      *    A DATE STEPPED FORWARD ONE DAY AT A TIME, ROLLING THE
      *    MONTH AND THE YEAR OVER (APINVOICE'S DUE-DATE ROUTINE).
       01  DUE-DATE PIC 9(8).
       01  DUE-DATE-R REDEFINES DUE-DATE.
           05  DUE-YYYY PIC 9(4).
           05  DUE-MM PIC 9(2).
           05  DUE-DD PIC 9(2).
       01  MONTH-DAYS PIC 99.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "PIN AGE AND DORMANT-ID REPORT".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-SHOP-CONF.
           DISPLAY "WARN OF PINS EXPIRING WITHIN HOW MANY DAYS "
               "(0 = 14): ".
           ACCEPT WARN-DAYS.
           IF WARN-DAYS = 0
               MOVE 14 TO WARN-DAYS
           END-IF.
           DISPLAY "DORMANT AFTER HOW MANY DAYS WITHOUT A SIGN-ON "
               "(0 = 30): ".
           ACCEPT DORMANT-DAYS.
           IF DORMANT-DAYS = 0
               MOVE 30 TO DORMANT-DAYS
           END-IF.
           DISPLAY "PIN EXPIRY IS " PIN-EXPIRE-DAYS " DAYS AFTER IT "
               "IS SET. TODAY IS " TODAY-DATE ".".
           DISPLAY "OPERATOR   NAME                 R  FINDING".
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   ADD 1 TO OPERATOR-CTR
                   PERFORM 2000-CHECK-THE-PIN
                   PERFORM 3000-CHECK-THE-SIGNON
                   READ OPERATOR-FILE
                       AT END MOVE 'Y' TO OPERATOR-EOF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF OPERATOR-STATUS = "05"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.
           DISPLAY OPERATOR-CTR " OPERATOR(S), " PIN-FLAG-CTR
               " PIN(S) TO CHANGE, " DORMANT-CTR " DORMANT ID(S).".
           PERFORM 9999-EXIT.

       1000-LOAD-SHOP-CONF.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-PIN-EXPIRE-DAYS IS NUMERIC
                               AND SC-PIN-EXPIRE-DAYS > 0
                           MOVE SC-PIN-EXPIRE-DAYS TO PIN-EXPIRE-DAYS
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       2000-CHECK-THE-PIN.
      *    A ROW WITHOUT A PIN DATE (KEYED BY HAND) COUNTS AS
      *    MUST-CHANGE, THE SAME AS AT SIGN-ON.
           IF OP-PIN-DATE IS NUMERIC
               MOVE OP-PIN-DATE TO PIN-DATE
           ELSE
               MOVE 0 TO PIN-DATE
           END-IF.
           IF OP-MUST-CHANGE = 'Y' OR PIN-DATE = 0
               ADD 1 TO PIN-FLAG-CTR
               DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                   "  PIN MUST BE CHANGED AT NEXT SIGN-ON"
           ELSE
               MOVE PIN-DATE TO DUE-DATE
               PERFORM 4000-ADD-ONE-DAY PIN-EXPIRE-DAYS TIMES
               MOVE DUE-DATE TO EXPIRY-DATE
      *        THE WARNING WINDOW OPENS WARN-DAYS BEFORE EXPIRY --
      *        TODAY PLUS WARN-DAYS HAS REACHED THE EXPIRY DATE.
               MOVE TODAY-DATE TO DUE-DATE
               PERFORM 4000-ADD-ONE-DAY WARN-DAYS TIMES
               MOVE DUE-DATE TO WARN-FROM
               IF TODAY-DATE NOT < EXPIRY-DATE
                   ADD 1 TO PIN-FLAG-CTR
                   DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                       "  PIN EXPIRED " EXPIRY-DATE
               ELSE
                   IF WARN-FROM NOT < EXPIRY-DATE
                       ADD 1 TO PIN-FLAG-CTR
                       DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                           "  PIN EXPIRES " EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.

       3000-CHECK-THE-SIGNON.
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO LAST-SIGNON
           ELSE
               MOVE 0 TO LAST-SIGNON
           END-IF.
           IF LAST-SIGNON = 0
               ADD 1 TO DORMANT-CTR
               DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                   "  NEVER SIGNED ON"
           ELSE
               MOVE LAST-SIGNON TO DUE-DATE
               PERFORM 4000-ADD-ONE-DAY DORMANT-DAYS TIMES
               MOVE DUE-DATE TO DORMANT-FROM
               IF TODAY-DATE NOT < DORMANT-FROM
                   ADD 1 TO DORMANT-CTR
                   DISPLAY OP-ID " " OP-NAME " " OP-ROLE
                       "  DORMANT - LAST SIGN-ON " LAST-SIGNON
               END-IF
           END-IF.

       4000-ADD-ONE-DAY.
           EVALUATE DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE DUE-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE DUE-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE DUE-YYYY BY 400 GIVING LEAP-Q
                       REMAINDER LEAP-R400
                   IF LEAP-R400 = 0
                           OR (LEAP-R4 = 0 AND LEAP-R100 NOT = 0)
                       MOVE 29 TO MONTH-DAYS
                   ELSE
                       MOVE 28 TO MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO MONTH-DAYS
           END-EVALUATE.
           ADD 1 TO DUE-DD.
           IF DUE-DD > MONTH-DAYS
               MOVE 1 TO DUE-DD
               ADD 1 TO DUE-MM
               IF DUE-MM > 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-YYYY
               END-IF
           END-IF.

      *    GOBACK, NOT STOP RUN -- LAUNCHER CALLS THIS FROM ITS MENU.
       9999-EXIT.
           GOBACK.
       END PROGRAM PINAGE.

      *          control comes back to the menu when the program
      *          ends. The session file is cleared on the way out so
      *          the identity never outlives the session.
      *          PINs age: one older than the SHOPCONF.DAT expiry,
      *          or marked must-change (a new operator, or a reset),
      *          has to be changed before the menu comes up. [P]
      *          lets an operator change their own PIN after keying
      *          the old one, and [R] lets a supervisor reset
      *          someone else's. A trivial PIN, or one of the
      *          operator's last few on PINHIST.DAT, is refused.
      *          The operator's own EMPID rides through every
      *          rewrite of OPERATORS.DAT untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL PINHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\PINHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PINHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  PINHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PIN-HIST-REC.
           COPY "PINHIST.CPY".

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  PINHIST-STATUS PIC XX.
       01  PINHIST-EOF PIC X VALUE 'N'.
           88 PINHIST-END VALUE 'Y'.
       01  TODAY-DATE PIC 9(8).
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
           88 SIGNON-OK VALUE 'Y'.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-WX PIC 99.
       01  OP-FOUND-SW PIC X VALUE 'N'.
           88 OP-FOUND-ROW VALUE 'Y'.
      *    A FULL TABLE MEANS THE LOAD WAS INCOMPLETE -- WRITING IT
      *    BACK WOULD DROP THE ROWS THAT DID NOT FIT (PUNCHFIX'S RULE).
       01  OP-FULL-SW PIC X VALUE 'N'.
           88 OP-FULL VALUE 'Y'.
       01  OP-TABLE.
           05  OP-ROW OCCURS 20 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-NAME PIC X(20).
               10  OPR-ROLE PIC X(1).
               10  OPR-PIN PIC X(4).
               10  OPR-PIN-DATE PIC 9(8).
               10  OPR-MUST-CHANGE PIC X(1).
               10  OPR-LAST-SIGNON PIC 9(8).
               10  OPR-EMPID PIC X(5).
      *    PIN POLICY -- SHOPCONF.DAT OVERRIDES THESE WHEN IT CARRIES
      *    NON-ZERO VALUES.
       01  PIN-EXPIRE-DAYS PIC 9(3) VALUE 90.
       01  PIN-HIST-DEPTH PIC 9 VALUE 5.
       01  PIN-DUE-SW PIC X VALUE 'N'.
           88 PIN-DUE VALUE 'Y'.
       01  PIN-OK-SW PIC X VALUE 'N'.
           88 PIN-OK VALUE 'Y'.
       01  PIN-TRIES PIC 9 VALUE 0.
       01  PIN-REFUSAL PIC X(40).
       01  NEW-PIN PIC X(4).
       01  NEW-PIN-R REDEFINES NEW-PIN.
           05  NP-DIGIT PIC 9 OCCURS 4 TIMES.
       01  CONFIRM-PIN PIC X(4).
       01  PIN-SPACE-CTR PIC 9.
       01  SET-HOW PIC X(1).
       01  SET-BY PIC X(10).
      *    THE OPERATOR'S LAST FEW PINS OFF PINHIST.DAT, OLDEST
      *    FIRST -- A FULL TABLE SLIDES DOWN TO MAKE ROOM.
       01  PH-ROW-CTR PIC 9 VALUE 0.
       01  PH-IX PIC 9.
       01  PH-TABLE.
           05  PHR-PIN PIC X(4) OCCURS 9 TIMES.
      *    EXPIRY DATE -- THE PIN DATE STEPPED FORWARD ONE DAY AT A
      *    TIME, ROLLING THE MONTH AND THE YEAR OVER (APINVOICE'S
      *    DUE-DATE ROUTINE).
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
      *    THE MENU -- CODE, PROGRAM CALLED BY NAME, TITLE, AND THE
      *    ROLE IT TAKES: 'A' SHOWS FOR EVERYONE, 'S' SHOWS FOR
      *    SUPERVISORS ONLY. A CLERK'S MENU SIMPLY NEVER LISTS THE
               "24RESTORE        RESTORE A BACKUP SET        S".
           05  FILLER PIC X(46) VALUE
               "25DAYSUMM        DAILY MANAGEMENT SUMMARY    S".
           05  FILLER PIC X(46) VALUE
               "26PINAGE         PIN EXPIRY / DORMANT IDS    S".
       01  MENU-LIST-R REDEFINES MENU-LIST.
           05  MENU-ENTRY OCCURS 26 TIMES.
               10  MN-CODE PIC X(2).
               10  MN-PROGRAM PIC X(15).
               10  MN-TITLE PIC X(28).
       0000-MAIN-PROCEDURE.
           DISPLAY "SYSTEM LAUNCHER".
           PERFORM 100-FIND-BUSINESS-DATE.
           PERFORM 150-LOAD-SHOP-CONF.
           PERFORM 1000-OPERATOR-SIGNON.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - SESSION ENDS."
               CLOSE BUSDATE-FILE
           END-IF.

       150-LOAD-SHOP-CONF.
      *    PIN AGES RUN ON THE CALENDAR, NOT THE BUSINESS DATE. ZEROS
      *    ON A PRE-EXISTING SHOPCONF.DAT LEAVE THE BUILT-IN POLICY
      *    STANDING.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-PIN-EXPIRE-DAYS IS NUMERIC
                               AND SC-PIN-EXPIRE-DAYS > 0
                           MOVE SC-PIN-EXPIRE-DAYS TO PIN-EXPIRE-DAYS
                       END-IF
                       IF SC-PIN-HIST-DEPTH IS NUMERIC
                               AND SC-PIN-HIST-DEPTH > 0
                           MOVE SC-PIN-HIST-DEPTH TO PIN-HIST-DEPTH
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       1000-OPERATOR-SIGNON.
      *    SAME SIGN-ON AS THE ENTRY SCREENS -- BEFORE OPERATORS.DAT
      *    EXISTS THE FREE-TYPED PROMPT STILL WORKS (AS A SUPERVISOR,
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   IF OP-ROW-CTR < 20
                       ADD 1 TO OP-ROW-CTR
                       MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                       MOVE OP-NAME TO OPR-NAME (OP-ROW-CTR)
                       MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                       MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
                       PERFORM 1150-TAKE-PIN-FIELDS
                   ELSE
                       MOVE 'Y' TO OP-FULL-SW
                   END-IF
                   READ OPERATOR-FILE
                       AT END MOVE 'Y' TO OPERATOR-EOF
                   END-READ
               END-IF
           END-IF.

       1150-TAKE-PIN-FIELDS.
      *    A ROW KEYED BY HAND WITHOUT THE PIN FIELDS CARRIES BLANKS
      *    -- A ZERO PIN DATE MAKES THE PIN DUE FOR CHANGE.
           IF OP-PIN-DATE IS NUMERIC
               MOVE OP-PIN-DATE TO OPR-PIN-DATE (OP-ROW-CTR)
           ELSE
               MOVE 0 TO OPR-PIN-DATE (OP-ROW-CTR)
           END-IF.
           MOVE OP-MUST-CHANGE TO OPR-MUST-CHANGE (OP-ROW-CTR).
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO OPR-LAST-SIGNON (OP-ROW-CTR)
           ELSE
               MOVE 0 TO OPR-LAST-SIGNON (OP-ROW-CTR)
           END-IF.
           MOVE OP-EMPID TO OPR-EMPID (OP-ROW-CTR).

       1200-TRY-ONE-SIGNON.
           DISPLAY "OPERATOR ID: ".
           ACCEPT TYPED-ID.
               MOVE OPR-ROLE (OP-IX) TO SESSION-ROLE
               MOVE 'Y' TO SIGNON-OK-SW
               DISPLAY "SIGNED ON: " OPR-NAME (OP-IX)
               PERFORM 1400-CHECK-PIN-AGE
               IF PIN-DUE
                   PERFORM 1500-FORCE-PIN-CHANGE
               END-IF
               IF SIGNON-OK
                   MOVE TODAY-DATE TO OPR-LAST-SIGNON (OP-IX)
                   PERFORM 7100-REWRITE-OPERATOR-FILE
               END-IF
           ELSE
               ADD 1 TO SIGNON-TRIES
               DISPLAY "SIGN-ON FAILED."
               END-IF
           END-PERFORM.

       1400-CHECK-PIN-AGE.
      *    DUE WHEN FLAGGED MUST-CHANGE, WHEN NEVER DATED, OR ONCE
      *    THE EXPIRY DAYS HAVE RUN OUT.
           MOVE 'N' TO PIN-DUE-SW.
           IF OPR-MUST-CHANGE (OP-IX) = 'Y'
                   OR OPR-PIN-DATE (OP-IX) = 0
               MOVE 'Y' TO PIN-DUE-SW
           ELSE
               MOVE OPR-PIN-DATE (OP-IX) TO DUE-DATE
               PERFORM 1600-ADD-ONE-DAY PIN-EXPIRE-DAYS TIMES
               IF TODAY-DATE NOT < DUE-DATE
                   MOVE 'Y' TO PIN-DUE-SW
               END-IF
           END-IF.

       1500-FORCE-PIN-CHANGE.
      *    THE MENU DOES NOT COME UP ON A DUE PIN -- THREE TRIES AT
      *    A GOOD NEW ONE, OR THE SIGN-ON IS REFUSED.
           DISPLAY "YOUR PIN HAS EXPIRED OR WAS RESET - CHOOSE A NEW "
               "ONE NOW.".
           MOVE 'C' TO SET-HOW.
           MOVE OPR-ID (OP-IX) TO SET-BY.
           MOVE 'N' TO PIN-OK-SW.
           MOVE 0 TO PIN-TRIES.
           PERFORM 5100-TAKE-NEW-PIN
               UNTIL PIN-OK OR PIN-TRIES = 3.
           IF PIN-OK
               MOVE OPR-ID (OP-IX) TO AU-OPERATOR
               MOVE SPACES TO AU-EMPID
               MOVE "PINCHANGE" TO AU-ACTION
               PERFORM 7000-WRITE-AUDIT-LINE
               DISPLAY "PIN CHANGED."
           ELSE
               MOVE 'N' TO SIGNON-OK-SW
               MOVE 3 TO SIGNON-TRIES
               MOVE OPR-ID (OP-IX) TO AU-OPERATOR
               MOVE SPACES TO AU-EMPID
               MOVE "PINEXPIRED" TO AU-ACTION
               PERFORM 7000-WRITE-AUDIT-LINE
               DISPLAY "PIN NOT CHANGED - SIGN-ON REFUSED."
           END-IF.

       1600-ADD-ONE-DAY.
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

       2000-WRITE-SESSION-FILE.
           OPEN OUTPUT SESSION-FILE.
           MOVE OPERATOR-ID TO SN-OPERATOR.
           PERFORM UNTIL PICKED-CODE = "X " OR PICKED-CODE = "x "
               PERFORM 3100-SHOW-THE-MENU
               ACCEPT PICKED-CODE
               EVALUATE PICKED-CODE
                   WHEN "X " WHEN "x "
                       CONTINUE
                   WHEN "P " WHEN "p "
                       PERFORM 5000-CHANGE-MY-PIN
                   WHEN "R " WHEN "r "
                       PERFORM 6000-RESET-A-PIN
                   WHEN OTHER
                       PERFORM 3200-LAUNCH-THE-PICK
               END-EVALUATE
           END-PERFORM.

       3100-SHOW-THE-MENU.
           DISPLAY " ".
           DISPLAY "=== MENU (OPERATOR " OPERATOR-ID ") ===".
           PERFORM VARYING MN-IX FROM 1 BY 1 UNTIL MN-IX > 26
               IF MN-ROLE (MN-IX) = 'A' OR SESSION-ROLE = 'S'
                   DISPLAY "[" MN-CODE (MN-IX) "] " MN-TITLE (MN-IX)
               END-IF
           END-PERFORM.
           DISPLAY "[P ] CHANGE MY PIN".
           IF SESSION-ROLE = 'S'
               DISPLAY "[R ] RESET AN OPERATOR'S PIN"
           END-IF.
           DISPLAY "[X ] SIGN OFF".
           DISPLAY "ENTER YOUR CHOICE: ".

       3200-LAUNCH-THE-PICK.
           MOVE 0 TO MN-PICK-IX.
           PERFORM VARYING MN-IX FROM 1 BY 1
                   UNTIL MN-IX > 26 OR MN-PICK-IX > 0
               IF MN-CODE (MN-IX) = PICKED-CODE
                   MOVE MN-IX TO MN-PICK-IX
               END-IF
               END-IF
           END-IF.

       5000-CHANGE-MY-PIN.
           IF OP-ROW-CTR = 0
               DISPLAY "NO OPERATORS.DAT YET - NO PIN TO CHANGE."
           ELSE
               MOVE OPERATOR-ID TO TYPED-ID
               PERFORM 1300-FIND-OPERATOR-ROW
               DISPLAY "CURRENT PIN: "
               ACCEPT TYPED-PIN
               IF OPR-PIN (OP-IX) NOT = TYPED-PIN
                   DISPLAY "WRONG PIN - NOT CHANGED."
                   MOVE OPERATOR-ID TO AU-OPERATOR
                   MOVE SPACES TO AU-EMPID
                   MOVE "PINCHGFAIL" TO AU-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE
               ELSE
                   MOVE 'C' TO SET-HOW
                   MOVE OPERATOR-ID TO SET-BY
                   MOVE 0 TO PIN-TRIES
                   PERFORM 5100-TAKE-NEW-PIN
                   IF PIN-OK
                       PERFORM 7100-REWRITE-OPERATOR-FILE
                       MOVE OPERATOR-ID TO AU-OPERATOR
                       MOVE SPACES TO AU-EMPID
                       MOVE "PINCHANGE" TO AU-ACTION
                       PERFORM 7000-WRITE-AUDIT-LINE
                       DISPLAY "PIN CHANGED."
                   END-IF
               END-IF
           END-IF.

       5100-TAKE-NEW-PIN.
      *    ONE TRY AT A NEW PIN FOR THE OPERATOR AT OP-IX -- ON A
      *    GOOD ONE THE ROW AND PINHIST.DAT ARE UPDATED; THE CALLER
      *    WRITES OPERATORS.DAT BACK.
           ADD 1 TO PIN-TRIES.
           DISPLAY "NEW PIN (4 CHARACTERS): ".
           MOVE SPACES TO NEW-PIN.
           ACCEPT NEW-PIN.
           DISPLAY "NEW PIN AGAIN: ".
           MOVE SPACES TO CONFIRM-PIN.
           ACCEPT CONFIRM-PIN.
           PERFORM 5200-CHECK-NEW-PIN.
           IF PIN-OK
               MOVE NEW-PIN TO OPR-PIN (OP-IX)
               MOVE TODAY-DATE TO OPR-PIN-DATE (OP-IX)
               IF SET-HOW = 'R'
                   MOVE 'Y' TO OPR-MUST-CHANGE (OP-IX)
               ELSE
                   MOVE 'N' TO OPR-MUST-CHANGE (OP-IX)
               END-IF
               PERFORM 5300-APPEND-PIN-HISTORY
           ELSE
               DISPLAY "PIN REFUSED - " PIN-REFUSAL
           END-IF.

       5200-CHECK-NEW-PIN.
           MOVE 'Y' TO PIN-OK-SW.
           IF NEW-PIN NOT = CONFIRM-PIN
               MOVE 'N' TO PIN-OK-SW
               MOVE "THE TWO ENTRIES DIFFER." TO PIN-REFUSAL
           END-IF.
           MOVE 0 TO PIN-SPACE-CTR.
           INSPECT NEW-PIN TALLYING PIN-SPACE-CTR FOR ALL SPACE.
           IF PIN-OK AND PIN-SPACE-CTR > 0
               MOVE 'N' TO PIN-OK-SW
               MOVE "IT MUST BE FOUR CHARACTERS, NO SPACES."
                   TO PIN-REFUSAL
           END-IF.
      *    TRIVIAL PINS -- ONE CHARACTER FOUR TIMES (0000, 7777),
      *    OR A STRAIGHT RUN OF DIGITS UP OR DOWN (1234, 9876).
           IF PIN-OK
                   AND NEW-PIN (2:1) = NEW-PIN (1:1)
                   AND NEW-PIN (3:1) = NEW-PIN (1:1)
                   AND NEW-PIN (4:1) = NEW-PIN (1:1)
               MOVE 'N' TO PIN-OK-SW
               MOVE "TOO EASY - ONE CHARACTER REPEATED."
                   TO PIN-REFUSAL
           END-IF.
           IF PIN-OK AND NEW-PIN IS NUMERIC
               IF (NP-DIGIT (2) = NP-DIGIT (1) + 1
                       AND NP-DIGIT (3) = NP-DIGIT (2) + 1
                       AND NP-DIGIT (4) = NP-DIGIT (3) + 1)
                   OR (NP-DIGIT (2) + 1 = NP-DIGIT (1)
                       AND NP-DIGIT (3) + 1 = NP-DIGIT (2)
                       AND NP-DIGIT (4) + 1 = NP-DIGIT (3))
                   MOVE 'N' TO PIN-OK-SW
                   MOVE "TOO EASY - A RUN OF DIGITS." TO PIN-REFUSAL
               END-IF
           END-IF.
           IF PIN-OK AND NEW-PIN = OPR-PIN (OP-IX)
               MOVE 'N' TO PIN-OK-SW
               MOVE "SAME AS THE CURRENT PIN." TO PIN-REFUSAL
           END-IF.
           IF PIN-OK
               PERFORM 5210-LOAD-PIN-HISTORY
               PERFORM VARYING PH-IX FROM 1 BY 1
                       UNTIL PH-IX > PH-ROW-CTR OR NOT PIN-OK
                   IF PHR-PIN (PH-IX) = NEW-PIN
                       MOVE 'N' TO PIN-OK-SW
                       MOVE "USED TOO RECENTLY - PICK ANOTHER."
                           TO PIN-REFUSAL
                   END-IF
               END-PERFORM
           END-IF.

       5210-LOAD-PIN-HISTORY.
      *    KEEPS ONLY THE LAST PIN-HIST-DEPTH PINS SET ON THIS ID.
           MOVE 0 TO PH-ROW-CTR.
           MOVE 'N' TO PINHIST-EOF.
           OPEN INPUT PINHIST-FILE.
           IF PINHIST-STATUS = "00"
               READ PINHIST-FILE
                   AT END MOVE 'Y' TO PINHIST-EOF
               END-READ
               PERFORM UNTIL PINHIST-END
                   IF PH-OP-ID = OPR-ID (OP-IX)
                       IF PH-ROW-CTR < PIN-HIST-DEPTH
                           ADD 1 TO PH-ROW-CTR
                       ELSE
                           PERFORM VARYING PH-IX FROM 1 BY 1
                                   UNTIL PH-IX NOT < PH-ROW-CTR
                               MOVE PHR-PIN (PH-IX + 1)
                                   TO PHR-PIN (PH-IX)
                           END-PERFORM
                       END-IF
                       MOVE PH-PIN TO PHR-PIN (PH-ROW-CTR)
                   END-IF
                   READ PINHIST-FILE
                       AT END MOVE 'Y' TO PINHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE PINHIST-FILE
           ELSE
               IF PINHIST-STATUS = "05"
                   CLOSE PINHIST-FILE
               END-IF
           END-IF.

       5300-APPEND-PIN-HISTORY.
           OPEN EXTEND PINHIST-FILE.
           MOVE OPR-ID (OP-IX) TO PH-OP-ID.
           MOVE NEW-PIN TO PH-PIN.
           MOVE TODAY-DATE TO PH-SET-DATE.
           MOVE SET-HOW TO PH-HOW.
           MOVE SET-BY TO PH-SET-BY.
           WRITE PIN-HIST-REC.
           CLOSE PINHIST-FILE.

       6000-RESET-A-PIN.
      *    A SUPERVISOR SETS A TEMPORARY PIN, WHICH THE OPERATOR
      *    MUST CHANGE AT THEIR NEXT SIGN-ON.
           IF SESSION-ROLE NOT = 'S'
               DISPLAY "THAT FUNCTION TAKES A SUPERVISOR SIGN-ON."
           ELSE
               IF OP-ROW-CTR = 0
                   DISPLAY "NO OPERATORS.DAT YET - NO PIN TO RESET."
               ELSE
                   DISPLAY "OPERATOR ID TO RESET: "
                   ACCEPT TYPED-ID
                   PERFORM 1300-FIND-OPERATOR-ROW
                   IF NOT OP-FOUND-ROW
                       DISPLAY "NO SUCH OPERATOR."
                   ELSE
                       IF TYPED-ID = OPERATOR-ID
                           DISPLAY "USE [P ] TO CHANGE YOUR OWN PIN."
                       ELSE
                           PERFORM 6100-SET-TEMPORARY-PIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6100-SET-TEMPORARY-PIN.
           DISPLAY "TEMPORARY PIN FOR " OPR-NAME (OP-IX).
           MOVE 'R' TO SET-HOW.
           MOVE OPERATOR-ID TO SET-BY.
           MOVE 0 TO PIN-TRIES.
           PERFORM 5100-TAKE-NEW-PIN.
           IF PIN-OK
               PERFORM 7100-REWRITE-OPERATOR-FILE
               MOVE OPERATOR-ID TO AU-OPERATOR
               MOVE SPACES TO AU-EMPID
               MOVE "PINRESET" TO AU-ACTION
               PERFORM 7000-WRITE-AUDIT-LINE
               DISPLAY OPR-ID (OP-IX) " RESET - THE PIN MUST BE "
                   "CHANGED AT THE NEXT SIGN-ON."
           END-IF.

       7000-WRITE-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       7100-REWRITE-OPERATOR-FILE.
           IF OP-FULL
               DISPLAY "*** OPERATOR TABLE FULL - OPERATORS.DAT TOO "
                   "BIG TO REWRITE SAFELY. NOT UPDATED. ***"
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               PERFORM VARYING OP-WX FROM 1 BY 1
                       UNTIL OP-WX > OP-ROW-CTR
                   MOVE OPR-ID (OP-WX) TO OP-ID
                   MOVE OPR-NAME (OP-WX) TO OP-NAME
                   MOVE OPR-ROLE (OP-WX) TO OP-ROLE
                   MOVE OPR-PIN (OP-WX) TO OP-PIN
                   MOVE OPR-PIN-DATE (OP-WX) TO OP-PIN-DATE
                   MOVE OPR-MUST-CHANGE (OP-WX) TO OP-MUST-CHANGE
                   MOVE OPR-LAST-SIGNON (OP-WX) TO OP-LAST-SIGNON
                   MOVE OPR-EMPID (OP-WX) TO OP-EMPID
                   WRITE OPERATOR-REC
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       8000-CLEAR-SESSION-FILE.
      *    AN EMPTY SESSION FILE -- THE IDENTITY DOES NOT OUTLIVE
      *    THE SESSION, AND A HAND-STARTED PROGRAM GOES BACK TO

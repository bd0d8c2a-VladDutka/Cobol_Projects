      *          the time to WRITEOFF.DAT; [R] prints the monthly
      *          shrinkage report split by reason, so waste and
      *          pilferage stop hiding inside STOCKCNT's count
      *          variances and arguments. A perishable item's
      *          write-off comes out of its STOCKLOT.DAT lots first-
      *          expiring-first, and [E] is the daily expiry report:
      *          the lots expiring within the next N days and the
      *          expired lots still on hand, with the quantity and
      *          cost at risk, and an expired lot can be written off
      *          as SPOIL straight from the report. Every write-off
      *          also posts a 'W' movement to the STOCKLED.DAT stock
      *          ledger under its reason code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\WRITEOFF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WRITEOFF-STATUS.
          SELECT OPTIONAL STOCKLOT-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLOT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLOT-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           05  WO-QTY PIC 9(5).
           05  WO-REASON PIC X(6).
           05  WO-UNIT-PRICE PIC 9(4)V99.
       FD  STOCKLOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLOT-REC.
           COPY "STOCKLOT.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).

      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       01  SESSION-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  WRITEOFF-STATUS PIC XX.
       01  STOCKLED-STATUS PIC XX.
      *    WHAT ACTUALLY CAME OFF THE BOOKS -- A WRITE-OFF PAST THE
      *    BOOK STOCK ONLY TAKES WHAT WAS THERE.
       01  LEDGER-OUT PIC 9(5).
       01  WRITEOFF-EOF PIC X VALUE 'N'.
           88 WRITEOFF-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  VAL-OTHER PIC 9(8)V99 VALUE 0.
       01  LINE-VALUE PIC 9(7)V99.
       01  VALDP PIC $Z,ZZZ,999.99.
      *    IN-MEMORY COPY OF STOCKLOT.DAT -- A PERISHABLE ITEM'S
      *    LOTS ARE DRAWN FIRST-EXPIRING-FIRST AND THE FILE GOES
      *    BACK WITHOUT THE LOTS THAT REACHED ZERO.
       01  STOCKLOT-STATUS PIC XX.
       01  STOCKLOT-EOF PIC X VALUE 'N'.
           88 STOCKLOT-END VALUE 'Y'.
       01  SK-ROW-CTR PIC 9(4) VALUE 0.
       01  SK-IX PIC 9(4).
       01  SK-SCAN PIC 9(4).
       01  SK-FOUND-SW PIC X.
           88 SK-FOUND VALUE 'Y'.
       01  SK-TABLE.
           05  SK-ROW OCCURS 500 TIMES.
               10  SKR-ITEM-CODE PIC X(5).
               10  SKR-LOT-NO PIC X(10).
               10  SKR-RCV-DATE PIC 9(8).
               10  SKR-EXPIRY PIC 9(8).
               10  SKR-QTY PIC 9(5).
               10  SKR-UNIT-COST PIC 9(5)V99.
               10  SKR-PO-NO PIC 9(5).
       01  LOT-CODE PIC X(5).
       01  LOT-DRAW PIC 9(5).
       01  LOT-LEFT PIC 9(5).
      *    EXPIRY REPORT -- THE BUSINESS DATE, THE WARNING WINDOW
      *    AND THE DATE IT REACHES, STEPPED A DAY AT A TIME.
       01  BUSDATE-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  WARN-DAYS PIC 9(3).
       01  HORIZON-DATE PIC 9(8).
       01  STEP-DATE.
           05  STEP-YYYY PIC 9(4).
           05  STEP-MM PIC 99.
           05  STEP-DD PIC 99.
       01  MONTH-DAYS PIC 99.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).
       01  EXPIRED-CTR PIC 9(4).
       01  SOON-CTR PIC 9(4).
       01  RISK-QTY PIC 9(7).
       01  RISK-VALUE PIC 9(8)V99.
       01  SPOIL-LOT PIC X(10).
       01  LOTS-SPOILED-SW PIC X.
           88 LOTS-SPOILED VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[W] WRITE STOCK OFF"
               DISPLAY "[R] MONTHLY SHRINKAGE REPORT"
               DISPLAY "[E] EXPIRY REPORT (PERISHABLE LOTS)"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM WRITE-ONE-OFF
                   WHEN 'R' WHEN 'r'
                       PERFORM SHRINKAGE-REPORT
                   WHEN 'E' WHEN 'e'
                       PERFORM EXPIRY-REPORT
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
           IF WRK-QTY > IT-STOCK
               DISPLAY "WRITE-OFF EXCEEDS BOOK STOCK " IT-STOCK
                   " - STOCK FLOORED AT ZERO, COUNT IT."
               MOVE IT-STOCK TO LEDGER-OUT
               MOVE 0 TO IT-STOCK
           ELSE
               MOVE WRK-QTY TO LEDGER-OUT
               SUBTRACT WRK-QTY FROM IT-STOCK
           END-IF.
           REWRITE ITEM-REC.
           IF IT-PERISH = 'Y'
               MOVE WRK-CODE TO LOT-CODE
               MOVE WRK-QTY TO LOT-DRAW
               PERFORM LOAD-STOCKLOT-TABLE
               PERFORM DRAW-LOTS-FIRST-EXPIRING
               PERFORM REWRITE-STOCKLOT-FILE
           END-IF.
           PERFORM LOG-THE-WRITEOFF.
           DISPLAY WRK-QTY " X " WRK-CODE " WRITTEN OFF ("
               WRK-REASON ") - ON HAND NOW " IT-STOCK ".".

       LOG-THE-WRITEOFF.
           OPEN EXTEND WRITEOFF-FILE.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE IT-PRICE TO WO-UNIT-PRICE.
           WRITE WRITEOFF-REC.
           CLOSE WRITEOFF-FILE.
      *    THE SAME MOVEMENT ON THE STOCK LEDGER, WITH THE BALANCE THE
      *    ITEM REWRITE JUST LEFT.
           OPEN EXTEND STOCKLED-FILE.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO LE-STAMP.
           MOVE WRK-CODE TO LE-ITEM-CODE.
           MOVE 'W' TO LE-TYPE.
           MOVE WRK-REASON TO LE-REF.
           MOVE 0 TO LE-QTY-IN.
           MOVE LEDGER-OUT TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.
           CLOSE STOCKLED-FILE.

       SHRINKAGE-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM): ".
           DISPLAY "THEFT:     " QTY-THEFT " UNITS  " VALDP.
           MOVE VAL-OTHER TO VALDP.
           DISPLAY "OTHER:     " QTY-OTHER " UNITS  " VALDP.
       EXPIRY-REPORT.
      *    A LOT IS GOOD THROUGH ITS EXPIRY DATE -- EXPIRED MEANS
      *    THE DATE IS BEHIND THE BUSINESS DATE, EXPIRING MEANS IT
      *    FALLS WITHIN THE WARNING WINDOW FROM TODAY.
           PERFORM LOAD-BUSINESS-DATE.
           DISPLAY "WARN OF LOTS EXPIRING WITHIN HOW MANY DAYS "
               "(0 = 3): ".
           ACCEPT WARN-DAYS.
           IF WARN-DAYS = 0
               MOVE 3 TO WARN-DAYS
           END-IF.
           MOVE BUSINESS-DATE TO STEP-DATE.
           PERFORM ADD-ONE-DAY WARN-DAYS TIMES.
           MOVE STEP-DATE TO HORIZON-DATE.
           PERFORM LOAD-STOCKLOT-TABLE.
           DISPLAY "EXPIRY REPORT FOR " BUSINESS-DATE.
           DISPLAY "ITEM  LOT        EXPIRES   QTY    COST AT RISK".
           DISPLAY "EXPIRED - STILL ON HAND:".
           MOVE 0 TO EXPIRED-CTR RISK-QTY RISK-VALUE.
           PERFORM VARYING SK-IX FROM 1 BY 1
                   UNTIL SK-IX > SK-ROW-CTR
               IF SKR-QTY (SK-IX) > 0
                       AND SKR-EXPIRY (SK-IX) < BUSINESS-DATE
                   ADD 1 TO EXPIRED-CTR
                   PERFORM SHOW-LOT-AT-RISK
               END-IF
           END-PERFORM.
           MOVE RISK-VALUE TO VALDP.
           DISPLAY "  EXPIRED LOTS: " EXPIRED-CTR "  UNITS: "
               RISK-QTY "  " VALDP.
           DISPLAY "EXPIRING BY " HORIZON-DATE ":".
           MOVE 0 TO SOON-CTR RISK-QTY RISK-VALUE.
           PERFORM VARYING SK-IX FROM 1 BY 1
                   UNTIL SK-IX > SK-ROW-CTR
               IF SKR-QTY (SK-IX) > 0
                       AND SKR-EXPIRY (SK-IX) NOT < BUSINESS-DATE
                       AND SKR-EXPIRY (SK-IX) NOT > HORIZON-DATE
                   ADD 1 TO SOON-CTR
                   PERFORM SHOW-LOT-AT-RISK
               END-IF
           END-PERFORM.
           MOVE RISK-VALUE TO VALDP.
           DISPLAY "  EXPIRING LOTS: " SOON-CTR "  UNITS: "
               RISK-QTY "  " VALDP.
           IF EXPIRED-CTR > 0
               PERFORM SPOIL-EXPIRED-LOTS
           END-IF.

       SHOW-LOT-AT-RISK.
           COMPUTE LINE-VALUE = SKR-QTY (SK-IX)
               * SKR-UNIT-COST (SK-IX).
           ADD SKR-QTY (SK-IX) TO RISK-QTY.
           ADD LINE-VALUE TO RISK-VALUE.
           MOVE LINE-VALUE TO VALDP.
           DISPLAY SKR-ITEM-CODE (SK-IX) " " SKR-LOT-NO (SK-IX)
               " " SKR-EXPIRY (SK-IX) " " SKR-QTY (SK-IX)
               " " VALDP.

       SPOIL-EXPIRED-LOTS.
      *    AN EXPIRED LOT CAN GO STRAIGHT OFF THE BOOKS FROM HERE --
      *    THE WHOLE LOT IS WRITTEN OFF AS SPOIL, THE SAME AS [W].
           MOVE 'N' TO LOTS-SPOILED-SW.
           MOVE "X" TO WRK-CODE.
           OPEN I-O ITEM-FILE.
           IF ITEM-STATUS NOT = "00" AND ITEM-STATUS NOT = "05"
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS
           ELSE
               PERFORM UNTIL WRK-CODE = SPACES
                   DISPLAY "WRITE OFF AN EXPIRED LOT - ITEM CODE "
                       "(BLANK = DONE): "
                   MOVE SPACES TO WRK-CODE
                   ACCEPT WRK-CODE
                   IF WRK-CODE NOT = SPACES
                       DISPLAY "LOT NUMBER: "
                       ACCEPT SPOIL-LOT
                       PERFORM SPOIL-ONE-LOT
                   END-IF
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.
           IF LOTS-SPOILED
               PERFORM REWRITE-STOCKLOT-FILE
           END-IF.

       SPOIL-ONE-LOT.
           MOVE 'N' TO SK-FOUND-SW.
           MOVE 1 TO SK-IX.
           PERFORM UNTIL SK-IX > SK-ROW-CTR OR SK-FOUND
               IF SKR-ITEM-CODE (SK-IX) = WRK-CODE
                       AND SKR-LOT-NO (SK-IX) = SPOIL-LOT
                       AND SKR-QTY (SK-IX) > 0
                       AND SKR-EXPIRY (SK-IX) < BUSINESS-DATE
                   MOVE 'Y' TO SK-FOUND-SW
               ELSE
                   ADD 1 TO SK-IX
               END-IF
           END-PERFORM.
           IF NOT SK-FOUND
               DISPLAY "NO EXPIRED LOT " SPOIL-LOT " ON HAND FOR "
                   WRK-CODE "."
           ELSE
               MOVE WRK-CODE TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH ITEM ON THE CATALOG."
                   NOT INVALID KEY
                       MOVE SKR-QTY (SK-IX) TO WRK-QTY
                       MOVE "SPOIL" TO WRK-REASON
                       IF WRK-QTY > IT-STOCK
                           MOVE IT-STOCK TO LEDGER-OUT
                           MOVE 0 TO IT-STOCK
                       ELSE
                           MOVE WRK-QTY TO LEDGER-OUT
                           SUBTRACT WRK-QTY FROM IT-STOCK
                       END-IF
                       REWRITE ITEM-REC
                       MOVE 0 TO SKR-QTY (SK-IX)
                       MOVE 'Y' TO LOTS-SPOILED-SW
                       PERFORM LOG-THE-WRITEOFF
                       DISPLAY "LOT " SPOIL-LOT " - " WRK-QTY " X "
                           WRK-CODE " WRITTEN OFF (SPOIL) - ON HAND "
                           "NOW " IT-STOCK "."
               END-READ
           END-IF.

       DRAW-LOTS-FIRST-EXPIRING.
      *    LOT-DRAW UNITS OF LOT-CODE COME OUT OF THE LOT THAT
      *    EXPIRES SOONEST, THEN THE NEXT, UNTIL THE QUANTITY IS
      *    COVERED. STOCK THAT NEVER HAD A LOT (ON HAND BEFORE THE
      *    ITEM WAS MADE PERISHABLE) SIMPLY LEAVES NOTHING TO DRAW.
           MOVE LOT-DRAW TO LOT-LEFT.
           MOVE 'Y' TO SK-FOUND-SW.
           PERFORM UNTIL LOT-LEFT = 0 OR NOT SK-FOUND
               PERFORM FIND-EARLIEST-LOT
               IF SK-FOUND
                   IF SKR-QTY (SK-IX) > LOT-LEFT
                       SUBTRACT LOT-LEFT FROM SKR-QTY (SK-IX)
                       MOVE 0 TO LOT-LEFT
                   ELSE
                       SUBTRACT SKR-QTY (SK-IX) FROM LOT-LEFT
                       MOVE 0 TO SKR-QTY (SK-IX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-EARLIEST-LOT.
           MOVE 'N' TO SK-FOUND-SW.
           PERFORM VARYING SK-SCAN FROM 1 BY 1
                   UNTIL SK-SCAN > SK-ROW-CTR
               IF SKR-ITEM-CODE (SK-SCAN) = LOT-CODE
                       AND SKR-QTY (SK-SCAN) > 0
                   IF NOT SK-FOUND
                       MOVE SK-SCAN TO SK-IX
                       MOVE 'Y' TO SK-FOUND-SW
                   ELSE
                       IF SKR-EXPIRY (SK-SCAN) < SKR-EXPIRY (SK-IX)
                           MOVE SK-SCAN TO SK-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-STOCKLOT-TABLE.
           MOVE 0 TO SK-ROW-CTR.
           MOVE 'N' TO STOCKLOT-EOF.
           OPEN INPUT STOCKLOT-FILE.
           IF STOCKLOT-STATUS = "00"
               READ STOCKLOT-FILE
                   AT END MOVE 'Y' TO STOCKLOT-EOF
               END-READ
               PERFORM UNTIL STOCKLOT-END
                   ADD 1 TO SK-ROW-CTR
                   MOVE SK-ITEM-CODE TO SKR-ITEM-CODE (SK-ROW-CTR)
                   MOVE SK-LOT-NO TO SKR-LOT-NO (SK-ROW-CTR)
                   MOVE SK-RCV-DATE TO SKR-RCV-DATE (SK-ROW-CTR)
                   MOVE SK-EXPIRY TO SKR-EXPIRY (SK-ROW-CTR)
                   MOVE SK-QTY TO SKR-QTY (SK-ROW-CTR)
                   MOVE SK-UNIT-COST TO SKR-UNIT-COST (SK-ROW-CTR)
                   MOVE SK-PO-NO TO SKR-PO-NO (SK-ROW-CTR)
                   READ STOCKLOT-FILE
                       AT END MOVE 'Y' TO STOCKLOT-EOF
                   END-READ
               END-PERFORM
               CLOSE STOCKLOT-FILE
           ELSE
               IF STOCKLOT-STATUS = "05"
                   CLOSE STOCKLOT-FILE
               END-IF
           END-IF.

       REWRITE-STOCKLOT-FILE.
      *    A LOT DRAWN TO ZERO IS GONE FROM THE SHELF AND DROPS OFF.
           OPEN OUTPUT STOCKLOT-FILE.
           PERFORM VARYING SK-IX FROM 1 BY 1
                   UNTIL SK-IX > SK-ROW-CTR
               IF SKR-QTY (SK-IX) > 0
                   MOVE SKR-ITEM-CODE (SK-IX) TO SK-ITEM-CODE
                   MOVE SKR-LOT-NO (SK-IX) TO SK-LOT-NO
                   MOVE SKR-RCV-DATE (SK-IX) TO SK-RCV-DATE
                   MOVE SKR-EXPIRY (SK-IX) TO SK-EXPIRY
                   MOVE SKR-QTY (SK-IX) TO SK-QTY
                   MOVE SKR-UNIT-COST (SK-IX) TO SK-UNIT-COST
                   MOVE SKR-PO-NO (SK-IX) TO SK-PO-NO
                   WRITE STOCKLOT-REC
               END-IF
           END-PERFORM.
           CLOSE STOCKLOT-FILE.

       ADD-ONE-DAY.
           EVALUATE STEP-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE STEP-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE STEP-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE STEP-YYYY BY 400 GIVING LEAP-Q
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
           ADD 1 TO STEP-DD.
           IF STEP-DD > MONTH-DAYS
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-YYYY
               END-IF
           END-IF.

       LOAD-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
               END-READ
               IF BD-BUSINESS-DATE > 0
                   MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           ELSE
               IF BUSDATE-STATUS = "05"
                   CLOSE BUSDATE-FILE
               END-IF
           END-IF.

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN STILL PROMPTS THE WAY IT

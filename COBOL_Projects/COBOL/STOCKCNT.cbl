      *          book figure, set the book to the count, and log
      *          every variance to STOCKVAR.DAT with the operator and
      *          timestamp, so shrinkage is a number on a file
      *          instead of a shrug. A perishable item is counted
      *          lot by lot off STOCKLOT.DAT -- each lot's count
      *          replaces its book quantity, stock found outside
      *          every listed lot is booked into a new lot, and the
      *          item's count is the sum of its lots. The count
      *          can work from the day's cycle-count list that
      *          ABCCLASS schedules on CYCLECNT.DAT, and any count
      *          of an item due today is marked done on that list
      *          with its book and counted quantities for CNTACCY.
      *          A count that moves the book posts the difference to
      *          the STOCKLED.DAT stock ledger as an 'A' adjustment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          SELECT OPTIONAL STOCKVAR-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKVAR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL STOCKLOT-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLOT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLOT-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
          SELECT OPTIONAL CYCLE-FILE
          ASSIGN TO "C:\Users\ADMIN\CYCLECNT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CY-KEY
          FILE STATUS IS CYCLE-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           05  SV-BOOK-QTY PIC 9(5).
           05  SV-COUNTED-QTY PIC 9(5).
           05  SV-VARIANCE PIC S9(5) SIGN IS LEADING SEPARATE.
       FD  STOCKLOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLOT-REC.
           COPY "STOCKLOT.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  CYCLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CYCLECNT-REC.
           COPY "CYCLECNT.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).

      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       WORKING-STORAGE SECTION.
       01  SESSION-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  STOCKLED-STATUS PIC XX.
       01  OPERATOR-ID PIC X(10).
       01  CNT-CODE PIC X(5).
       01  CNT-QTY PIC 9(5).
       01  LOG-TIME PIC 9(8).
       01  MORE-COUNTS PIC X VALUE 'Y'.
           88  NO-MORE-COUNTS VALUE 'N' 'n'.
      *    IN-MEMORY COPY OF STOCKLOT.DAT -- A PERISHABLE ITEM IS
      *    COUNTED LOT BY LOT AND THE FILE GOES BACK WITH THE
      *    COUNTED QUANTITIES, LESS THE LOTS COUNTED AT ZERO.
       01  STOCKLOT-STATUS PIC XX.
       01  STOCKLOT-EOF PIC X VALUE 'N'.
           88 STOCKLOT-END VALUE 'Y'.
       01  SK-ROW-CTR PIC 9(4) VALUE 0.
       01  SK-IX PIC 9(4).
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
       01  LOT-COUNT PIC 9(5).
       01  CYCLE-STATUS PIC XX.
       01  CYCLE-EOF PIC X VALUE 'N'.
           88 CYCLE-END VALUE 'Y'.
       01  CYCLE-OPEN-SW PIC X VALUE 'N'.
           88 CYCLE-OPEN VALUE 'Y'.
       01  BUSDATE-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  LIST-ANS PIC X.
       01  SKIP-ANS PIC X.
      *    TODAY'S CYCLE-COUNT LIST, STILL TO BE COUNTED.
       01  TD-ROW-CTR PIC 9(3) VALUE 0.
       01  TD-IX PIC 9(3).
       01  TD-TABLE.
           05  TD-ROW OCCURS 500 TIMES.
               10  TDR-ITEM-CODE PIC X(5).
               10  TDR-CLASS PIC X(1).
       01  LOT-NO PIC X(10).
       01  LOT-EXPIRY PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS
           ELSE
               PERFORM LOAD-BUSINESS-DATE
               OPEN I-O CYCLE-FILE
               IF CYCLE-STATUS = "00" OR CYCLE-STATUS = "05"
                   MOVE 'Y' TO CYCLE-OPEN-SW
               END-IF
               OPEN EXTEND STOCKVAR-FILE
               OPEN EXTEND STOCKLED-FILE
               DISPLAY "WORK FROM TODAY'S CYCLE-COUNT LIST? (Y/N): "
               ACCEPT LIST-ANS
               IF (LIST-ANS = 'Y' OR LIST-ANS = 'y') AND CYCLE-OPEN
                   PERFORM COUNT-TODAYS-LIST
                   DISPLAY "ANY OTHER ITEM TO COUNT? (Y/N): "
                   ACCEPT MORE-COUNTS
               END-IF
               PERFORM UNTIL NO-MORE-COUNTS
                   PERFORM COUNT-ONE-ITEM
                   DISPLAY "ANOTHER ITEM? (Y/N): "
                   ACCEPT MORE-COUNTS
               END-PERFORM
               CLOSE STOCKVAR-FILE
               CLOSE STOCKLED-FILE
               IF CYCLE-OPEN
                   CLOSE CYCLE-FILE
               END-IF
               CLOSE ITEM-FILE
           END-IF.
           GOBACK.

       COUNT-TODAYS-LIST.
      *    THE DAY'S LIST IS TAKEN OFF THE SCHEDULE FIRST, THEN
      *    WORKED ITEM BY ITEM -- A SKIPPED ITEM STAYS UNCOUNTED AND
      *    SHOWS ON CNTACCY AS A MISSED COUNT.
           MOVE 0 TO TD-ROW-CTR.
           MOVE 'N' TO CYCLE-EOF.
           MOVE BUSINESS-DATE TO CY-DATE.
           MOVE LOW-VALUES TO CY-ITEM-CODE.
           START CYCLE-FILE KEY NOT < CY-KEY
               INVALID KEY
                   MOVE 'Y' TO CYCLE-EOF
           END-START.
           PERFORM UNTIL CYCLE-END
               READ CYCLE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CYCLE-EOF
               END-READ
               IF NOT CYCLE-END
                   IF CY-DATE NOT = BUSINESS-DATE
                       MOVE 'Y' TO CYCLE-EOF
                   ELSE
                       IF CY-STATUS = 'S' AND TD-ROW-CTR < 500
                           ADD 1 TO TD-ROW-CTR
                           MOVE CY-ITEM-CODE
                               TO TDR-ITEM-CODE (TD-ROW-CTR)
                           MOVE CY-CLASS TO TDR-CLASS (TD-ROW-CTR)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "ITEMS ON TODAY'S LIST STILL TO COUNT: "
               TD-ROW-CTR.
           PERFORM VARYING TD-IX FROM 1 BY 1
                   UNTIL TD-IX > TD-ROW-CTR
               DISPLAY "ITEM " TDR-ITEM-CODE (TD-IX) " (CLASS "
                   TDR-CLASS (TD-IX) ") - ENTER TO COUNT, S TO "
                   "SKIP: "
               MOVE SPACES TO SKIP-ANS
               ACCEPT SKIP-ANS
               IF SKIP-ANS NOT = 'S' AND SKIP-ANS NOT = 's'
                   MOVE TDR-ITEM-CODE (TD-IX) TO CNT-CODE
                   PERFORM COUNT-THE-ITEM
               END-IF
           END-PERFORM.

       COUNT-ONE-ITEM.
           DISPLAY "ITEM CODE: "
           ACCEPT CNT-CODE
           PERFORM COUNT-THE-ITEM.

       COUNT-THE-ITEM.
           MOVE CNT-CODE TO IT-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ITEM ON THE CATALOG."
               NOT INVALID KEY
                   DISPLAY "BOOK QUANTITY: " IT-STOCK
                   IF IT-PERISH = 'Y'
                       PERFORM COUNT-BY-LOT
                   ELSE
                       DISPLAY "COUNTED QUANTITY: "
                       ACCEPT CNT-QTY
                   END-IF
                   COMPUTE CNT-VARIANCE = CNT-QTY - IT-STOCK
                   DISPLAY "VARIANCE: " CNT-VARIANCE
                   PERFORM LOG-THE-VARIANCE
                   PERFORM MARK-CYCLE-COUNT
                   MOVE CNT-QTY TO IT-STOCK
                   REWRITE ITEM-REC
                   IF CNT-VARIANCE NOT = 0
                       PERFORM POST-THE-ADJUSTMENT
                   END-IF
                   DISPLAY "BOOK SET TO THE COUNT."
           END-READ.

       COUNT-BY-LOT.
      *    EACH LOT ON THE SHELF IS COUNTED ON ITS OWN SO THE
      *    FIRST-EXPIRING-FIRST DRAW AND THE EXPIRY REPORT WORK
      *    FROM WHAT IS REALLY THERE.
           PERFORM LOAD-STOCKLOT-TABLE.
           MOVE 0 TO CNT-QTY.
           PERFORM VARYING SK-IX FROM 1 BY 1
                   UNTIL SK-IX > SK-ROW-CTR
               IF SKR-ITEM-CODE (SK-IX) = CNT-CODE
                       AND SKR-QTY (SK-IX) > 0
                   DISPLAY "LOT " SKR-LOT-NO (SK-IX) " EXPIRES "
                       SKR-EXPIRY (SK-IX) " BOOK " SKR-QTY (SK-IX)
                       " - COUNTED: "
                   ACCEPT LOT-COUNT
                   MOVE LOT-COUNT TO SKR-QTY (SK-IX)
                   ADD LOT-COUNT TO CNT-QTY
               END-IF
           END-PERFORM.
      *    UNITS WITH NO LOT ON FILE (ON HAND BEFORE THE ITEM WAS
      *    MADE PERISHABLE, OR A LOT NEVER KEYED) GET ONE NOW.
           DISPLAY "UNITS FOUND IN NO LISTED LOT (0 = NONE): ".
           ACCEPT LOT-COUNT.
           IF LOT-COUNT > 0
               IF SK-ROW-CTR = 500
                   DISPLAY "LOT TABLE FULL - " LOT-COUNT
                       " UNITS COUNTED WITHOUT A LOT."
               ELSE
                   DISPLAY "LOT NUMBER FOR THEM: "
                   ACCEPT LOT-NO
                   DISPLAY "THEIR EXPIRY DATE (YYYYMMDD): "
                   ACCEPT LOT-EXPIRY
                   ADD 1 TO SK-ROW-CTR
                   MOVE CNT-CODE TO SKR-ITEM-CODE (SK-ROW-CTR)
                   MOVE LOT-NO TO SKR-LOT-NO (SK-ROW-CTR)
                   ACCEPT SKR-RCV-DATE (SK-ROW-CTR)
                       FROM DATE YYYYMMDD
                   MOVE LOT-EXPIRY TO SKR-EXPIRY (SK-ROW-CTR)
                   MOVE LOT-COUNT TO SKR-QTY (SK-ROW-CTR)
                   MOVE IT-COST TO SKR-UNIT-COST (SK-ROW-CTR)
                   MOVE 0 TO SKR-PO-NO (SK-ROW-CTR)
               END-IF
               ADD LOT-COUNT TO CNT-QTY
           END-IF.
           PERFORM REWRITE-STOCKLOT-FILE.
           DISPLAY "COUNTED QUANTITY (ALL LOTS): " CNT-QTY.

       MARK-CYCLE-COUNT.
      *    A COUNT OF AN ITEM DUE ON TODAY'S LIST TICKS IT OFF,
      *    WHETHER IT WAS COUNTED FROM THE LIST OR KEYED BY HAND.
           IF CYCLE-OPEN
               MOVE BUSINESS-DATE TO CY-DATE
               MOVE CNT-CODE TO CY-ITEM-CODE
               READ CYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO CY-STATUS
                       MOVE IT-STOCK TO CY-BOOK-QTY
                       MOVE CNT-QTY TO CY-COUNTED-QTY
                       MOVE OPERATOR-ID TO CY-COUNTED-BY
                       REWRITE CYCLECNT-REC
               END-READ
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

       LOG-THE-VARIANCE.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE CNT-QTY TO SV-COUNTED-QTY.
           MOVE CNT-VARIANCE TO SV-VARIANCE.
           WRITE STOCKVAR-REC.

       POST-THE-ADJUSTMENT.
      *    THE COUNT'S DIFFERENCE GOES ON THE STOCK LEDGER AS AN
      *    ADJUSTMENT IN OR OUT, LANDING ON THE COUNTED BALANCE.
           MOVE SV-STAMP TO LE-STAMP.
           MOVE CNT-CODE TO LE-ITEM-CODE.
           MOVE 'A' TO LE-TYPE.
           MOVE "COUNT" TO LE-REF.
           IF CNT-VARIANCE > 0
               MOVE CNT-VARIANCE TO LE-QTY-IN
               MOVE 0 TO LE-QTY-OUT
           ELSE
               MOVE 0 TO LE-QTY-IN
               COMPUTE LE-QTY-OUT = 0 - CNT-VARIANCE
           END-IF.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.
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
      *    A LOT COUNTED AT ZERO IS GONE FROM THE SHELF AND DROPS
      *    OFF.
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

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN STILL PROMPTS THE WAY IT

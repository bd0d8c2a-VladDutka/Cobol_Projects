      *     single unit lands -- no more receiving what nobody
      *     ordered. POENTRY raises the POs and prints the
      *     received-versus-ordered variance per supplier.
      *   - Every receipt posted is also logged to RCVLOG.DAT with
      *     its date, PO, item, quantity and unit cost, so a period
      *     report can tell which receipts fell inside the period.
      *   - The item's unit cost is now a weighted moving average of
      *     the stock on hand at its old cost and the quantity just
      *     received at the PO's cost, and every change is logged
      *     to COSTHIST.DAT for the COSTCHG cost-change report.
      *   - A receipt of a perishable item is split into lots, each
      *     with its lot number, expiry date and quantity, appended
      *     to STOCKLOT.DAT so the stock can be sold and written off
      *     first-expiring-first and WRITEOFF can report what is
      *     about to go off.
      *   - Every receipt also posts an 'R' movement to the STOCKLED.DAT
      *     stock ledger with the PO and the balance it left.
      *   - The PO line's promised delivery date is carried through
      *     the rewrite of PURCHORD.DAT untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL RCVLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\RCVLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RCVLOG-STATUS.
          SELECT OPTIONAL COSTHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\COSTHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COSTHIST-STATUS.
          SELECT OPTIONAL STOCKLOT-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLOT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLOT-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  RCVLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCVLOG-REC.
           COPY "RCVLOG.CPY".
       FD  COSTHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COSTHIST-REC.
           COPY "COSTHIST.CPY".
       FD  STOCKLOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLOT-REC.
           COPY "STOCKLOT.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
       01  ITEM-STATUS PIC XX.
       01  PURCHORD-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  RCVLOG-STATUS PIC XX.
       01  COSTHIST-STATUS PIC XX.
       01  STOCKLOT-STATUS PIC XX.
       01  STOCKLED-STATUS PIC XX.
      *    A PERISHABLE RECEIPT IS KEYED LOT BY LOT UNTIL THE WHOLE
      *    QUANTITY HAS A LOT.
       01  LOT-LEFT PIC 9(5).
       01  LOT-QTY PIC 9(5).
       01  LOT-NO PIC X(10).
       01  LOT-EXPIRY PIC 9(8).
      *    THE ITEM'S COST AND STOCK BEFORE THE RECEIPT LANDS.
       01  OLD-COST PIC 9(5)V99.
       01  OLD-STOCK PIC 9(5).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  PURCHORD-EOF PIC X VALUE 'N'.
           88 PURCHORD-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
               10  PLR-RECEIVED PIC 9(5).
               10  PLR-UNIT-COST PIC 9(5)V99.
               10  PLR-STATUS PIC X(1).
               10  PLR-EXPECT-DATE PIC 9(8).
       01  STILL-DUE PIC S9(6).
      *    SUPERVISOR CHECK FOR AN OVERAGE -- SAME ID/PIN/ROLE TEST
      *    AS PERIODCLOSE'S OVERRIDE.
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS
           ELSE
               OPEN EXTEND RCVLOG-FILE
               OPEN EXTEND COSTHIST-FILE
               OPEN EXTEND STOCKLOT-FILE
               OPEN EXTEND STOCKLED-FILE
               PERFORM UNTIL NO-MORE-RECEIPTS
                   PERFORM RECEIVE-ONE-ITEM
                   DISPLAY "ANOTHER RECEIPT? (Y/N): "
                   ACCEPT MORE-RECEIPTS
               END-PERFORM
               CLOSE RCVLOG-FILE
               CLOSE COSTHIST-FILE
               CLOSE STOCKLOT-FILE
               CLOSE STOCKLED-FILE
               CLOSE ITEM-FILE
               PERFORM REWRITE-PURCHORD-FILE
           END-IF.
                       MOVE 'C' TO PLR-STATUS (PL-IX)
                       DISPLAY "PO LINE FILLED - CLOSED."
                   END-IF
                   PERFORM AVERAGE-THE-COST
                   ADD RCV-QTY TO IT-STOCK
      *    A BLANK ANSWER KEEPS THE REORDER POINT AS IT STANDS.
                   DISPLAY "REORDER POINT (BLANK KEEPS "
                       IT-REORDER "): "
                       MOVE RCV-REORDER TO IT-REORDER
                   END-IF
                   REWRITE ITEM-REC
                   PERFORM LOG-THE-RECEIPT
                   IF IT-PERISH = 'Y'
                       PERFORM TAKE-RECEIPT-LOTS
                   END-IF
                   DISPLAY "ON HAND NOW " IT-STOCK "."
           END-READ.

       AVERAGE-THE-COST.
      *    THE SHELF ALREADY THERE KEEPS ITS OLD COST AND THE NEW
      *    UNITS COME IN AT THE PO'S AGREED COST -- THE ITEM'S COST
      *    IS THE WEIGHTED AVERAGE OF THE TWO, SO THE CLOSE, THE
      *    BREAK-EVEN AND THE MARGINS FOLLOW THE SUPPLIERS' PRICES.
      *    AN EMPTY SHELF OR AN ITEM NEVER COSTED SIMPLY TAKES THE
      *    PO'S COST.
           MOVE IT-COST TO OLD-COST.
           MOVE IT-STOCK TO OLD-STOCK.
           IF OLD-STOCK = 0 OR OLD-COST = 0
               MOVE PLR-UNIT-COST (PL-IX) TO IT-COST
           ELSE
               COMPUTE IT-COST ROUNDED =
                   (OLD-STOCK * OLD-COST
                   + RCV-QTY * PLR-UNIT-COST (PL-IX))
                   / (OLD-STOCK + RCV-QTY)
           END-IF.
           IF IT-COST NOT = OLD-COST
               ACCEPT LOG-DATE FROM DATE YYYYMMDD
               ACCEPT LOG-TIME FROM TIME
               STRING LOG-DATE DELIMITED BY SIZE
                   LOG-TIME DELIMITED BY SIZE
                   INTO CH-STAMP
               MOVE RCV-CODE TO CH-ITEM-CODE
               MOVE OLD-COST TO CH-OLD-COST
               MOVE IT-COST TO CH-NEW-COST
               MOVE OLD-STOCK TO CH-ON-HAND
               MOVE RCV-QTY TO CH-QTY
               MOVE RCV-PO-NO TO CH-PO-NO
               MOVE PLR-UNIT-COST (PL-IX) TO CH-PO-COST
               WRITE COSTHIST-REC
           END-IF.

       TAKE-RECEIPT-LOTS.
      *    EVERY UNIT OF A PERISHABLE RECEIPT LANDS IN A LOT -- ONE
      *    DELIVERY CAN CARRY SEVERAL EXPIRY DATES, SO THE LOTS ARE
      *    KEYED UNTIL THE RECEIVED QUANTITY IS ALL ACCOUNTED FOR.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           MOVE RCV-QTY TO LOT-LEFT.
           PERFORM UNTIL LOT-LEFT = 0
               DISPLAY "PERISHABLE - " LOT-LEFT " STILL TO PUT IN "
                   "A LOT."
               DISPLAY "LOT NUMBER (BLANK = PO" RCV-PO-NO "): "
               MOVE SPACES TO LOT-NO
               ACCEPT LOT-NO
               IF LOT-NO = SPACES
                   STRING "PO" DELIMITED BY SIZE
                       RCV-PO-NO DELIMITED BY SIZE
                       INTO LOT-NO
               END-IF
               DISPLAY "EXPIRY DATE (YYYYMMDD): "
               ACCEPT LOT-EXPIRY
               PERFORM UNTIL LOT-EXPIRY > LOG-DATE
                       AND LOT-EXPIRY (5:2) > "00"
                       AND LOT-EXPIRY (5:2) < "13"
                       AND LOT-EXPIRY (7:2) > "00"
                       AND LOT-EXPIRY (7:2) < "32"
                   DISPLAY "INVALID - A REAL DATE AFTER TODAY: "
                   ACCEPT LOT-EXPIRY
               END-PERFORM
               DISPLAY "QUANTITY IN THIS LOT (0 = ALL " LOT-LEFT
                   "): "
               ACCEPT LOT-QTY
               IF LOT-QTY = 0 OR LOT-QTY > LOT-LEFT
                   MOVE LOT-LEFT TO LOT-QTY
               END-IF
               MOVE RCV-CODE TO SK-ITEM-CODE
               MOVE LOT-NO TO SK-LOT-NO
               MOVE LOG-DATE TO SK-RCV-DATE
               MOVE LOT-EXPIRY TO SK-EXPIRY
               MOVE LOT-QTY TO SK-QTY
               MOVE PLR-UNIT-COST (PL-IX) TO SK-UNIT-COST
               MOVE RCV-PO-NO TO SK-PO-NO
               WRITE STOCKLOT-REC
               SUBTRACT LOT-QTY FROM LOT-LEFT
           END-PERFORM.

       LOG-THE-RECEIPT.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO RL-STAMP.
           MOVE RCV-PO-NO TO RL-PO-NO.
           MOVE RCV-CODE TO RL-ITEM-CODE.
           MOVE RCV-QTY TO RL-QTY.
           MOVE PLR-UNIT-COST (PL-IX) TO RL-UNIT-COST.
           WRITE RCVLOG-REC.
      *    THE SAME RECEIPT ON THE STOCK LEDGER, WITH THE BALANCE THE
      *    REWRITE JUST LEFT ON THE ITEM.
           MOVE RL-STAMP TO LE-STAMP.
           MOVE RCV-CODE TO LE-ITEM-CODE.
           MOVE 'R' TO LE-TYPE.
           MOVE SPACES TO LE-REF.
           STRING "PO" DELIMITED BY SIZE
               RCV-PO-NO DELIMITED BY SIZE
               INTO LE-REF.
           MOVE RCV-QTY TO LE-QTY-IN.
           MOVE 0 TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.

       FIND-PO-LINE.
           MOVE 'N' TO PL-FOUND-SW.
           MOVE 1 TO PL-IX.
                   MOVE PO-UNIT-COST
                       TO PLR-UNIT-COST (PL-ROW-CTR)
                   MOVE PO-STATUS TO PLR-STATUS (PL-ROW-CTR)
                   IF PO-EXPECT-DATE IS NUMERIC
                       MOVE PO-EXPECT-DATE
                           TO PLR-EXPECT-DATE (PL-ROW-CTR)
                   ELSE
                       MOVE 0 TO PLR-EXPECT-DATE (PL-ROW-CTR)
                   END-IF
                   READ PURCHORD-FILE
                       AT END MOVE 'Y' TO PURCHORD-EOF
                   END-READ
               MOVE PLR-RECEIVED (PL-IX) TO PO-RECEIVED
               MOVE PLR-UNIT-COST (PL-IX) TO PO-UNIT-COST
               MOVE PLR-STATUS (PL-IX) TO PO-STATUS
               MOVE PLR-EXPECT-DATE (PL-IX) TO PO-EXPECT-DATE
               WRITE PURCHORD-REC
           END-PERFORM.
           CLOSE PURCHORD-FILE.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Returns to supplier -- [R] sends goods back to a
      *          SUPPLIER.DAT supplier against the PO they came in
      *          on: each item, quantity (no more than the PO line
      *          received less what earlier memos already sent back)
      *          and reason is taken out of IT-STOCK (a perishable
      *          item's first-expiring lots first) and posted to the
      *          STOCKLED.DAT stock ledger, and the lot is raised as
      *          a numbered debit memo on DEBITMEMO.DAT/DMLINE.DAT at
      *          the PO's agreed cost, printed to DEBITMEMO_<NO>.SPL
      *          for the driver to sign. The memo stays an open
      *          credit with the supplier until APINVOICE applies it
      *          to the supplier's next invoices or [F] records the
      *          supplier refunding it (an 'R' row on APLEDGER.DAT so
      *          the cash reaches GLEXPORT). [A] lists the open memos
      *          by supplier and age, so money owed back to the shop
      *          does not quietly disappear. Short-dated or damaged
      *          deliveries stop going out as write-offs or on the
      *          driver's word.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRTN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SUPPLIER-FILE
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL PURCHORD-FILE
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL DEBITMEMO-FILE
          ASSIGN TO "C:\Users\ADMIN\DEBITMEMO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEBITMEMO-STATUS.
          SELECT OPTIONAL DMLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\DMLINE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DMLINE-STATUS.
          SELECT OPTIONAL STOCKLOT-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLOT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLOT-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
          SELECT OPTIONAL APLEDGER-FILE
          ASSIGN TO "C:\Users\ADMIN\APLEDGER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APLEDGER-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  PURCHORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  DEBITMEMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEBITMEMO-REC.
           COPY "DEBITMEMO.CPY".
       FD  DMLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DMLINE-REC.
           COPY "DMLINE.CPY".
       FD  STOCKLOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLOT-REC.
           COPY "STOCKLOT.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  APLEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APLEDGER-REC.
           COPY "APLEDGER.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  SUPPLIER-STATUS PIC XX.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  PURCHORD-STATUS PIC XX.
       01  PURCHORD-EOF PIC X VALUE 'N'.
           88 PURCHORD-END VALUE 'Y'.
       01  ITEM-STATUS PIC XX.
       01  DEBITMEMO-STATUS PIC XX.
       01  DEBITMEMO-EOF PIC X VALUE 'N'.
           88 DEBITMEMO-END VALUE 'Y'.
       01  DMLINE-STATUS PIC XX.
       01  DMLINE-EOF PIC X VALUE 'N'.
           88 DMLINE-END VALUE 'Y'.
       01  STOCKLED-STATUS PIC XX.
       01  APLEDGER-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  OPERATOR-ID PIC X(10).
       01  CHOICE PIC X9.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
      *    SUPPLIER TABLE FOR NAMES.
       01  SU-ROW-CTR PIC 9(3) VALUE 0.
       01  SU-IX PIC 9(3).
       01  SU-FOUND-SW PIC X.
           88 SU-FOUND VALUE 'Y'.
       01  SU-TABLE.
           05  SU-ROW OCCURS 100 TIMES.
               10  SUR-SUPP-NO PIC X(5).
               10  SUR-NAME PIC X(25).
      *    IN-MEMORY COPY OF PURCHORD.DAT (READ ONLY HERE).
       01  PL-ROW-CTR PIC 9(4) VALUE 0.
       01  PL-IX PIC 9(4).
       01  PL-FOUND-SW PIC X.
           88 PL-FOUND VALUE 'Y'.
       01  PL-TABLE.
           05  PL-ROW OCCURS 300 TIMES.
               10  PLR-NUMBER PIC 9(5).
               10  PLR-SUPP-NO PIC X(5).
               10  PLR-ITEM-CODE PIC X(5).
               10  PLR-RECEIVED PIC 9(5).
               10  PLR-UNIT-COST PIC 9(5)V99.
      *    IN-MEMORY COPY OF DEBITMEMO.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS STOCKXFER'S TRANSFERS.
       01  DM-ROW-CTR PIC 9(3) VALUE 0.
       01  DM-IX PIC 9(3).
       01  DM-SCAN PIC 9(3).
       01  DM-MAX-NO PIC 9(5) VALUE 0.
       01  DM-FOUND-SW PIC X.
           88 DM-FOUND VALUE 'Y'.
       01  DM-TABLE.
           05  DM-ROW OCCURS 300 TIMES.
               10  DMR-NUMBER PIC 9(5).
               10  DMR-SUPP-NO PIC X(5).
               10  DMR-PO-NO PIC 9(5).
               10  DMR-DATE PIC 9(8).
               10  DMR-AMOUNT PIC 9(7)V99.
               10  DMR-APPLIED PIC 9(7)V99.
               10  DMR-REFUNDED PIC 9(7)V99.
               10  DMR-STATUS PIC X(1).
               10  DMR-OPERATOR PIC X(10).
               10  DMR-LISTED PIC X(1).
      *    IN-MEMORY COPY OF DMLINE.DAT -- WHAT EARLIER MEMOS SENT
      *    BACK, AND THE LINES OF THE MEMO BEING RAISED.
       01  DN-ROW-CTR PIC 9(4) VALUE 0.
       01  DN-IX PIC 9(4).
       01  DN-TABLE.
           05  DN-ROW OCCURS 1000 TIMES.
               10  DNR-NUMBER PIC 9(5).
               10  DNR-ITEM-CODE PIC X(5).
               10  DNR-QTY PIC 9(5).
               10  DNR-UNIT-COST PIC 9(5)V99.
               10  DNR-REASON PIC X(6).
      *    THE MEMO BEING RAISED.
       01  WRK-SUPP-NO PIC X(5).
       01  WRK-PO-NO PIC 9(5).
       01  WRK-ITEM PIC X(5).
       01  WRK-QTY PIC 9(5).
       01  WRK-REASON PIC X(6).
       01  MEMO-NO PIC 9(5).
       01  MEMO-FIRST-LINE PIC 9(4).
       01  MEMO-TOTAL PIC 9(7)V99.
       01  MEMO-LINES PIC 9(3).
       01  MORE-LINES PIC X VALUE 'Y'.
       01  RETURNED-QTY PIC 9(6).
       01  RETURNABLE-QTY PIC S9(6).
       01  LINE-AMT PIC 9(7)V99.
       01  MEMO-OPEN PIC S9(7)V99.
       01  REFUND-AMT PIC 9(7)V99.
       01  REFUND-REF PIC X(10).
       01  PICK-NO PIC 9(5).
      *    ONE STOCK-LEDGER MOVEMENT -- WHAT REALLY LEFT THE BOOKS.
       01  LEDGER-OUT PIC 9(5).
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
      *    AGING -- THE MEMO DATE STEPPED FORWARD A DAY AT A TIME TO
      *    THE BUSINESS DATE, SAME AS APAGING.
       01  AGE-DATE PIC 9(8).
       01  AGE-DATE-R REDEFINES AGE-DATE.
           05  AGE-YYYY PIC 9(4).
           05  AGE-MM PIC 9(2).
           05  AGE-DD PIC 9(2).
       01  DAYS-OLD PIC 9(3).
       01  MONTH-DAYS PIC 99.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).
       01  GROUP-SUPP-NO PIC X(5).
       01  SUPP-TOTAL PIC S9(8)V99.
       01  SHOP-TOTAL PIC S9(8)V99.
       01  BK-IX PIC 9.
       01  BK-LABELS.
           05  FILLER PIC X(11) VALUE "0-30 DAYS".
           05  FILLER PIC X(11) VALUE "31-60 DAYS".
           05  FILLER PIC X(11) VALUE "61-90 DAYS".
           05  FILLER PIC X(11) VALUE "OVER 90".
       01  BK-LABEL-TABLE REDEFINES BK-LABELS.
           05  BK-LABEL PIC X(11) OCCURS 4 TIMES.
       01  SHOP-BUCKETS.
           05  SHOP-BUCKET PIC S9(8)V99 OCCURS 4 TIMES.
       01  AMTDP PIC $Z,ZZZ,999.99.
       01  AMTDP2 PIC $Z,ZZZ,999.99.
       01  COSTDP PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETURNS TO SUPPLIER (DEBIT MEMOS)".
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM ADOPT-SESSION-OPERATOR.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM LOAD-PURCHORD-TABLE.
           PERFORM LOAD-DM-TABLE.
           PERFORM LOAD-DN-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[R] RETURN GOODS (RAISE A DEBIT MEMO)"
               DISPLAY "[F] RECORD A SUPPLIER REFUND ON A MEMO"
               DISPLAY "[A] OPEN DEBIT MEMOS BY AGE"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'R' WHEN 'r'
                       PERFORM RETURN-TO-SUPPLIER
                   WHEN 'F' WHEN 'f'
                       PERFORM REFUND-A-MEMO
                   WHEN 'A' WHEN 'a'
                       PERFORM AGE-OPEN-MEMOS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       RETURN-TO-SUPPLIER.
           DISPLAY "SUPPLIER NUMBER: "
           ACCEPT WRK-SUPP-NO
           PERFORM FIND-SUPPLIER-ROW
           IF NOT SU-FOUND
               DISPLAY "NO SUCH SUPPLIER - CHECK SUPPMAINT."
           ELSE
               DISPLAY "SUPPLIER " WRK-SUPP-NO " " SUR-NAME (SU-IX)
               DISPLAY "ORIGINAL PO NUMBER: "
               ACCEPT WRK-PO-NO
               MOVE SPACES TO WRK-ITEM
               PERFORM FIND-PO-LINE
               IF NOT PL-FOUND
                   DISPLAY "NO SUCH PO - CHECK POENTRY."
               ELSE
               IF PLR-SUPP-NO (PL-IX) NOT = WRK-SUPP-NO
                   DISPLAY "PO " WRK-PO-NO " WAS RAISED ON SUPPLIER "
                       PLR-SUPP-NO (PL-IX) " - NOTHING RETURNED."
               ELSE
               IF DM-ROW-CTR = 300
                   DISPLAY "DEBIT MEMO FILE FULL - NOTHING RETURNED."
               ELSE
                   PERFORM TAKE-THE-RETURN
               END-IF
               END-IF
               END-IF
           END-IF.

       TAKE-THE-RETURN.
      *    THE STOCK COMES OFF LINE BY LINE AS IT IS KEYED; THE MEMO
      *    IS FILED AND PRINTED ONCE THE LAST LINE IS IN.
           OPEN I-O ITEM-FILE.
           IF ITEM-STATUS NOT = "00" AND ITEM-STATUS NOT = "05"
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS
           ELSE
               COMPUTE MEMO-NO = DM-MAX-NO + 1
               COMPUTE MEMO-FIRST-LINE = DN-ROW-CTR + 1
               MOVE 0 TO MEMO-TOTAL
               MOVE 0 TO MEMO-LINES
               OPEN EXTEND STOCKLED-FILE
               MOVE 'Y' TO MORE-LINES
               PERFORM UNTIL MORE-LINES NOT = 'Y'
                       AND MORE-LINES NOT = 'y'
                   PERFORM TAKE-ONE-RETURN-LINE
                   DISPLAY "ANOTHER ITEM GOING BACK? (Y/N): "
                   ACCEPT MORE-LINES
               END-PERFORM
               CLOSE STOCKLED-FILE
               CLOSE ITEM-FILE
               IF MEMO-LINES = 0
                   DISPLAY "NO LINES - NO DEBIT MEMO RAISED."
               ELSE
                   PERFORM FILE-THE-MEMO
               END-IF
           END-IF.

       TAKE-ONE-RETURN-LINE.
           DISPLAY "ITEM CODE GOING BACK: "
           ACCEPT WRK-ITEM
           PERFORM FIND-PO-LINE
           IF NOT PL-FOUND
               DISPLAY "NOT ON PO " WRK-PO-NO " - LINE SKIPPED."
           ELSE
           IF DN-ROW-CTR = 1000
               DISPLAY "DEBIT MEMO LINE FILE FULL - LINE SKIPPED."
           ELSE
      *    ONLY WHAT THE PO LINE BROUGHT IN, LESS WHAT EARLIER MEMOS
      *    (AND THIS ONE) ALREADY SENT BACK, CAN GO BACK.
               PERFORM TOTAL-RETURNED-QTY
               COMPUTE RETURNABLE-QTY = PLR-RECEIVED (PL-IX)
                   - RETURNED-QTY
               IF RETURNABLE-QTY NOT > 0
                   DISPLAY "NOTHING RECEIVED ON PO " WRK-PO-NO
                       " FOR " WRK-ITEM " IS LEFT TO RETURN."
               ELSE
                   DISPLAY "RECEIVED " PLR-RECEIVED (PL-IX)
                       " ALREADY RETURNED " RETURNED-QTY
                   DISPLAY "QUANTITY GOING BACK: "
                   ACCEPT WRK-QTY
                   PERFORM UNTIL WRK-QTY > 0
                           AND WRK-QTY NOT > RETURNABLE-QTY
                       DISPLAY "INVALID - 1 TO " RETURNABLE-QTY ": "
                       ACCEPT WRK-QTY
                   END-PERFORM
                   DISPLAY "REASON (SHORTD/DAMAGE/WRONG/OTHER): "
                   ACCEPT WRK-REASON
                   PERFORM UNTIL WRK-REASON = "SHORTD"
                           OR WRK-REASON = "DAMAGE"
                           OR WRK-REASON = "WRONG"
                           OR WRK-REASON = "OTHER"
                       DISPLAY "INVALID - ENTER SHORTD, DAMAGE, WRONG"
                           " OR OTHER: "
                       ACCEPT WRK-REASON
                   END-PERFORM
                   PERFORM TAKE-OUT-OF-STOCK
               END-IF
           END-IF
           END-IF.

       TOTAL-RETURNED-QTY.
           MOVE 0 TO RETURNED-QTY.
           PERFORM VARYING DN-IX FROM 1 BY 1
                   UNTIL DN-IX > DN-ROW-CTR
               IF DNR-ITEM-CODE (DN-IX) = WRK-ITEM
                   IF DNR-NUMBER (DN-IX) = MEMO-NO
                       ADD DNR-QTY (DN-IX) TO RETURNED-QTY
                   ELSE
                       MOVE DNR-NUMBER (DN-IX) TO PICK-NO
                       PERFORM FIND-DM-ROW
                       IF DM-FOUND
                           IF DMR-PO-NO (DM-IX) = WRK-PO-NO
                               ADD DNR-QTY (DN-IX) TO RETURNED-QTY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-OUT-OF-STOCK.
      *    THE GOODS ARE PHYSICALLY GOING BACK, SO THE MEMO CREDITS
      *    THE FULL QUANTITY -- A BOOK THAT HELD LESS FLOORS AT ZERO
      *    AND IS CALLED OUT, SINCE THE COUNT WAS ALREADY WRONG.
           MOVE WRK-ITEM TO IT-CODE.
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "ITEM IS NOT ON THE CATALOG - LINE "
                       "SKIPPED."
               NOT INVALID KEY
                   IF WRK-QTY > IT-STOCK
                       DISPLAY "RETURNING MORE THAN THE BOOK STOCK "
                           IT-STOCK " - FLOORED AT ZERO, COUNT IT."
                       MOVE IT-STOCK TO LEDGER-OUT
                       MOVE 0 TO IT-STOCK
                   ELSE
                       MOVE WRK-QTY TO LEDGER-OUT
                       SUBTRACT WRK-QTY FROM IT-STOCK
                   END-IF
                   REWRITE ITEM-REC
                   PERFORM POST-TO-LEDGER
                   IF IT-PERISH = 'Y'
                       MOVE WRK-ITEM TO LOT-CODE
                       MOVE WRK-QTY TO LOT-DRAW
                       PERFORM LOAD-STOCKLOT-TABLE
                       PERFORM DRAW-LOTS-FIRST-EXPIRING
                       PERFORM REWRITE-STOCKLOT-FILE
                   END-IF
                   ADD 1 TO DN-ROW-CTR
                   MOVE MEMO-NO TO DNR-NUMBER (DN-ROW-CTR)
                   MOVE WRK-ITEM TO DNR-ITEM-CODE (DN-ROW-CTR)
                   MOVE WRK-QTY TO DNR-QTY (DN-ROW-CTR)
                   MOVE PLR-UNIT-COST (PL-IX)
                       TO DNR-UNIT-COST (DN-ROW-CTR)
                   MOVE WRK-REASON TO DNR-REASON (DN-ROW-CTR)
                   COMPUTE LINE-AMT = WRK-QTY * PLR-UNIT-COST (PL-IX)
                   ADD LINE-AMT TO MEMO-TOTAL
                   ADD 1 TO MEMO-LINES
                   MOVE LINE-AMT TO AMTDP
                   DISPLAY WRK-QTY " X " WRK-ITEM " GOING BACK ("
                       WRK-REASON ") - " AMTDP " - ON HAND NOW "
                       IT-STOCK "."
           END-READ.

       POST-TO-LEDGER.
      *    A 'D' MOVEMENT UNDER THE MEMO NUMBER, WITH THE BALANCE THE
      *    ITEM REWRITE JUST LEFT.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO LE-STAMP.
           MOVE WRK-ITEM TO LE-ITEM-CODE.
           MOVE 'D' TO LE-TYPE.
           MOVE SPACES TO LE-REF.
           STRING "DM" DELIMITED BY SIZE
               MEMO-NO DELIMITED BY SIZE
               INTO LE-REF.
           MOVE 0 TO LE-QTY-IN.
           MOVE LEDGER-OUT TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.

       FILE-THE-MEMO.
           ADD 1 TO DM-ROW-CTR.
           MOVE MEMO-NO TO DM-MAX-NO.
           MOVE MEMO-NO TO DMR-NUMBER (DM-ROW-CTR).
           MOVE WRK-SUPP-NO TO DMR-SUPP-NO (DM-ROW-CTR).
           MOVE WRK-PO-NO TO DMR-PO-NO (DM-ROW-CTR).
           MOVE BUSINESS-DATE TO DMR-DATE (DM-ROW-CTR).
           MOVE MEMO-TOTAL TO DMR-AMOUNT (DM-ROW-CTR).
           MOVE 0 TO DMR-APPLIED (DM-ROW-CTR).
           MOVE 0 TO DMR-REFUNDED (DM-ROW-CTR).
           MOVE 'O' TO DMR-STATUS (DM-ROW-CTR).
           MOVE OPERATOR-ID TO DMR-OPERATOR (DM-ROW-CTR).
           PERFORM REWRITE-DM-FILE.
           OPEN EXTEND DMLINE-FILE.
           PERFORM VARYING DN-IX FROM MEMO-FIRST-LINE BY 1
                   UNTIL DN-IX > DN-ROW-CTR
               MOVE DNR-NUMBER (DN-IX) TO DN-NUMBER
               MOVE DNR-ITEM-CODE (DN-IX) TO DN-ITEM-CODE
               MOVE DNR-QTY (DN-IX) TO DN-QTY
               MOVE DNR-UNIT-COST (DN-IX) TO DN-UNIT-COST
               MOVE DNR-REASON (DN-IX) TO DN-REASON
               WRITE DMLINE-REC
           END-PERFORM.
           CLOSE DMLINE-FILE.
           PERFORM PRINT-DEBIT-MEMO.
           MOVE MEMO-TOTAL TO AMTDP.
           DISPLAY "DEBIT MEMO " MEMO-NO " RAISED - " AMTDP
               " OPEN WITH SUPPLIER " WRK-SUPP-NO ".".
           DISPLAY "PRINTED TO " SPOOL-NAME.

       PRINT-DEBIT-MEMO.
      *    A BORDERED PAGE FOR THE DRIVER TO SIGN -- SAME MOVE ALL
      *    BORDERING AS DISCNIGHT'S NOTICES.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\DEBITMEMO_" DELIMITED BY SIZE
               MEMO-NO DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "* DEBIT MEMO NO. " DELIMITED BY SIZE
               MEMO-NO DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "| SUPPLIER " DELIMITED BY SIZE
               WRK-SUPP-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUR-NAME (SU-IX) DELIMITED BY SIZE
               "  PO " DELIMITED BY SIZE
               WRK-PO-NO DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "| ITEM   QTY    UNIT COST        AMOUNT  REASON"
               TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           PERFORM VARYING DN-IX FROM MEMO-FIRST-LINE BY 1
                   UNTIL DN-IX > DN-ROW-CTR
               COMPUTE LINE-AMT = DNR-QTY (DN-IX)
                   * DNR-UNIT-COST (DN-IX)
               MOVE DNR-UNIT-COST (DN-IX) TO COSTDP
               MOVE LINE-AMT TO AMTDP
               MOVE SPACES TO PRT-LINE
               STRING "| " DELIMITED BY SIZE
                   DNR-ITEM-CODE (DN-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DNR-QTY (DN-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   COSTDP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMTDP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DNR-REASON (DN-IX) DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SPOOL-LINE FROM PRT-LINE
           END-PERFORM.
           MOVE MEMO-TOTAL TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "| TOTAL CREDIT DUE TO US         " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "| RELEASED BY " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "| RECEIVED FOR THE SUPPLIER: ____________  DATE: "
               TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           CLOSE SPOOL-FILE.

       REFUND-A-MEMO.
      *    THE SUPPLIER PAYING THE CREDIT BACK IN CASH OR CHEQUE --
      *    THE MEMO CLOSES ONCE NOTHING IS LEFT OPEN ON IT.
           DISPLAY "DEBIT MEMO NUMBER: "
           ACCEPT PICK-NO
           PERFORM FIND-DM-ROW
           IF NOT DM-FOUND
               DISPLAY "NO SUCH DEBIT MEMO."
           ELSE
           IF DMR-STATUS (DM-IX) NOT = 'O'
               DISPLAY "DEBIT MEMO " PICK-NO " IS ALREADY CLOSED."
           ELSE
               COMPUTE MEMO-OPEN = DMR-AMOUNT (DM-IX)
                   - DMR-APPLIED (DM-IX) - DMR-REFUNDED (DM-IX)
               MOVE MEMO-OPEN TO AMTDP
               DISPLAY "SUPPLIER " DMR-SUPP-NO (DM-IX) " - STILL OPEN "
                   AMTDP
               DISPLAY "AMOUNT REFUNDED (0 = ALL OPEN): "
               ACCEPT REFUND-AMT
               IF REFUND-AMT = 0
                   MOVE MEMO-OPEN TO REFUND-AMT
               END-IF
               PERFORM UNTIL REFUND-AMT NOT > MEMO-OPEN
                   DISPLAY "INVALID - NO MORE THAN STILL OPEN: "
                   ACCEPT REFUND-AMT
               END-PERFORM
               DISPLAY "REFUND REFERENCE (CHEQUE / OR NO.): "
               MOVE SPACES TO REFUND-REF
               ACCEPT REFUND-REF
               ADD REFUND-AMT TO DMR-REFUNDED (DM-IX)
               IF DMR-APPLIED (DM-IX) + DMR-REFUNDED (DM-IX)
                       NOT < DMR-AMOUNT (DM-IX)
                   MOVE 'C' TO DMR-STATUS (DM-IX)
               END-IF
               PERFORM REWRITE-DM-FILE
               PERFORM POST-REFUND-TO-LEDGER
               MOVE REFUND-AMT TO AMTDP
               DISPLAY "REFUND OF " AMTDP " RECORDED ON MEMO " PICK-NO
                   "."
           END-IF
           END-IF.

       POST-REFUND-TO-LEDGER.
      *    AN 'R' ROW UNDER THE MEMO'S OWN NUMBER -- IT OWES NOTHING,
      *    SO AGING AND THE PAY RUN PASS IT BY, BUT GLEXPORT SEES
      *    THE CASH COME IN.
           OPEN EXTEND APLEDGER-FILE.
           MOVE DMR-SUPP-NO (DM-IX) TO AP-SUPP-NO.
           MOVE SPACES TO AP-INV-NO.
           STRING "DM" DELIMITED BY SIZE
               PICK-NO DELIMITED BY SIZE
               INTO AP-INV-NO.
           MOVE 'R' TO AP-TYPE.
           MOVE BUSINESS-DATE TO AP-BUSDATE.
           MOVE BUSINESS-DATE TO AP-DUE-DATE.
           MOVE REFUND-AMT TO AP-AMOUNT.
           MOVE REFUND-REF TO AP-REF.
           MOVE OPERATOR-ID TO AP-OPERATOR.
           WRITE APLEDGER-REC.
           CLOSE APLEDGER-FILE.

       AGE-OPEN-MEMOS.
      *    EVERY MEMO STILL OPEN, GROUPED BY SUPPLIER AND AGED BY
      *    DAYS SINCE IT WAS RAISED AS OF THE BUSINESS DATE.
           DISPLAY "OPEN DEBIT MEMOS AS OF " BUSINESS-DATE.
           MOVE 0 TO SHOP-TOTAL.
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 4
               MOVE 0 TO SHOP-BUCKET (BK-IX)
           END-PERFORM.
           PERFORM VARYING DM-IX FROM 1 BY 1
                   UNTIL DM-IX > DM-ROW-CTR
               IF DMR-STATUS (DM-IX) = 'O'
                   MOVE 'N' TO DMR-LISTED (DM-IX)
               ELSE
                   MOVE 'Y' TO DMR-LISTED (DM-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING DM-IX FROM 1 BY 1
                   UNTIL DM-IX > DM-ROW-CTR
               IF DMR-LISTED (DM-IX) = 'N'
                   MOVE DMR-SUPP-NO (DM-IX) TO GROUP-SUPP-NO
                   PERFORM AGE-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------".
           DISPLAY "SHOP TOTAL BY AGE".
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 4
               MOVE SHOP-BUCKET (BK-IX) TO AMTDP
               DISPLAY "  " BK-LABEL (BK-IX) "           " AMTDP
           END-PERFORM.
           MOVE SHOP-TOTAL TO AMTDP.
           DISPLAY "TOTAL OWED BACK TO US " AMTDP.

       AGE-ONE-SUPPLIER.
           MOVE GROUP-SUPP-NO TO WRK-SUPP-NO.
           PERFORM FIND-SUPPLIER-ROW.
           IF SU-FOUND
               DISPLAY "SUPPLIER " GROUP-SUPP-NO " " SUR-NAME (SU-IX)
           ELSE
               DISPLAY "SUPPLIER " GROUP-SUPP-NO
           END-IF.
           DISPLAY "  MEMO  PO    RAISED    AGE           ORIGINAL"
               "          OPEN".
           MOVE 0 TO SUPP-TOTAL.
           PERFORM VARYING DM-SCAN FROM 1 BY 1
                   UNTIL DM-SCAN > DM-ROW-CTR
               IF DMR-SUPP-NO (DM-SCAN) = GROUP-SUPP-NO
                       AND DMR-LISTED (DM-SCAN) = 'N'
                   MOVE 'Y' TO DMR-LISTED (DM-SCAN)
                   COMPUTE MEMO-OPEN = DMR-AMOUNT (DM-SCAN)
                       - DMR-APPLIED (DM-SCAN)
                       - DMR-REFUNDED (DM-SCAN)
                   PERFORM FIND-THE-BUCKET
                   ADD MEMO-OPEN TO SHOP-BUCKET (BK-IX)
                   ADD MEMO-OPEN TO SUPP-TOTAL
                   MOVE DMR-AMOUNT (DM-SCAN) TO AMTDP
                   MOVE MEMO-OPEN TO AMTDP2
                   DISPLAY "  " DMR-NUMBER (DM-SCAN) " "
                       DMR-PO-NO (DM-SCAN) " " DMR-DATE (DM-SCAN)
                       "  " BK-LABEL (BK-IX) " " AMTDP " " AMTDP2
               END-IF
           END-PERFORM.
           ADD SUPP-TOTAL TO SHOP-TOTAL.
           MOVE SUPP-TOTAL TO AMTDP.
           DISPLAY "  SUPPLIER TOTAL OPEN          " AMTDP.

       FIND-THE-BUCKET.
           MOVE 0 TO DAYS-OLD.
           MOVE DMR-DATE (DM-SCAN) TO AGE-DATE.
           PERFORM UNTIL AGE-DATE NOT < BUSINESS-DATE
                   OR DAYS-OLD > 90
               PERFORM ADD-ONE-DAY
               ADD 1 TO DAYS-OLD
           END-PERFORM.
           EVALUATE TRUE
               WHEN DAYS-OLD NOT > 30
                   MOVE 1 TO BK-IX
               WHEN DAYS-OLD NOT > 60
                   MOVE 2 TO BK-IX
               WHEN DAYS-OLD NOT > 90
                   MOVE 3 TO BK-IX
               WHEN OTHER
                   MOVE 4 TO BK-IX
           END-EVALUATE.

       ADD-ONE-DAY.
           EVALUATE AGE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE AGE-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE AGE-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE AGE-YYYY BY 400 GIVING LEAP-Q
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
           ADD 1 TO AGE-DD.
           IF AGE-DD > MONTH-DAYS
               MOVE 1 TO AGE-DD
               ADD 1 TO AGE-MM
               IF AGE-MM > 12
                   MOVE 1 TO AGE-MM
                   ADD 1 TO AGE-YYYY
               END-IF
           END-IF.

       FIND-SUPPLIER-ROW.
           MOVE 'N' TO SU-FOUND-SW.
           MOVE 1 TO SU-IX.
           PERFORM UNTIL SU-IX > SU-ROW-CTR OR SU-FOUND
               IF SUR-SUPP-NO (SU-IX) = WRK-SUPP-NO
                   MOVE 'Y' TO SU-FOUND-SW
               ELSE
                   ADD 1 TO SU-IX
               END-IF
           END-PERFORM.

       FIND-PO-LINE.
      *    A BLANK WRK-ITEM FINDS THE PO'S FIRST LINE -- ENOUGH TO
      *    PROVE THE PO EXISTS AND NAME ITS SUPPLIER.
           MOVE 'N' TO PL-FOUND-SW.
           MOVE 1 TO PL-IX.
           PERFORM UNTIL PL-IX > PL-ROW-CTR OR PL-FOUND
               IF PLR-NUMBER (PL-IX) = WRK-PO-NO
                       AND (WRK-ITEM = SPACES
                       OR PLR-ITEM-CODE (PL-IX) = WRK-ITEM)
                   MOVE 'Y' TO PL-FOUND-SW
               ELSE
                   ADD 1 TO PL-IX
               END-IF
           END-PERFORM.

       FIND-DM-ROW.
           MOVE 'N' TO DM-FOUND-SW.
           MOVE 1 TO DM-IX.
           PERFORM UNTIL DM-IX > DM-ROW-CTR OR DM-FOUND
               IF DMR-NUMBER (DM-IX) = PICK-NO
                   MOVE 'Y' TO DM-FOUND-SW
               ELSE
                   ADD 1 TO DM-IX
               END-IF
           END-PERFORM.

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
           END-IF.

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN PROMPTS FOR IT.
           MOVE SPACES TO SESSION-REC.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
               END-READ
               CLOSE SESSION-FILE
           ELSE
               IF SESSION-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
           END-IF.
           IF SN-OPERATOR NOT = SPACES
               MOVE SN-OPERATOR TO OPERATOR-ID
               DISPLAY "OPERATOR (SIGNED ON): " OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT OPERATOR-ID
           END-IF.

       LOAD-SUPPLIER-TABLE.
           MOVE 0 TO SU-ROW-CTR.
           MOVE 'N' TO SUPPLIER-EOF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00"
               READ SUPPLIER-FILE
                   AT END MOVE 'Y' TO SUPPLIER-EOF
               END-READ
               PERFORM UNTIL SUPPLIER-END
                   IF SU-ROW-CTR < 100
                       ADD 1 TO SU-ROW-CTR
                       MOVE SU-SUPP-NO TO SUR-SUPP-NO (SU-ROW-CTR)
                       MOVE SU-NAME TO SUR-NAME (SU-ROW-CTR)
                   END-IF
                   READ SUPPLIER-FILE
                       AT END MOVE 'Y' TO SUPPLIER-EOF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           ELSE
               IF SUPPLIER-STATUS = "05"
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.

       LOAD-PURCHORD-TABLE.
           MOVE 0 TO PL-ROW-CTR.
           MOVE 'N' TO PURCHORD-EOF.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-STATUS = "00"
               READ PURCHORD-FILE
                   AT END MOVE 'Y' TO PURCHORD-EOF
               END-READ
               PERFORM UNTIL PURCHORD-END
                   ADD 1 TO PL-ROW-CTR
                   MOVE PO-NUMBER TO PLR-NUMBER (PL-ROW-CTR)
                   MOVE PO-SUPP-NO TO PLR-SUPP-NO (PL-ROW-CTR)
                   MOVE PO-ITEM-CODE
                       TO PLR-ITEM-CODE (PL-ROW-CTR)
                   MOVE PO-RECEIVED TO PLR-RECEIVED (PL-ROW-CTR)
                   MOVE PO-UNIT-COST
                       TO PLR-UNIT-COST (PL-ROW-CTR)
                   READ PURCHORD-FILE
                       AT END MOVE 'Y' TO PURCHORD-EOF
                   END-READ
               END-PERFORM
               CLOSE PURCHORD-FILE
           ELSE
               IF PURCHORD-STATUS = "05"
                   CLOSE PURCHORD-FILE
               END-IF
           END-IF.

       LOAD-DM-TABLE.
      *    DEBITMEMO-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO DM-ROW-CTR.
           MOVE 0 TO DM-MAX-NO.
           MOVE 'N' TO DEBITMEMO-EOF.
           OPEN INPUT DEBITMEMO-FILE.
           IF DEBITMEMO-STATUS = "00"
               READ DEBITMEMO-FILE
                   AT END MOVE 'Y' TO DEBITMEMO-EOF
               END-READ
               PERFORM UNTIL DEBITMEMO-END
                   ADD 1 TO DM-ROW-CTR
                   MOVE DM-NUMBER TO DMR-NUMBER (DM-ROW-CTR)
                   MOVE DM-SUPP-NO TO DMR-SUPP-NO (DM-ROW-CTR)
                   MOVE DM-PO-NO TO DMR-PO-NO (DM-ROW-CTR)
                   MOVE DM-DATE TO DMR-DATE (DM-ROW-CTR)
                   MOVE DM-AMOUNT TO DMR-AMOUNT (DM-ROW-CTR)
                   MOVE DM-APPLIED TO DMR-APPLIED (DM-ROW-CTR)
                   MOVE DM-REFUNDED TO DMR-REFUNDED (DM-ROW-CTR)
                   MOVE DM-STATUS TO DMR-STATUS (DM-ROW-CTR)
                   MOVE DM-OPERATOR TO DMR-OPERATOR (DM-ROW-CTR)
                   IF DM-NUMBER > DM-MAX-NO
                       MOVE DM-NUMBER TO DM-MAX-NO
                   END-IF
                   READ DEBITMEMO-FILE
                       AT END MOVE 'Y' TO DEBITMEMO-EOF
                   END-READ
               END-PERFORM
               CLOSE DEBITMEMO-FILE
           ELSE
               IF DEBITMEMO-STATUS = "05"
                   CLOSE DEBITMEMO-FILE
               END-IF
           END-IF.

       LOAD-DN-TABLE.
           MOVE 0 TO DN-ROW-CTR.
           MOVE 'N' TO DMLINE-EOF.
           OPEN INPUT DMLINE-FILE.
           IF DMLINE-STATUS = "00"
               READ DMLINE-FILE
                   AT END MOVE 'Y' TO DMLINE-EOF
               END-READ
               PERFORM UNTIL DMLINE-END
                   ADD 1 TO DN-ROW-CTR
                   MOVE DN-NUMBER TO DNR-NUMBER (DN-ROW-CTR)
                   MOVE DN-ITEM-CODE TO DNR-ITEM-CODE (DN-ROW-CTR)
                   MOVE DN-QTY TO DNR-QTY (DN-ROW-CTR)
                   MOVE DN-UNIT-COST TO DNR-UNIT-COST (DN-ROW-CTR)
                   MOVE DN-REASON TO DNR-REASON (DN-ROW-CTR)
                   READ DMLINE-FILE
                       AT END MOVE 'Y' TO DMLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE DMLINE-FILE
           ELSE
               IF DMLINE-STATUS = "05"
                   CLOSE DMLINE-FILE
               END-IF
           END-IF.

       REWRITE-DM-FILE.
           OPEN OUTPUT DEBITMEMO-FILE.
           PERFORM VARYING DM-IX FROM 1 BY 1
                   UNTIL DM-IX > DM-ROW-CTR
               MOVE DMR-NUMBER (DM-IX) TO DM-NUMBER
               MOVE DMR-SUPP-NO (DM-IX) TO DM-SUPP-NO
               MOVE DMR-PO-NO (DM-IX) TO DM-PO-NO
               MOVE DMR-DATE (DM-IX) TO DM-DATE
               MOVE DMR-AMOUNT (DM-IX) TO DM-AMOUNT
               MOVE DMR-APPLIED (DM-IX) TO DM-APPLIED
               MOVE DMR-REFUNDED (DM-IX) TO DM-REFUNDED
               MOVE DMR-STATUS (DM-IX) TO DM-STATUS
               MOVE DMR-OPERATOR (DM-IX) TO DM-OPERATOR
               WRITE DEBITMEMO-REC
           END-PERFORM.
           CLOSE DEBITMEMO-FILE.
       END PROGRAM SUPPRTN.

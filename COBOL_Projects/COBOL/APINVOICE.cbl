      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Supplier-invoice entry and the three-way match --
      *          an invoice is keyed against its PURCHORD.DAT PO
      *          (the supplier's invoice number, date, terms, and a
      *          quantity and unit cost per PO item billed) and each
      *          line is matched to what was ordered, what GOODSRCV
      *          has received and not yet been billed, and the PO's
      *          agreed cost within the SHOPCONF.DAT price tolerance.
      *          A clean invoice goes straight onto the APLEDGER.DAT
      *          payables ledger with its due date; one that differs
      *          is held, and only a supervisor's ID and PIN
      *          (OPERATORS.DAT) releases it to the ledger or
      *          rejects it -- so nothing is paid that was not
      *          ordered, received and priced as agreed. Once an
      *          invoice reaches the ledger, each open SUPPRTN debit
      *          memo (DEBITMEMO.DAT) the supplier still owes us is
      *          offered against it and, when taken, applied up to
      *          what the invoice owes as a 'D' row on the ledger, so
      *          returned goods are never paid for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVOICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL APINV-FILE
          ASSIGN TO "C:\Users\ADMIN\APINV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APINV-STATUS.
          SELECT OPTIONAL APINVLN-FILE
          ASSIGN TO "C:\Users\ADMIN\APINVLN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APINVLN-STATUS.
          SELECT OPTIONAL APLEDGER-FILE
          ASSIGN TO "C:\Users\ADMIN\APLEDGER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APLEDGER-STATUS.
          SELECT OPTIONAL PURCHORD-FILE
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL DEBITMEMO-FILE
          ASSIGN TO "C:\Users\ADMIN\DEBITMEMO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEBITMEMO-STATUS.
          SELECT OPTIONAL SUPPLIER-FILE
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APINV-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APINV-REC.
           COPY "APINV.CPY".
       FD  APINVLN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APINVLN-REC.
           COPY "APINVLN.CPY".
       FD  APLEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APLEDGER-REC.
           COPY "APLEDGER.CPY".
       FD  PURCHORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  DEBITMEMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEBITMEMO-REC.
           COPY "DEBITMEMO.CPY".
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  APINV-STATUS PIC XX.
       01  APINV-EOF PIC X VALUE 'N'.
           88 APINV-END VALUE 'Y'.
       01  APINVLN-STATUS PIC XX.
       01  APINVLN-EOF PIC X VALUE 'N'.
           88 APINVLN-END VALUE 'Y'.
       01  APLEDGER-STATUS PIC XX.
       01  PURCHORD-STATUS PIC XX.
       01  PURCHORD-EOF PIC X VALUE 'N'.
           88 PURCHORD-END VALUE 'Y'.
       01  DEBITMEMO-STATUS PIC XX.
       01  DEBITMEMO-EOF PIC X VALUE 'N'.
           88 DEBITMEMO-END VALUE 'Y'.
       01  SUPPLIER-STATUS PIC XX.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  OPERATOR-STATUS PIC XX.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  SESSION-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  OPERATOR-ID PIC X(10).
       01  CHOICE PIC X9.
      *    PRICE TOLERANCE AND DEFAULT TERMS -- SHOPCONF.DAT
      *    OVERRIDES THESE WHEN IT CARRIES NON-ZERO VALUES.
       01  TOL-PCT PIC 9V9 VALUE 2.0.
       01  DEFAULT-TERMS PIC 9(3) VALUE 30.
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
               10  PLR-ORDERED PIC 9(5).
               10  PLR-RECEIVED PIC 9(5).
               10  PLR-UNIT-COST PIC 9(5)V99.
               10  PLR-STATUS PIC X(1).
      *    SUPPLIER TABLE FOR NAMES.
       01  SU-ROW-CTR PIC 9(3) VALUE 0.
       01  SU-IX PIC 9(3).
       01  SU-FOUND-SW PIC X.
           88 SU-FOUND VALUE 'Y'.
       01  SU-TABLE.
           05  SU-ROW OCCURS 100 TIMES.
               10  SUR-SUPP-NO PIC X(5).
               10  SUR-NAME PIC X(25).
               10  SUR-ACTIVE PIC X(1).
      *    IN-MEMORY COPY OF APINV.DAT.
       01  AI-ROW-CTR PIC 9(4) VALUE 0.
       01  AI-IX PIC 9(4).
       01  AI-FOUND-SW PIC X.
           88 AI-FOUND VALUE 'Y'.
       01  AI-TABLE.
           05  AI-ROW OCCURS 300 TIMES.
               10  AIR-SUPP-NO PIC X(5).
               10  AIR-INV-NO PIC X(12).
               10  AIR-PO-NO PIC 9(5).
               10  AIR-INV-DATE PIC 9(8).
               10  AIR-TERMS-DAYS PIC 9(3).
               10  AIR-DUE-DATE PIC 9(8).
               10  AIR-AMOUNT PIC 9(7)V99.
               10  AIR-STATUS PIC X(1).
               10  AIR-HOLD-REASON PIC X(20).
               10  AIR-ENTERED-BY PIC X(10).
               10  AIR-RELEASED-BY PIC X(10).
      *    IN-MEMORY COPY OF APINVLN.DAT.
       01  AN-ROW-CTR PIC 9(4) VALUE 0.
       01  AN-IX PIC 9(4).
       01  AN-TABLE.
           05  AN-ROW OCCURS 1000 TIMES.
               10  ANR-SUPP-NO PIC X(5).
               10  ANR-INV-NO PIC X(12).
               10  ANR-PO-NO PIC 9(5).
               10  ANR-ITEM-CODE PIC X(5).
               10  ANR-QTY PIC 9(5).
               10  ANR-UNIT-COST PIC 9(5)V99.
               10  ANR-MATCH PIC X(1).
      *    IN-MEMORY COPY OF DEBITMEMO.DAT -- THE SUPPLIER'S OPEN
      *    MEMOS ARE OFFERED AGAINST EACH INVOICE THAT IS POSTED.
       01  DM-ROW-CTR PIC 9(3) VALUE 0.
       01  DM-IX PIC 9(3).
       01  DM-APPLIED-SW PIC X.
           88 DM-APPLIED-ANY VALUE 'Y'.
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
       01  INV-OPEN PIC 9(7)V99.
       01  MEMO-OPEN PIC 9(7)V99.
       01  APPLY-AMT PIC 9(7)V99.
       01  APPLY-ANS PIC X.
      *    SUPERVISOR CHECK FOR A HELD INVOICE -- SAME ID/PIN/ROLE
      *    TEST AS GOODSRCV'S OVERAGE.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-FOUND-SW PIC X VALUE 'N'.
           88 OP-FOUND-ROW VALUE 'Y'.
       01  OP-TABLE.
           05  OP-ROW OCCURS 20 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-NAME PIC X(20).
               10  OPR-ROLE PIC X(1).
               10  OPR-PIN PIC X(4).
       01  TYPED-ID PIC X(10).
       01  TYPED-PIN PIC X(4).
       01  SUPER-OK-SW PIC X.
           88 SUPER-OK VALUE 'Y'.
      *    THE INVOICE BEING KEYED.
       01  WRK-PO-NO PIC 9(5).
       01  WRK-SUPP-NO PIC X(5).
       01  WRK-INV-NO PIC X(12).
       01  WRK-INV-DATE PIC 9(8).
       01  WRK-TERMS PIC 9(3).
       01  WRK-ITEM PIC X(5).
       01  WRK-QTY PIC 9(5).
       01  WRK-COST PIC 9(5)V99.
       01  WRK-MATCH PIC X(1).
       01  INV-TOTAL PIC 9(7)V99.
       01  INV-LINES PIC 9(3).
       01  INV-QTY-OFF PIC 9(3).
       01  INV-PRICE-OFF PIC 9(3).
       01  MORE-LINES PIC X VALUE 'Y'.
       01  BILLED-QTY PIC 9(6).
       01  UNBILLED-QTY PIC S9(6).
       01  PRICE-DIFF PIC S9(5)V99.
       01  HELD-ACTION PIC X.
       01  LINE-AMT PIC 9(7)V99.
       01  AMTDP PIC $Z,ZZZ,999.99.
      *    DUE DATE -- THE INVOICE DATE STEPPED FORWARD ONE DAY AT A
      *    TIME, ROLLING THE MONTH AND THE YEAR OVER.
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
       MAIN-PROCEDURE.
           DISPLAY "SUPPLIER INVOICES (THREE-WAY MATCH)".
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-SHOP-CONF.
           PERFORM ADOPT-SESSION-OPERATOR.
           PERFORM LOAD-PURCHORD-TABLE.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-APINV-TABLE.
           PERFORM LOAD-APINVLN-TABLE.
           PERFORM LOAD-DM-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[E] ENTER AN INVOICE AGAINST A PO"
               DISPLAY "[H] LIST HELD INVOICES"
               DISPLAY "[R] RELEASE OR REJECT A HELD INVOICE"
               DISPLAY "[L] LIST ALL INVOICES"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'E' WHEN 'e'
                       PERFORM ENTER-ONE-INVOICE
                   WHEN 'H' WHEN 'h'
                       PERFORM LIST-HELD-INVOICES
                   WHEN 'R' WHEN 'r'
                       PERFORM WORK-HELD-INVOICE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-ALL-INVOICES
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ENTER-ONE-INVOICE.
           DISPLAY "PO NUMBER: "
           ACCEPT WRK-PO-NO
           MOVE SPACES TO WRK-ITEM
           PERFORM FIND-PO-LINE
           IF NOT PL-FOUND
               DISPLAY "NO SUCH PO - CHECK POENTRY."
           ELSE
           IF AI-ROW-CTR = 300
               DISPLAY "INVOICE FILE FULL - NOTHING ENTERED."
           ELSE
               MOVE PLR-SUPP-NO (PL-IX) TO WRK-SUPP-NO
               PERFORM FIND-SUPPLIER-ROW
               IF SU-FOUND
                   DISPLAY "SUPPLIER " WRK-SUPP-NO " "
                       SUR-NAME (SU-IX)
               ELSE
                   DISPLAY "SUPPLIER " WRK-SUPP-NO
               END-IF
               DISPLAY "SUPPLIER'S INVOICE NUMBER: "
               ACCEPT WRK-INV-NO
               PERFORM FIND-INVOICE-ROW
               IF WRK-INV-NO = SPACES
                   DISPLAY "NO INVOICE NUMBER - NOTHING ENTERED."
               ELSE
               IF AI-FOUND AND AIR-STATUS (AI-IX) NOT = 'X'
                   DISPLAY "THAT INVOICE IS ALREADY ON FILE ("
                       AIR-STATUS (AI-IX) ") - NOTHING ENTERED."
               ELSE
                   PERFORM TAKE-INVOICE-HEADER
                   PERFORM TAKE-INVOICE-LINES
                   PERFORM FILE-THE-INVOICE
               END-IF
               END-IF
           END-IF
           END-IF.

       TAKE-INVOICE-HEADER.
           DISPLAY "INVOICE DATE (YYYYMMDD, 0 = " BUSINESS-DATE
               "): "
           ACCEPT WRK-INV-DATE
           IF WRK-INV-DATE = 0
               MOVE BUSINESS-DATE TO WRK-INV-DATE
           END-IF
           DISPLAY "TERMS IN DAYS (0 = " DEFAULT-TERMS "): "
           ACCEPT WRK-TERMS
           IF WRK-TERMS = 0
               MOVE DEFAULT-TERMS TO WRK-TERMS
           END-IF
           MOVE WRK-INV-DATE TO DUE-DATE
           PERFORM ADD-ONE-DAY WRK-TERMS TIMES
           DISPLAY "DUE " DUE-DATE.

       TAKE-INVOICE-LINES.
           MOVE 0 TO INV-TOTAL
           MOVE 0 TO INV-LINES
           MOVE 0 TO INV-QTY-OFF
           MOVE 0 TO INV-PRICE-OFF
           MOVE 'Y' TO MORE-LINES
           PERFORM TAKE-ONE-INVOICE-LINE
               UNTIL MORE-LINES NOT = 'Y'
               AND MORE-LINES NOT = 'y'.

       TAKE-ONE-INVOICE-LINE.
           DISPLAY "ITEM CODE BILLED: "
           ACCEPT WRK-ITEM
           PERFORM FIND-PO-LINE
           IF NOT PL-FOUND
               DISPLAY "NOT ON PO " WRK-PO-NO " - LINE SKIPPED."
           ELSE
           IF AN-ROW-CTR = 1000
               DISPLAY "INVOICE LINE FILE FULL - LINE NOT SAVED."
           ELSE
               DISPLAY "QUANTITY BILLED: "
               ACCEPT WRK-QTY
               PERFORM UNTIL WRK-QTY > 0
                   DISPLAY "INVALID - QUANTITY MUST BE OVER 0: "
                   ACCEPT WRK-QTY
               END-PERFORM
               DISPLAY "UNIT COST BILLED: "
               ACCEPT WRK-COST
               PERFORM MATCH-ONE-LINE
               ADD 1 TO AN-ROW-CTR
               MOVE WRK-SUPP-NO TO ANR-SUPP-NO (AN-ROW-CTR)
               MOVE WRK-INV-NO TO ANR-INV-NO (AN-ROW-CTR)
               MOVE WRK-PO-NO TO ANR-PO-NO (AN-ROW-CTR)
               MOVE WRK-ITEM TO ANR-ITEM-CODE (AN-ROW-CTR)
               MOVE WRK-QTY TO ANR-QTY (AN-ROW-CTR)
               MOVE WRK-COST TO ANR-UNIT-COST (AN-ROW-CTR)
               MOVE WRK-MATCH TO ANR-MATCH (AN-ROW-CTR)
               ADD 1 TO INV-LINES
               COMPUTE LINE-AMT ROUNDED = WRK-QTY * WRK-COST
               ADD LINE-AMT TO INV-TOTAL
           END-IF
           END-IF
           DISPLAY "ANOTHER LINE? (Y/N): "
           ACCEPT MORE-LINES.

       MATCH-ONE-LINE.
      *    THE THREE WAYS: THE QUANTITY MAY NOT RUN PAST WHAT WAS
      *    RECEIVED LESS WHAT EARLIER INVOICES ALREADY BILLED (AND
      *    RECEIVING ITSELF NEVER PASSES THE ORDER WITHOUT A
      *    SUPERVISOR), AND THE UNIT COST MUST SIT WITHIN THE
      *    TOLERANCE OF THE PO'S AGREED COST.
           PERFORM TOTAL-BILLED-QTY
           COMPUTE UNBILLED-QTY = PLR-RECEIVED (PL-IX) - BILLED-QTY
           IF PLR-ORDERED (PL-IX) < PLR-RECEIVED (PL-IX)
               COMPUTE UNBILLED-QTY = PLR-ORDERED (PL-IX)
                   - BILLED-QTY
           END-IF
           COMPUTE PRICE-DIFF = WRK-COST - PLR-UNIT-COST (PL-IX)
           IF PRICE-DIFF < 0
               COMPUTE PRICE-DIFF = 0 - PRICE-DIFF
           END-IF
           MOVE 'M' TO WRK-MATCH
           IF WRK-QTY > UNBILLED-QTY
               MOVE 'Q' TO WRK-MATCH
               ADD 1 TO INV-QTY-OFF
               DISPLAY "  QTY OFF: BILLED " WRK-QTY " - ORDERED "
                   PLR-ORDERED (PL-IX) ", RECEIVED "
                   PLR-RECEIVED (PL-IX) ", ALREADY BILLED "
                   BILLED-QTY
           END-IF
           IF PRICE-DIFF * 100 > PLR-UNIT-COST (PL-IX) * TOL-PCT
               IF WRK-MATCH = 'Q'
                   MOVE 'B' TO WRK-MATCH
               ELSE
                   MOVE 'P' TO WRK-MATCH
               END-IF
               ADD 1 TO INV-PRICE-OFF
               DISPLAY "  PRICE OFF: BILLED " WRK-COST " - PO COST "
                   PLR-UNIT-COST (PL-IX) " (TOLERANCE " TOL-PCT
                   "%)"
           END-IF
           IF WRK-MATCH = 'M'
               DISPLAY "  LINE MATCHES."
           END-IF.

       TOTAL-BILLED-QTY.
      *    EVERY LINE ALREADY BILLED FOR THIS PO ITEM COUNTS --
      *    INCLUDING THIS INVOICE'S OWN EARLIER LINES -- EXCEPT THE
      *    LINES OF A REJECTED INVOICE.
           MOVE 0 TO BILLED-QTY
           PERFORM VARYING AN-IX FROM 1 BY 1
                   UNTIL AN-IX > AN-ROW-CTR
               IF ANR-PO-NO (AN-IX) = WRK-PO-NO
                       AND ANR-ITEM-CODE (AN-IX) = WRK-ITEM
                       AND ANR-MATCH (AN-IX) NOT = 'X'
                   ADD ANR-QTY (AN-IX) TO BILLED-QTY
               END-IF
           END-PERFORM.

       FILE-THE-INVOICE.
           IF INV-LINES = 0
               DISPLAY "NO LINES BILLED - NOTHING ENTERED."
           ELSE
               ADD 1 TO AI-ROW-CTR
               MOVE AI-ROW-CTR TO AI-IX
               MOVE WRK-SUPP-NO TO AIR-SUPP-NO (AI-IX)
               MOVE WRK-INV-NO TO AIR-INV-NO (AI-IX)
               MOVE WRK-PO-NO TO AIR-PO-NO (AI-IX)
               MOVE WRK-INV-DATE TO AIR-INV-DATE (AI-IX)
               MOVE WRK-TERMS TO AIR-TERMS-DAYS (AI-IX)
               MOVE DUE-DATE TO AIR-DUE-DATE (AI-IX)
               MOVE INV-TOTAL TO AIR-AMOUNT (AI-IX)
               MOVE OPERATOR-ID TO AIR-ENTERED-BY (AI-IX)
               MOVE SPACES TO AIR-RELEASED-BY (AI-IX)
               MOVE SPACES TO AIR-HOLD-REASON (AI-IX)
               MOVE INV-TOTAL TO AMTDP
               IF INV-QTY-OFF = 0 AND INV-PRICE-OFF = 0
                   MOVE 'O' TO AIR-STATUS (AI-IX)
                   PERFORM POST-INVOICE-TO-LEDGER
                   DISPLAY "INVOICE MATCHED - " AMTDP
                       " ON THE PAYABLES LEDGER, DUE " DUE-DATE "."
               ELSE
                   MOVE 'H' TO AIR-STATUS (AI-IX)
                   EVALUATE TRUE
                       WHEN INV-QTY-OFF > 0 AND INV-PRICE-OFF > 0
                           MOVE "QTY AND PRICE OFF"
                               TO AIR-HOLD-REASON (AI-IX)
                       WHEN INV-QTY-OFF > 0
                           MOVE "QTY PAST RECEIVED"
                               TO AIR-HOLD-REASON (AI-IX)
                       WHEN OTHER
                           MOVE "PRICE OFF PO COST"
                               TO AIR-HOLD-REASON (AI-IX)
                   END-EVALUATE
                   DISPLAY "INVOICE HELD (" AIR-HOLD-REASON (AI-IX)
                       ") - " AMTDP " NEEDS A SUPERVISOR'S RELEASE."
               END-IF
               PERFORM REWRITE-APINV-FILE
               PERFORM REWRITE-APINVLN-FILE
           END-IF.

       POST-INVOICE-TO-LEDGER.
      *    AI-IX POINTS AT THE INVOICE -- ITS 'I' ROW IS WHAT THE
      *    SUPPLIER IS NOW OWED.
           OPEN EXTEND APLEDGER-FILE.
           MOVE AIR-SUPP-NO (AI-IX) TO AP-SUPP-NO.
           MOVE AIR-INV-NO (AI-IX) TO AP-INV-NO.
           MOVE 'I' TO AP-TYPE.
           MOVE BUSINESS-DATE TO AP-BUSDATE.
           MOVE AIR-DUE-DATE (AI-IX) TO AP-DUE-DATE.
           MOVE AIR-AMOUNT (AI-IX) TO AP-AMOUNT.
           MOVE SPACES TO AP-REF.
           STRING "PO " DELIMITED BY SIZE
               AIR-PO-NO (AI-IX) DELIMITED BY SIZE
               INTO AP-REF.
           MOVE OPERATOR-ID TO AP-OPERATOR.
           WRITE APLEDGER-REC.
           PERFORM APPLY-DEBIT-MEMOS.
           CLOSE APLEDGER-FILE.

       APPLY-DEBIT-MEMOS.
      *    EACH OPEN MEMO THE SUPPLIER OWES US IS OFFERED IN TURN
      *    UNTIL THE INVOICE IS COVERED -- WHAT IS TAKEN IS A 'D' ROW
      *    AGAINST THE INVOICE, WRITTEN TO THE LEDGER STILL OPEN.
           MOVE AIR-AMOUNT (AI-IX) TO INV-OPEN.
           MOVE 'N' TO DM-APPLIED-SW.
           PERFORM VARYING DM-IX FROM 1 BY 1
                   UNTIL DM-IX > DM-ROW-CTR OR INV-OPEN = 0
               IF DMR-SUPP-NO (DM-IX) = AIR-SUPP-NO (AI-IX)
                       AND DMR-STATUS (DM-IX) = 'O'
                   PERFORM OFFER-ONE-MEMO
               END-IF
           END-PERFORM.
           IF DM-APPLIED-ANY
               PERFORM REWRITE-DM-FILE
               MOVE INV-OPEN TO AMTDP
               DISPLAY "INVOICE NOW OWES " AMTDP "."
           END-IF.

       OFFER-ONE-MEMO.
           COMPUTE MEMO-OPEN = DMR-AMOUNT (DM-IX)
               - DMR-APPLIED (DM-IX) - DMR-REFUNDED (DM-IX).
           MOVE MEMO-OPEN TO AMTDP.
           DISPLAY "OPEN DEBIT MEMO " DMR-NUMBER (DM-IX) " (PO "
               DMR-PO-NO (DM-IX) ") - " AMTDP.
           DISPLAY "APPLY IT AGAINST THIS INVOICE? (Y/N): ".
           ACCEPT APPLY-ANS.
           IF APPLY-ANS = 'Y' OR APPLY-ANS = 'y'
               IF MEMO-OPEN > INV-OPEN
                   MOVE INV-OPEN TO APPLY-AMT
               ELSE
                   MOVE MEMO-OPEN TO APPLY-AMT
               END-IF
               ADD APPLY-AMT TO DMR-APPLIED (DM-IX)
               SUBTRACT APPLY-AMT FROM INV-OPEN
               IF APPLY-AMT = MEMO-OPEN
                   MOVE 'C' TO DMR-STATUS (DM-IX)
               END-IF
               MOVE 'Y' TO DM-APPLIED-SW
               MOVE AIR-SUPP-NO (AI-IX) TO AP-SUPP-NO
               MOVE AIR-INV-NO (AI-IX) TO AP-INV-NO
               MOVE 'D' TO AP-TYPE
               MOVE BUSINESS-DATE TO AP-BUSDATE
               MOVE AIR-DUE-DATE (AI-IX) TO AP-DUE-DATE
               MOVE APPLY-AMT TO AP-AMOUNT
               MOVE SPACES TO AP-REF
               STRING "DM " DELIMITED BY SIZE
                   DMR-NUMBER (DM-IX) DELIMITED BY SIZE
                   INTO AP-REF
               MOVE OPERATOR-ID TO AP-OPERATOR
               WRITE APLEDGER-REC
               MOVE APPLY-AMT TO AMTDP
               DISPLAY "APPLIED " AMTDP " OF MEMO " DMR-NUMBER (DM-IX)
                   "."
           END-IF.

       LIST-HELD-INVOICES.
           DISPLAY "SUPP  INVOICE      PO    DUE      "
               "AMOUNT         REASON".
           PERFORM VARYING AI-IX FROM 1 BY 1
                   UNTIL AI-IX > AI-ROW-CTR
               IF AIR-STATUS (AI-IX) = 'H'
                   MOVE AIR-AMOUNT (AI-IX) TO AMTDP
                   DISPLAY AIR-SUPP-NO (AI-IX) " "
                       AIR-INV-NO (AI-IX) " " AIR-PO-NO (AI-IX) " "
                       AIR-DUE-DATE (AI-IX) " " AMTDP " "
                       AIR-HOLD-REASON (AI-IX)
               END-IF
           END-PERFORM.

       LIST-ALL-INVOICES.
           DISPLAY "SUPP  INVOICE      PO    DUE      "
               "AMOUNT         ST ENTERED    RELEASED".
           PERFORM VARYING AI-IX FROM 1 BY 1
                   UNTIL AI-IX > AI-ROW-CTR
               MOVE AIR-AMOUNT (AI-IX) TO AMTDP
               DISPLAY AIR-SUPP-NO (AI-IX) " "
                   AIR-INV-NO (AI-IX) " " AIR-PO-NO (AI-IX) " "
                   AIR-DUE-DATE (AI-IX) " " AMTDP " "
                   AIR-STATUS (AI-IX) "  " AIR-ENTERED-BY (AI-IX)
                   " " AIR-RELEASED-BY (AI-IX)
           END-PERFORM.

       WORK-HELD-INVOICE.
           DISPLAY "SUPPLIER NUMBER: "
           ACCEPT WRK-SUPP-NO
           DISPLAY "SUPPLIER'S INVOICE NUMBER: "
           ACCEPT WRK-INV-NO
           PERFORM FIND-INVOICE-ROW
           IF NOT AI-FOUND
               DISPLAY "NO SUCH INVOICE."
           ELSE
           IF AIR-STATUS (AI-IX) NOT = 'H'
               DISPLAY "THAT INVOICE IS NOT HELD ("
                   AIR-STATUS (AI-IX) ")."
           ELSE
               MOVE AIR-AMOUNT (AI-IX) TO AMTDP
               DISPLAY "PO " AIR-PO-NO (AI-IX) " " AMTDP " HELD: "
                   AIR-HOLD-REASON (AI-IX)
               PERFORM VARYING AN-IX FROM 1 BY 1
                       UNTIL AN-IX > AN-ROW-CTR
                   IF ANR-SUPP-NO (AN-IX) = WRK-SUPP-NO
                           AND ANR-INV-NO (AN-IX) = WRK-INV-NO
                       DISPLAY "  ITEM " ANR-ITEM-CODE (AN-IX)
                           " QTY " ANR-QTY (AN-IX) " AT "
                           ANR-UNIT-COST (AN-IX) " MATCH "
                           ANR-MATCH (AN-IX)
                   END-IF
               END-PERFORM
               DISPLAY "[R] RELEASE TO THE LEDGER  [J] REJECT  "
                   "[K] KEEP HELD: "
               ACCEPT HELD-ACTION
               EVALUATE HELD-ACTION
                   WHEN 'R' WHEN 'r'
                       PERFORM CHECK-SUPERVISOR
                       IF SUPER-OK
                           MOVE 'O' TO AIR-STATUS (AI-IX)
                           MOVE TYPED-ID TO AIR-RELEASED-BY (AI-IX)
                           PERFORM POST-INVOICE-TO-LEDGER
                           PERFORM REWRITE-APINV-FILE
                           DISPLAY "RELEASED TO THE PAYABLES LEDGER."
                       ELSE
                           DISPLAY "NOT APPROVED - STILL HELD."
                       END-IF
                   WHEN 'J' WHEN 'j'
                       PERFORM CHECK-SUPERVISOR
                       IF SUPER-OK
                           MOVE 'X' TO AIR-STATUS (AI-IX)
                           MOVE TYPED-ID TO AIR-RELEASED-BY (AI-IX)
                           PERFORM REJECT-INVOICE-LINES
                           PERFORM REWRITE-APINV-FILE
                           PERFORM REWRITE-APINVLN-FILE
                           DISPLAY "REJECTED - RETURN IT TO THE "
                               "SUPPLIER."
                       ELSE
                           DISPLAY "NOT APPROVED - STILL HELD."
                       END-IF
                   WHEN OTHER
                       DISPLAY "KEPT HELD."
               END-EVALUATE
           END-IF
           END-IF.

       REJECT-INVOICE-LINES.
      *    A REJECTED INVOICE'S LINES STOP COUNTING AS BILLED, SO
      *    THE SUPPLIER'S CORRECTED INVOICE MATCHES CLEANLY.
           PERFORM VARYING AN-IX FROM 1 BY 1
                   UNTIL AN-IX > AN-ROW-CTR
               IF ANR-SUPP-NO (AN-IX) = WRK-SUPP-NO
                       AND ANR-INV-NO (AN-IX) = WRK-INV-NO
                       AND ANR-MATCH (AN-IX) NOT = 'X'
                   MOVE 'X' TO ANR-MATCH (AN-IX)
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

       FIND-INVOICE-ROW.
      *    THE LATEST ROW WINS -- A REJECTED INVOICE MAY BE KEYED
      *    AGAIN UNDER THE SAME NUMBER ONCE THE SUPPLIER CORRECTS IT.
           MOVE 'N' TO AI-FOUND-SW.
           MOVE AI-ROW-CTR TO AI-IX.
           PERFORM UNTIL AI-IX = 0 OR AI-FOUND
               IF AIR-SUPP-NO (AI-IX) = WRK-SUPP-NO
                       AND AIR-INV-NO (AI-IX) = WRK-INV-NO
                   MOVE 'Y' TO AI-FOUND-SW
               ELSE
                   SUBTRACT 1 FROM AI-IX
               END-IF
           END-PERFORM.

       ADD-ONE-DAY.
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

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "SUPERVISOR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

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

       LOAD-SHOP-CONF.
      *    ZEROS ON A PRE-EXISTING SHOPCONF.DAT LEAVE THE BUILT-IN
      *    TOLERANCE AND TERMS STANDING.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-AP-TOL-PCT IS NUMERIC
                               AND SC-AP-TOL-PCT > 0
                           MOVE SC-AP-TOL-PCT TO TOL-PCT
                       END-IF
                       IF SC-AP-TERMS-DAYS IS NUMERIC
                               AND SC-AP-TERMS-DAYS > 0
                           MOVE SC-AP-TERMS-DAYS TO DEFAULT-TERMS
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
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
                   MOVE PO-ORDERED TO PLR-ORDERED (PL-ROW-CTR)
                   MOVE PO-RECEIVED TO PLR-RECEIVED (PL-ROW-CTR)
                   MOVE PO-UNIT-COST
                       TO PLR-UNIT-COST (PL-ROW-CTR)
                   MOVE PO-STATUS TO PLR-STATUS (PL-ROW-CTR)
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

       LOAD-SUPPLIER-TABLE.
           MOVE 0 TO SU-ROW-CTR.
           MOVE 'N' TO SUPPLIER-EOF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00"
               READ SUPPLIER-FILE
                   AT END MOVE 'Y' TO SUPPLIER-EOF
               END-READ
               PERFORM UNTIL SUPPLIER-END
                   ADD 1 TO SU-ROW-CTR
                   MOVE SU-SUPP-NO TO SUR-SUPP-NO (SU-ROW-CTR)
                   MOVE SU-NAME TO SUR-NAME (SU-ROW-CTR)
                   MOVE SU-ACTIVE TO SUR-ACTIVE (SU-ROW-CTR)
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

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OP-ROW-CTR.
           MOVE 'N' TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   ADD 1 TO OP-ROW-CTR
                   MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                   MOVE OP-NAME TO OPR-NAME (OP-ROW-CTR)
                   MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                   MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
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

       LOAD-APINV-TABLE.
           MOVE 0 TO AI-ROW-CTR.
           MOVE 'N' TO APINV-EOF.
           OPEN INPUT APINV-FILE.
           IF APINV-STATUS = "00"
               READ APINV-FILE
                   AT END MOVE 'Y' TO APINV-EOF
               END-READ
               PERFORM UNTIL APINV-END
                   ADD 1 TO AI-ROW-CTR
                   MOVE AI-SUPP-NO TO AIR-SUPP-NO (AI-ROW-CTR)
                   MOVE AI-INV-NO TO AIR-INV-NO (AI-ROW-CTR)
                   MOVE AI-PO-NO TO AIR-PO-NO (AI-ROW-CTR)
                   MOVE AI-INV-DATE TO AIR-INV-DATE (AI-ROW-CTR)
                   MOVE AI-TERMS-DAYS
                       TO AIR-TERMS-DAYS (AI-ROW-CTR)
                   MOVE AI-DUE-DATE TO AIR-DUE-DATE (AI-ROW-CTR)
                   MOVE AI-AMOUNT TO AIR-AMOUNT (AI-ROW-CTR)
                   MOVE AI-STATUS TO AIR-STATUS (AI-ROW-CTR)
                   MOVE AI-HOLD-REASON
                       TO AIR-HOLD-REASON (AI-ROW-CTR)
                   MOVE AI-ENTERED-BY
                       TO AIR-ENTERED-BY (AI-ROW-CTR)
                   MOVE AI-RELEASED-BY
                       TO AIR-RELEASED-BY (AI-ROW-CTR)
                   READ APINV-FILE
                       AT END MOVE 'Y' TO APINV-EOF
                   END-READ
               END-PERFORM
               CLOSE APINV-FILE
           ELSE
               IF APINV-STATUS = "05"
                   CLOSE APINV-FILE
               END-IF
           END-IF.

       LOAD-APINVLN-TABLE.
           MOVE 0 TO AN-ROW-CTR.
           MOVE 'N' TO APINVLN-EOF.
           OPEN INPUT APINVLN-FILE.
           IF APINVLN-STATUS = "00"
               READ APINVLN-FILE
                   AT END MOVE 'Y' TO APINVLN-EOF
               END-READ
               PERFORM UNTIL APINVLN-END
                   ADD 1 TO AN-ROW-CTR
                   MOVE AN-SUPP-NO TO ANR-SUPP-NO (AN-ROW-CTR)
                   MOVE AN-INV-NO TO ANR-INV-NO (AN-ROW-CTR)
                   MOVE AN-PO-NO TO ANR-PO-NO (AN-ROW-CTR)
                   MOVE AN-ITEM-CODE TO ANR-ITEM-CODE (AN-ROW-CTR)
                   MOVE AN-QTY TO ANR-QTY (AN-ROW-CTR)
                   MOVE AN-UNIT-COST TO ANR-UNIT-COST (AN-ROW-CTR)
                   MOVE AN-MATCH TO ANR-MATCH (AN-ROW-CTR)
                   READ APINVLN-FILE
                       AT END MOVE 'Y' TO APINVLN-EOF
                   END-READ
               END-PERFORM
               CLOSE APINVLN-FILE
           ELSE
               IF APINVLN-STATUS = "05"
                   CLOSE APINVLN-FILE
               END-IF
           END-IF.

       REWRITE-APINV-FILE.
           OPEN OUTPUT APINV-FILE.
           PERFORM VARYING AI-IX FROM 1 BY 1
                   UNTIL AI-IX > AI-ROW-CTR
               MOVE AIR-SUPP-NO (AI-IX) TO AI-SUPP-NO
               MOVE AIR-INV-NO (AI-IX) TO AI-INV-NO
               MOVE AIR-PO-NO (AI-IX) TO AI-PO-NO
               MOVE AIR-INV-DATE (AI-IX) TO AI-INV-DATE
               MOVE AIR-TERMS-DAYS (AI-IX) TO AI-TERMS-DAYS
               MOVE AIR-DUE-DATE (AI-IX) TO AI-DUE-DATE
               MOVE AIR-AMOUNT (AI-IX) TO AI-AMOUNT
               MOVE AIR-STATUS (AI-IX) TO AI-STATUS
               MOVE AIR-HOLD-REASON (AI-IX) TO AI-HOLD-REASON
               MOVE AIR-ENTERED-BY (AI-IX) TO AI-ENTERED-BY
               MOVE AIR-RELEASED-BY (AI-IX) TO AI-RELEASED-BY
               WRITE APINV-REC
           END-PERFORM.
           CLOSE APINV-FILE.

       REWRITE-APINVLN-FILE.
           OPEN OUTPUT APINVLN-FILE.
           PERFORM VARYING AN-IX FROM 1 BY 1
                   UNTIL AN-IX > AN-ROW-CTR
               MOVE ANR-SUPP-NO (AN-IX) TO AN-SUPP-NO
               MOVE ANR-INV-NO (AN-IX) TO AN-INV-NO
               MOVE ANR-PO-NO (AN-IX) TO AN-PO-NO
               MOVE ANR-ITEM-CODE (AN-IX) TO AN-ITEM-CODE
               MOVE ANR-QTY (AN-IX) TO AN-QTY
               MOVE ANR-UNIT-COST (AN-IX) TO AN-UNIT-COST
               MOVE ANR-MATCH (AN-IX) TO AN-MATCH
               WRITE APINVLN-REC
           END-PERFORM.
           CLOSE APINVLN-FILE.

       LOAD-DM-TABLE.
           MOVE 0 TO DM-ROW-CTR.
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
       END PROGRAM APINVOICE.

      *     of journal lines (INVENTORY against INV-OFFSET in
      *     GLMAP.DAT), so the shelves finally reach the books
      *     without the accountant's spreadsheet.
      *   - Labor cost posts per area: when LABORDIST has written
      *     this period's LABORDIST.DAT, each position's gross plus
      *     employer shares debits its own LABOR-<code> account and
      *     the employer shares credit ER-PAYABLE, in place of the
      *     single SALARY-EXP line. A distribution that does not tie
      *     to the register's gross is refused like an unbalanced
      *     journal.
      *   - The points-covered portion of a loyalty 'P' tender
      *     debits the LOY-LIAB points liability the same way a
      *     redeemed certificate debits GC-LIAB.
      *   - Orders settled through the TENDERS.DAT tender detail
      *     take their account, certificate and points portions
      *     off the detail lines, so a split bill posts each part
      *     to its own account and a void's reversals come back
      *     off the same accounts instead of out of cash.
      *   - Advance-order deposits post through the ADV-DEPOSIT
      *     liability: the ADVDEP.DAT ledger's deposits taken less
      *     refunded are cash against it, a forfeited deposit moves
      *     to DEP-FORFEIT income, and a 'D' deposit tender line
      *     debits it the way a certificate line debits GC-LIAB.
      *   - Supplier invoices and payments post from the APLEDGER.DAT
      *     payables ledger APINVOICE and APPAYRUN keep: invoices
      *     debit PURCHASES, payment runs credit AP-BANK, and what
      *     is still owed rides on AP-PAYABLE.
      *   - Goods returned to a supplier come off purchases: a
      *     SUPPRTN debit memo applied to an invoice ('D') or
      *     refunded by the supplier ('R') credits PURCHASES, the
      *     applied part out of AP-PAYABLE and the refund into
      *     AP-BANK.
      *   - Petty-cash replenishments post from PCREPLEN.DAT: each
      *     expense category PETTYCASH cleared debits its own
      *     PETTY-<category> account and the cash drawn to refill
      *     the box credits PETTY-BANK.
      *   - Every balanced journal is also appended to the GLHIST.DAT
      *     journal history under the period open on PERIODS.DAT and
      *     its end date, so PLSTMT can build the monthly profit-
      *     and-loss statement once GLJOURNAL.DAT has been replaced.
      *   - Staff meals post through STAFF-RECV: an 'E' tender line
      *     (a meal charged to an employee at ORDERTENDER) debits
      *     it, and the meals PAYENTRY took off pay (INFO.DAT's
      *     MEALDED) come out of OTHER-DED and credit it, so the
      *     net is what the crew still owe for their meals.
      *   - Sales revenue posts in its three VAT buckets: the sales
      *     of VAT-exempt items and an SC/PWD cardholder's exempt
      *     sale (net of the discount) credit SALES-EXEMPT, the
      *     zero-rated items' sales credit SALES-ZERO, and the
      *     VATable rest stays on SALES-REV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\TENDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
          SELECT OPTIONAL GLMAP-FILE
          ASSIGN TO "C:\Users\ADMIN\GLMAP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          ASSIGN TO "C:\Users\ADMIN\INVVAL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INVVAL-STATUS.
          SELECT OPTIONAL LABORDIST-FILE
          ASSIGN TO "C:\Users\ADMIN\LABORDIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LABORDIST-STATUS.
          SELECT OPTIONAL ADVDEP-FILE
          ASSIGN TO "C:\Users\ADMIN\ADVDEP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVDEP-STATUS.
          SELECT OPTIONAL APLEDGER-FILE
          ASSIGN TO "C:\Users\ADMIN\APLEDGER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APLEDGER-STATUS.
          SELECT OPTIONAL PCREPLEN-FILE
          ASSIGN TO "C:\Users\ADMIN\PCREPLEN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PCREPLEN-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL GLHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\GLHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GLHIST-STATUS.
          SELECT OPTIONAL GLEXCEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\GLEXCEPT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".
      *    ACCOUNT-CODE MAPPING THE ACCOUNTANT MAINTAINS -- ONE LINE
      *    PER JOURNAL KEY.
       FD  GLMAP-FILE
       01  GLMAP-REC.
           05  GM-KEY PIC X(12).
           05  GM-ACCOUNT PIC X(8).
           05  GM-PL-CLASS PIC X(1).
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       01  INVVAL-REC.
           05  IX-CLOSE-DATE PIC 9(8).
           05  IX-TOTAL PIC 9(9)V99.
      *    THE PERIOD'S LABOR-COST DISTRIBUTION WRITTEN BY
      *    LABORDIST -- ONE LINE PER POSITION CODE.
       FD  LABORDIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LABORDIST-REC.
           COPY "LABORDIST.CPY".
      *    THE ADVANCE-ORDER DEPOSIT LEDGER ORDERTENDER KEEPS.
       FD  ADVDEP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVDEP-REC.
           COPY "ADVDEP.CPY".
      *    THE ACCOUNTS-PAYABLE LEDGER -- MATCHED SUPPLIER INVOICES
      *    AND THE PAYMENT RUNS AGAINST THEM.
       FD  APLEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APLEDGER-REC.
           COPY "APLEDGER.CPY".
      *    THE PETTY-CASH REPLENISHMENTS -- ONE LINE PER EXPENSE
      *    CATEGORY PER RUN.
       FD  PCREPLEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PCREPLEN-REC.
           COPY "PCREPLEN.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
      *    EVERY EXPORTED JOURNAL, KEPT UNDER ITS PERIOD.
       FD  GLHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLHIST-REC.
           COPY "GLHIST.CPY".
      *    ONE LINE PER REASON THE EXPORT WAS REFUSED -- THE
      *    EXCEPTION REPORT THE ACCOUNTANT WORKS FROM.
       FD  GLEXCEPT-FILE
           88 INFO-END VALUE 'Y'.
       01  ORDERS-EOF-SW PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF-SW PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  GLMAP-EOF PIC X VALUE 'N'.
           88 GLMAP-END VALUE 'Y'.
      *    MAPPING TABLE -- A JOURNAL KEY WITH NO ACCOUNT CODE STOPS
       01  GM-IX PIC 99.
       01  GM-LOOKUP-KEY PIC X(12).
       01  GM-TABLE.
           05  GM-ROW OCCURS 60 TIMES.
               10  GMR-KEY PIC X(12).
               10  GMR-ACCOUNT PIC X(8).
      *    PAYROLL AND SALES TOTALS FEEDING THE JOURNAL LINES.
       01  TOT-ATOT PIC S9(7)V99 VALUE 0.
       01  TOT-OTEND PIC S9(7)V99 VALUE 0.
       01  TOT-CHA PIC S9(7)V99 VALUE 0.
      *    THE EXEMPT AND ZERO-RATED PARTS OF THE SALES; WHAT IS
      *    LEFT OF TOT-ATOT IS THE VATABLE REVENUE. A ROW FROM
      *    BEFORE THE ITEM VAT CLASSES IS ALL VATABLE.
       01  TOT-EXEMPT-REV PIC S9(7)V99 VALUE 0.
       01  TOT-ZERO-REV PIC S9(7)V99 VALUE 0.
       01  TOT-VATABLE-REV PIC S9(7)V99 VALUE 0.
       01  ORD-EXEMPT-REV PIC S9(7)V99.
       01  ORD-ZERO-REV PIC S9(7)V99.
      *    THE NON-CASH SIDES OF THE NEW TENDERS -- AN ON-ACCOUNT
      *    SALE'S WHOLE TOTAL AND THE PORTION A GIFT CERTIFICATE
      *    COVERED. EACH POSTS AS ITS OWN DEBIT LINE OR THE FIRST
       01  TOT-ACCT-REC PIC S9(7)V99 VALUE 0.
       01  TOT-GC-RED PIC S9(7)V99 VALUE 0.
       01  GC-COVERED PIC S9(7)V99.
       01  TOT-PTS-RED PIC S9(7)V99 VALUE 0.
      *    STAFF MEALS -- CHARGED TO EMPLOYEES ON 'E' TENDER LINES,
      *    AND TAKEN BACK OFF THEIR PAY BY PAYROLL.
       01  TOT-STAFF-REC PIC S9(7)V99 VALUE 0.
       01  TOT-MEALDED PIC 9(7)V99 VALUE 0.
      *    ADVANCE-ORDER DEPOSITS -- THE LEDGER'S MOVEMENTS AND THE
      *    PORTION 'D' TENDER LINES APPLIED TO CLAIMED ORDERS. WHAT
      *    IS LEFT OF TAKEN AFTER THE OTHER THREE IS STILL OWED.
       01  ADVDEP-STATUS PIC XX.
       01  ADVDEP-EOF PIC X VALUE 'N'.
           88 ADVDEP-END VALUE 'Y'.
       01  TOT-DEP-TAKEN PIC S9(7)V99 VALUE 0.
       01  TOT-DEP-REFUND PIC S9(7)V99 VALUE 0.
       01  TOT-DEP-FORFEIT PIC S9(7)V99 VALUE 0.
       01  TOT-DEP-APPLIED PIC S9(7)V99 VALUE 0.
       01  TOT-DEP-NET PIC S9(7)V99 VALUE 0.
      *    ACCOUNTS PAYABLE -- INVOICES OWED AND PAYMENTS MADE; THE
      *    DIFFERENCE IS STILL OWED TO THE SUPPLIERS.
       01  APLEDGER-STATUS PIC XX.
       01  APLEDGER-EOF PIC X VALUE 'N'.
           88 APLEDGER-END VALUE 'Y'.
       01  TOT-AP-INVOICED PIC S9(7)V99 VALUE 0.
       01  TOT-AP-PAID PIC S9(7)V99 VALUE 0.
       01  TOT-AP-RETURNED PIC S9(7)V99 VALUE 0.
       01  TOT-AP-REFUNDED PIC S9(7)V99 VALUE 0.
       01  TOT-AP-CREDITS PIC S9(7)V99 VALUE 0.
       01  TOT-AP-NET PIC S9(7)V99 VALUE 0.
      *    PETTY-CASH EXPENSE BY CATEGORY, AND THE BANK DRAWN TO
      *    REFILL THE BOX.
       01  PCREPLEN-STATUS PIC XX.
       01  PCREPLEN-EOF PIC X VALUE 'N'.
           88 PCREPLEN-END VALUE 'Y'.
       01  PX-ROW-CTR PIC 99 VALUE 0.
       01  PX-IX PIC 99.
       01  PX-FOUND-SW PIC X.
           88 PX-FOUND VALUE 'Y'.
       01  PX-TABLE.
           05  PX-ROW OCCURS 10 TIMES.
               10  PXR-CATEGORY PIC X(6).
               10  PXR-AMOUNT PIC 9(7)V99.
       01  TOT-PETTY PIC 9(7)V99 VALUE 0.
      *    THE JOURNAL IS BUILT HERE FIRST AND ONLY WRITTEN ONCE THE
      *    DEBIT AND CREDIT COLUMNS PROVE EQUAL.
       01  JL-ROW-CTR PIC 99 VALUE 0.
       01  JL-IX PIC 99.
       01  JL-TABLE.
           05  JL-ROW OCCURS 80 TIMES.
               10  JLR-ACCOUNT PIC X(8).
               10  JLR-DESC PIC X(12).
               10  JLR-DEBIT PIC 9(7)V99.
       01  MAP-MISSING-SW PIC X VALUE 'N'.
           88 MAP-MISSING VALUE 'Y'.
       01  LINE-AMOUNT PIC 9(7)V99.
      *    THE LABOR DISTRIBUTION IN MEMORY -- ITS GROSS MUST TIE TO
      *    THE REGISTER'S BEFORE ANY OF IT POSTS.
       01  LABORDIST-STATUS PIC XX.
       01  LABORDIST-EOF PIC X VALUE 'N'.
           88 LABORDIST-END VALUE 'Y'.
       01  LD-ROW-CTR PIC 99 VALUE 0.
       01  LD-IX PIC 99.
       01  LD-TABLE.
           05  LD-ROW OCCURS 20 TIMES.
               10  LDR-POSTC PIC X(1).
               10  LDR-COST PIC 9(7)V99.
       01  DIST-GPAY PIC 9(7)V99 VALUE 0.
       01  DIST-ER PIC 9(7)V99 VALUE 0.
       01  DIST-BAD-SW PIC X VALUE 'N'.
           88 DIST-BAD VALUE 'Y'.
       01  LINE-SIDE PIC X.
      *    THE LAST TWO PERIOD-CLOSE VALUATIONS -- THE DIFFERENCE
      *    IS THE INVENTORY MOVEMENT TO POST.
       01  CREDITDP PIC $Z,ZZZ,999.99.
       01  GE-DATE PIC 9(8).
       01  GE-TIME PIC 9(8).
      *    THE PERIOD THE JOURNAL HISTORY FILES THIS EXPORT UNDER.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  GLHIST-STATUS PIC XX.
       01  HIST-PERIOD-NO PIC 9(3) VALUE 0.
       01  HIST-END-DATE PIC 9(8) VALUE 0.
       01  HIST-STAMP PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "GENERAL-LEDGER JOURNAL EXPORT".
           PERFORM 1000-LOAD-GLMAP-TABLE.
           PERFORM 2000-TOTAL-PAYROLL.
           PERFORM 2500-LOAD-LABOR-DIST.
           PERFORM 3000-TOTAL-ORDERS.
           PERFORM 3100-TOTAL-TENDER-DETAIL.
           PERFORM 3200-TOTAL-DEPOSITS.
           PERFORM 3300-TOTAL-PAYABLES.
           PERFORM 3400-TOTAL-PETTY-CASH.
           PERFORM 4000-BUILD-JOURNAL.
           PERFORM 5000-PROVE-AND-WRITE.
           PERFORM 9999-EXIT.
               ADD BIR TO TOT-BIR
               ADD DEDUCS TO TOT-DEDUCS
               ADD NPAY TO TOT-NPAY
               IF MEALDED IS NUMERIC
                   ADD MEALDED TO TOT-MEALDED
               END-IF
               READ INFO-FILE
                   AT END MOVE 'Y' TO INFO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE INFO-FILE.
      *    LATES AND RECURRING RECOVERIES ARE EVERYTHING IN DEDUCS
      *    THAT ISN'T A GOVERNMENT PAYABLE OR A STAFF MEAL (WHICH
      *    SETTLES THE STAFF RECEIVABLE INSTEAD).
           COMPUTE TOT-OTHER-DED = TOT-DEDUCS - TOT-SSS - TOT-BIR
               - TOT-MEALDED.

       2500-LOAD-LABOR-DIST.
      *    LABORDIST-FILE IS OPTIONAL -- WITHOUT IT PAYROLL POSTS AS
      *    THE ONE SALARY-EXP LINE, THE OLD WAY. WITH IT, A GROSS
      *    THAT DOES NOT TIE TO THIS REGISTER (A STALE RUN, OR ONE
      *    FROM BEFORE A CORRECTION) STOPS THE EXPORT.
           MOVE 'N' TO LABORDIST-EOF.
           OPEN INPUT LABORDIST-FILE.
           IF LABORDIST-STATUS = "00"
               READ LABORDIST-FILE
                   AT END MOVE 'Y' TO LABORDIST-EOF
               END-READ
               PERFORM UNTIL LABORDIST-END
                   IF LD-ROW-CTR < 20
                       ADD 1 TO LD-ROW-CTR
                       MOVE LD-POSTC TO LDR-POSTC (LD-ROW-CTR)
                       MOVE LD-COST TO LDR-COST (LD-ROW-CTR)
                   ELSE
                       MOVE 'Y' TO DIST-BAD-SW
                   END-IF
                   ADD LD-GPAY TO DIST-GPAY
                   COMPUTE DIST-ER = DIST-ER + LD-SSSER
                       + LD-PAGIBIGER + LD-PHILHER
                   READ LABORDIST-FILE
                       AT END MOVE 'Y' TO LABORDIST-EOF
                   END-READ
               END-PERFORM
               CLOSE LABORDIST-FILE
           ELSE
               IF LABORDIST-STATUS = "05"
                   CLOSE LABORDIST-FILE
               END-IF
           END-IF.
           IF LD-ROW-CTR > 0 AND DIST-GPAY NOT = TOT-GPAY
               MOVE 'Y' TO DIST-BAD-SW
           END-IF.
           IF DIST-BAD
               DISPLAY "LABORDIST.DAT DOES NOT TIE TO THIS REGISTER "
                   "- RERUN LABORDIST."
               MOVE "DIST NO TIE" TO GE-REASON
               MOVE SPACES TO GE-DETAIL
               MOVE DIST-GPAY TO DEBITDP
               MOVE TOT-GPAY TO CREDITDP
               STRING "DIST " DELIMITED BY SIZE
                   DEBITDP DELIMITED BY SIZE
                   " REG " DELIMITED BY SIZE
                   CREDITDP DELIMITED BY SIZE
                   INTO GE-DETAIL
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

       3000-TOTAL-ORDERS.
           OPEN INPUT ORDERS-FILE.
      *    A REVERSAL COMES OFF BOTH THE REVENUE AND THE CASH SIDE,
      *    THE WAY ORDERREG AND VATSUMM ALREADY NET IT -- OTHERWISE
      *    THE FIRST VOID UNBALANCES THE JOURNAL FOR GOOD.
                   PERFORM 3050-SPLIT-ORDER-REVENUE
                   IF OR-TXN-TYPE = 'V'
                       SUBTRACT OR-ATOT FROM TOT-ATOT
                       SUBTRACT OR-ATOT FROM TOT-OTEND
                       SUBTRACT ORD-EXEMPT-REV FROM TOT-EXEMPT-REV
                       SUBTRACT ORD-ZERO-REV FROM TOT-ZERO-REV
                   ELSE
                       ADD ORD-EXEMPT-REV TO TOT-EXEMPT-REV
                       ADD ORD-ZERO-REV TO TOT-ZERO-REV
                       ADD OR-ATOT TO TOT-ATOT
                       ADD OR-OTEND TO TOT-OTEND
                       ADD OR-CHA TO TOT-CHA
      *    AN 'A' TENDER TAKES NO CASH AT ALL; A 'G' TENDER'S
      *    CERTIFICATE-COVERED PORTION IS ATOT PLUS CHANGE LESS
      *    THE CASH ACTUALLY TENDERED. A CARD ROW CARRIES THE
      *    FULL TOTAL IN OTEND AND NEEDS NO SPLIT. A ROW WITH
      *    TENDER DETAIL IS SPLIT OFF ITS LINES IN 3100 INSTEAD.
                       IF OR-TENDER-CTR IS NUMERIC
                           CONTINUE
                       ELSE
                       IF OR-TENDER-TYPE = 'A'
                           ADD OR-ATOT TO TOT-ACCT-REC
                       END-IF
                               - OR-OTEND
                           ADD GC-COVERED TO TOT-GC-RED
                       END-IF
                       IF OR-TENDER-TYPE = 'P'
                           COMPUTE GC-COVERED = OR-ATOT + OR-CHA
                               - OR-OTEND
                           ADD GC-COVERED TO TOT-PTS-RED
                       END-IF
                       END-IF
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF-SW
               CLOSE ORDERS-FILE
           END-IF.

       3050-SPLIT-ORDER-REVENUE.
           MOVE 0 TO ORD-EXEMPT-REV.
           MOVE 0 TO ORD-ZERO-REV.
           IF (OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P')
                   AND OR-VAT-EXEMPT IS NUMERIC
                   AND OR-SCPWD-DISC IS NUMERIC
               COMPUTE ORD-EXEMPT-REV = OR-VAT-EXEMPT
                   - OR-SCPWD-DISC
           END-IF.
           IF OR-ITEM-EXEMPT IS NUMERIC
               ADD OR-ITEM-EXEMPT TO ORD-EXEMPT-REV
           END-IF.
           IF OR-ZERO-RATED IS NUMERIC
               MOVE OR-ZERO-RATED TO ORD-ZERO-REV
           END-IF.

       3100-TOTAL-TENDER-DETAIL.
      *    THE NON-CASH LINES OF EVERY DETAILED ORDER. A SALE'S
      *    LINE ADDS TO ITS ACCOUNT; A VOID'S LINE TAKES IT BACK
      *    OFF THAT ACCOUNT AND PUTS IT BACK ON THE CASH SIDE,
      *    WHICH 3000 DEBITED FOR THE WHOLE VOIDED TOTAL. CASH AND
      *    CARD LINES ARE ALREADY IN OR-OTEND.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF-SW
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-TYPE = 'A' OR TD-TYPE = 'G'
                           OR TD-TYPE = 'P' OR TD-TYPE = 'D'
                           OR TD-TYPE = 'E'
                       IF TD-TXN-TYPE = 'V'
                           COMPUTE GC-COVERED = 0 - TD-AMOUNT
                           ADD TD-AMOUNT TO TOT-OTEND
                       ELSE
                           MOVE TD-AMOUNT TO GC-COVERED
                       END-IF
                       EVALUATE TD-TYPE
                           WHEN 'A'
                               ADD GC-COVERED TO TOT-ACCT-REC
                           WHEN 'G'
                               ADD GC-COVERED TO TOT-GC-RED
                           WHEN 'D'
                               ADD GC-COVERED TO TOT-DEP-APPLIED
                           WHEN 'E'
                               ADD GC-COVERED TO TOT-STAFF-REC
                           WHEN OTHER
                               ADD GC-COVERED TO TOT-PTS-RED
                       END-EVALUATE
                   END-IF
                   READ TENDERS-FILE
                       AT END MOVE 'Y' TO TENDERS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE TENDERS-FILE
           ELSE
               IF TENDERS-STATUS = "05"
                   CLOSE TENDERS-FILE
               END-IF
           END-IF.

       3200-TOTAL-DEPOSITS.
      *    A DEPOSIT TAKEN IS CASH IN AND A REFUND CASH OUT, SO THE
      *    NET RIDES ON THE CASH SIDE WITH THE SALES' TENDERED
      *    CASH; A FORFEIT MOVES NO CASH AT ALL.
           OPEN INPUT ADVDEP-FILE.
           IF ADVDEP-STATUS = "00"
               READ ADVDEP-FILE
                   AT END MOVE 'Y' TO ADVDEP-EOF
               END-READ
               PERFORM UNTIL ADVDEP-END
                   EVALUATE AD-ACTION
                       WHEN 'T'
                           ADD AD-AMOUNT TO TOT-DEP-TAKEN
                           ADD AD-AMOUNT TO TOT-OTEND
                       WHEN 'R'
                           ADD AD-AMOUNT TO TOT-DEP-REFUND
                           SUBTRACT AD-AMOUNT FROM TOT-OTEND
                       WHEN 'F'
                           ADD AD-AMOUNT TO TOT-DEP-FORFEIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ ADVDEP-FILE
                       AT END MOVE 'Y' TO ADVDEP-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVDEP-FILE
           ELSE
               IF ADVDEP-STATUS = "05"
                   CLOSE ADVDEP-FILE
               END-IF
           END-IF.
           COMPUTE TOT-DEP-NET = TOT-DEP-TAKEN - TOT-DEP-REFUND
               - TOT-DEP-FORFEIT - TOT-DEP-APPLIED.

       3300-TOTAL-PAYABLES.
           OPEN INPUT APLEDGER-FILE.
           IF APLEDGER-STATUS = "00"
               READ APLEDGER-FILE
                   AT END MOVE 'Y' TO APLEDGER-EOF
               END-READ
               PERFORM UNTIL APLEDGER-END
                   EVALUATE AP-TYPE
                       WHEN 'I'
                           ADD AP-AMOUNT TO TOT-AP-INVOICED
                       WHEN 'P'
                           ADD AP-AMOUNT TO TOT-AP-PAID
                       WHEN 'D'
                           ADD AP-AMOUNT TO TOT-AP-RETURNED
                       WHEN 'R'
                           ADD AP-AMOUNT TO TOT-AP-REFUNDED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ APLEDGER-FILE
                       AT END MOVE 'Y' TO APLEDGER-EOF
                   END-READ
               END-PERFORM
               CLOSE APLEDGER-FILE
           ELSE
               IF APLEDGER-STATUS = "05"
                   CLOSE APLEDGER-FILE
               END-IF
           END-IF.
           COMPUTE TOT-AP-NET = TOT-AP-INVOICED - TOT-AP-PAID
               - TOT-AP-RETURNED.
           COMPUTE TOT-AP-CREDITS = TOT-AP-RETURNED + TOT-AP-REFUNDED.

       3400-TOTAL-PETTY-CASH.
      *    PCREPLEN-FILE IS OPTIONAL -- NO REPLENISHMENT YET POSTS
      *    NOTHING.
           OPEN INPUT PCREPLEN-FILE.
           IF PCREPLEN-STATUS = "00"
               READ PCREPLEN-FILE
                   AT END MOVE 'Y' TO PCREPLEN-EOF
               END-READ
               PERFORM UNTIL PCREPLEN-END
                   PERFORM 3450-FIND-PETTY-ROW
                   IF NOT PX-FOUND AND PX-ROW-CTR < 10
                       ADD 1 TO PX-ROW-CTR
                       MOVE PX-ROW-CTR TO PX-IX
                       MOVE PR-CATEGORY TO PXR-CATEGORY (PX-IX)
                       MOVE 0 TO PXR-AMOUNT (PX-IX)
                       MOVE 'Y' TO PX-FOUND-SW
                   END-IF
                   IF PX-FOUND
                       ADD PR-AMOUNT TO PXR-AMOUNT (PX-IX)
                       ADD PR-AMOUNT TO TOT-PETTY
                   END-IF
                   READ PCREPLEN-FILE
                       AT END MOVE 'Y' TO PCREPLEN-EOF
                   END-READ
               END-PERFORM
               CLOSE PCREPLEN-FILE
           ELSE
               IF PCREPLEN-STATUS = "05"
                   CLOSE PCREPLEN-FILE
               END-IF
           END-IF.

       3450-FIND-PETTY-ROW.
           MOVE 'N' TO PX-FOUND-SW.
           MOVE 1 TO PX-IX.
           PERFORM UNTIL PX-IX > PX-ROW-CTR OR PX-FOUND
               IF PXR-CATEGORY (PX-IX) = PR-CATEGORY
                   MOVE 'Y' TO PX-FOUND-SW
               ELSE
                   ADD 1 TO PX-IX
               END-IF
           END-PERFORM.

       4000-BUILD-JOURNAL.
      *    PAYROLL: THE EXPENSE DEBIT EQUALS THE PAYABLE CREDITS
      *    BECAUSE COMPUTE-PAY GUARANTEES GPAY = DEDUCS + NPAY.
      *    WITH A DISTRIBUTION ON FILE THE EXPENSE GOES OUT ONE LINE
      *    PER AREA, EACH CARRYING ITS EMPLOYER SHARES TOO, AND THE
      *    SHARES' LIABILITY CREDITS ER-PAYABLE -- STILL BALANCED.
           IF LD-ROW-CTR > 0
               PERFORM VARYING LD-IX FROM 1 BY 1
                       UNTIL LD-IX > LD-ROW-CTR
                   MOVE SPACES TO GM-LOOKUP-KEY
                   STRING "LABOR-" DELIMITED BY SIZE
                       LDR-POSTC (LD-IX) DELIMITED BY SIZE
                       INTO GM-LOOKUP-KEY
                   MOVE LDR-COST (LD-IX) TO LINE-AMOUNT
                   MOVE 'D' TO LINE-SIDE
                   PERFORM 4100-ADD-JOURNAL-LINE
               END-PERFORM
               MOVE "ER-PAYABLE" TO GM-LOOKUP-KEY
               MOVE DIST-ER TO LINE-AMOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           ELSE
               MOVE "SALARY-EXP" TO GM-LOOKUP-KEY
               MOVE TOT-GPAY TO LINE-AMOUNT
               MOVE 'D' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           MOVE "SSS-PAYABLE" TO GM-LOOKUP-KEY.
           MOVE TOT-SSS TO LINE-AMOUNT.
           MOVE 'C' TO LINE-SIDE.
           MOVE TOT-OTEND TO LINE-AMOUNT.
           MOVE 'D' TO LINE-SIDE.
           PERFORM 4100-ADD-JOURNAL-LINE.
      *    THE REVENUE CREDIT IN ITS THREE VAT BUCKETS.
           COMPUTE TOT-VATABLE-REV = TOT-ATOT - TOT-EXEMPT-REV
               - TOT-ZERO-REV.
           MOVE "SALES-REV" TO GM-LOOKUP-KEY.
           MOVE TOT-VATABLE-REV TO LINE-AMOUNT.
           MOVE 'C' TO LINE-SIDE.
           PERFORM 4100-ADD-JOURNAL-LINE.
           MOVE "SALES-EXEMPT" TO GM-LOOKUP-KEY.
           MOVE TOT-EXEMPT-REV TO LINE-AMOUNT.
           MOVE 'C' TO LINE-SIDE.
           PERFORM 4100-ADD-JOURNAL-LINE.
           MOVE "SALES-ZERO" TO GM-LOOKUP-KEY.
           MOVE TOT-ZERO-REV TO LINE-AMOUNT.
           MOVE 'C' TO LINE-SIDE.
           PERFORM 4100-ADD-JOURNAL-LINE.
           MOVE "CHANGE-FUND" TO GM-LOOKUP-KEY.
      *    THE NON-CASH TENDERS' DEBIT SIDES -- THE ON-ACCOUNT
      *    TOTAL SITS ON THE CUSTOMER RECEIVABLE AND THE COVERED
      *    PORTION OF A REDEEMED CERTIFICATE COMES OFF THE
      *    CERTIFICATE LIABILITY. A PERIOD WHOSE VOIDS GAVE BACK
      *    MORE THAN ITS SALES TOOK POSTS THE NET AS A CREDIT.
           IF TOT-ACCT-REC NOT = 0
               MOVE "CUST-RECV" TO GM-LOOKUP-KEY
               IF TOT-ACCT-REC < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-ACCT-REC
                   MOVE 'C' TO LINE-SIDE
               ELSE
                   MOVE TOT-ACCT-REC TO LINE-AMOUNT
                   MOVE 'D' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-GC-RED NOT = 0
               MOVE "GC-LIAB" TO GM-LOOKUP-KEY
               IF TOT-GC-RED < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-GC-RED
                   MOVE 'C' TO LINE-SIDE
               ELSE
                   MOVE TOT-GC-RED TO LINE-AMOUNT
                   MOVE 'D' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-PTS-RED NOT = 0
               MOVE "LOY-LIAB" TO GM-LOOKUP-KEY
               IF TOT-PTS-RED < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-PTS-RED
                   MOVE 'C' TO LINE-SIDE
               ELSE
                   MOVE TOT-PTS-RED TO LINE-AMOUNT
                   MOVE 'D' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    STAFF MEALS: A MEAL CHARGED AT THE TILL SITS ON THE STAFF
      *    RECEIVABLE UNTIL PAYROLL TAKES IT OFF PAY -- THE TWO NET
      *    INTO ONE LINE, A DEBIT WHILE MORE WAS CHARGED THAN TAKEN.
           SUBTRACT TOT-MEALDED FROM TOT-STAFF-REC.
           IF TOT-STAFF-REC NOT = 0
               MOVE "STAFF-RECV" TO GM-LOOKUP-KEY
               IF TOT-STAFF-REC < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-STAFF-REC
                   MOVE 'C' TO LINE-SIDE
               ELSE
                   MOVE TOT-STAFF-REC TO LINE-AMOUNT
                   MOVE 'D' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    ADVANCE DEPOSITS: THE LIABILITY CARRIES WHAT WAS TAKEN
      *    LESS WHAT WENT BACK, WAS FORFEITED OR PAID FOR A CLAIMED
      *    ORDER -- A PERIOD THAT RELEASED MORE THAN IT TOOK POSTS
      *    THE NET AS A DEBIT. THE FORFEITED PART IS INCOME.
           IF TOT-DEP-NET NOT = 0
               MOVE "ADV-DEPOSIT" TO GM-LOOKUP-KEY
               IF TOT-DEP-NET < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-DEP-NET
                   MOVE 'D' TO LINE-SIDE
               ELSE
                   MOVE TOT-DEP-NET TO LINE-AMOUNT
                   MOVE 'C' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-DEP-FORFEIT > 0
               MOVE "DEP-FORFEIT" TO GM-LOOKUP-KEY
               MOVE TOT-DEP-FORFEIT TO LINE-AMOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    PAYABLES: A MATCHED INVOICE IS A PURCHASE OWED, A
      *    PAYMENT RUN IS BANK OUT -- THE PAYABLE CARRIES THE
      *    DIFFERENCE, AS A DEBIT IN A PERIOD THAT PAID MORE THAN IT
      *    WAS BILLED.
           IF TOT-AP-INVOICED > 0
               MOVE "PURCHASES" TO GM-LOOKUP-KEY
               MOVE TOT-AP-INVOICED TO LINE-AMOUNT
               MOVE 'D' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-AP-PAID > 0
               MOVE "AP-BANK" TO GM-LOOKUP-KEY
               MOVE TOT-AP-PAID TO LINE-AMOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    RETURNS TO SUPPLIER: A DEBIT MEMO APPLIED TO AN INVOICE
      *    OR REFUNDED IN CASH TAKES THE GOODS BACK OFF PURCHASES --
      *    THE REFUND IS BANK IN, THE APPLIED PART LEAVES THE
      *    PAYABLE BELOW.
           IF TOT-AP-CREDITS > 0
               MOVE "PURCHASES" TO GM-LOOKUP-KEY
               MOVE TOT-AP-CREDITS TO LINE-AMOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-AP-REFUNDED > 0
               MOVE "AP-BANK" TO GM-LOOKUP-KEY
               MOVE TOT-AP-REFUNDED TO LINE-AMOUNT
               MOVE 'D' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
           IF TOT-AP-NET NOT = 0
               MOVE "AP-PAYABLE" TO GM-LOOKUP-KEY
               IF TOT-AP-NET < 0
                   COMPUTE LINE-AMOUNT = 0 - TOT-AP-NET
                   MOVE 'D' TO LINE-SIDE
               ELSE
                   MOVE TOT-AP-NET TO LINE-AMOUNT
                   MOVE 'C' TO LINE-SIDE
               END-IF
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    PETTY CASH: A REPLENISHMENT IS THE BOX'S VOUCHERS TURNED
      *    INTO EXPENSE, ONE LINE PER CATEGORY, PAID FROM THE BANK.
           PERFORM VARYING PX-IX FROM 1 BY 1
                   UNTIL PX-IX > PX-ROW-CTR
               MOVE SPACES TO GM-LOOKUP-KEY
               STRING "PETTY-" DELIMITED BY SIZE
                   PXR-CATEGORY (PX-IX) DELIMITED BY SPACE
                   INTO GM-LOOKUP-KEY
               MOVE PXR-AMOUNT (PX-IX) TO LINE-AMOUNT
               MOVE 'D' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-PERFORM.
           IF TOT-PETTY > 0
               MOVE "PETTY-BANK" TO GM-LOOKUP-KEY
               MOVE TOT-PETTY TO LINE-AMOUNT
               MOVE 'C' TO LINE-SIDE
               PERFORM 4100-ADD-JOURNAL-LINE
           END-IF.
      *    INVENTORY: THE MOVEMENT BETWEEN THE LAST TWO CLOSES
      *    POSTS AS A BALANCED PAIR -- A RISE DEBITS INVENTORY AND
           IF MAP-MISSING
               DISPLAY "JOURNAL NOT WRITTEN - FIX GLMAP.DAT AND "
                   "RERUN."
           ELSE
           IF DIST-BAD
               DISPLAY "JOURNAL NOT WRITTEN - RERUN LABORDIST."
           ELSE
               IF TOT-DEBIT NOT = TOT-CREDIT
                   DISPLAY "JOURNAL DOES NOT BALANCE - NOT WRITTEN."
                   CLOSE JOURNAL-FILE
                   DISPLAY "GLJOURNAL.DAT WRITTEN -- " JL-ROW-CTR
                       " BALANCED LINE(S)."
                   PERFORM 5100-POST-TO-HISTORY
               END-IF
           END-IF
           END-IF.

       5100-POST-TO-HISTORY.
      *    THE LIVE FILES BELONG TO THE PERIOD STILL OPEN; WITH NO
      *    OPEN PERIOD ON FILE THE LINES GO UNDER TODAY'S DATE.
           ACCEPT GE-DATE FROM DATE YYYYMMDD.
           ACCEPT GE-TIME FROM TIME.
           MOVE SPACES TO HIST-STAMP.
           STRING GE-DATE DELIMITED BY SIZE
               GE-TIME DELIMITED BY SIZE
               INTO HIST-STAMP.
           MOVE GE-DATE TO HIST-END-DATE.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'O'
                       MOVE PD-PERIOD-NO TO HIST-PERIOD-NO
                       MOVE PD-END-DATE TO HIST-END-DATE
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           OPEN EXTEND GLHIST-FILE.
           PERFORM VARYING JL-IX FROM 1 BY 1
                   UNTIL JL-IX > JL-ROW-CTR
               MOVE HIST-PERIOD-NO TO GH-PERIOD-NO
               MOVE HIST-END-DATE TO GH-END-DATE
               MOVE HIST-STAMP TO GH-STAMP
               MOVE JLR-ACCOUNT (JL-IX) TO GH-ACCOUNT
               MOVE JLR-DESC (JL-IX) TO GH-KEY
               MOVE JLR-DEBIT (JL-IX) TO GH-DEBIT
               MOVE JLR-CREDIT (JL-IX) TO GH-CREDIT
               WRITE GLHIST-REC
           END-PERFORM.
           CLOSE GLHIST-FILE.
           DISPLAY "JOURNAL FILED TO GLHIST.DAT UNDER PERIOD "
               HIST-PERIOD-NO " (ENDING " HIST-END-DATE ").".

       6000-WRITE-EXCEPTION.
           OPEN EXTEND GLEXCEPT-FILE.
           ACCEPT GE-DATE FROM DATE YYYYMMDD.

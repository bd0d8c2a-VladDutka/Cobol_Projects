      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Cashier loss-prevention exception report for a
      *          business-date period -- one line per
      *          OR-CASHIER-EMPID putting side by side what
      *          OVERRIDERPT, DRAWERRPT and the void log show
      *          separately: transactions and sales, voids/refunds
      *          (count, peso value and percent of sales), price
      *          overrides, cash sales closed at exactly the amount
      *          tendered, no-sale drawer openings (NOSALE.DAT) and
      *          drawer shortages (DRAWERLED.DAT). A rate more than
      *          the SHOPCONF multiple of the branch rate is flagged,
      *          and every void rung by the original sale's own
      *          cashier within the SHOPCONF window of the sale is
      *          listed -- the classic skimming pattern.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL NOSALE-FILE
          ASSIGN TO "C:\Users\ADMIN\NOSALE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS NOSALE-STATUS.
          SELECT OPTIONAL DRAWERLED-FILE
          ASSIGN TO "C:\Users\ADMIN\DRAWERLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DRAWERLED-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  NOSALE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOSALE-REC.
           COPY "NOSALE.CPY".
       FD  DRAWERLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWERLED-REC.
       01  DRAWERLED-REC.
           05  DL-BUSDATE PIC 9(8).
           05  DL-CASHIER-EMPID PIC X(5).
           05  DL-EXPECTED PIC 9(6)V99.
           05  DL-DECLARED PIC 9(6)V99.
           05  DL-OVERSHORT PIC S9(6)V99 SIGN IS LEADING SEPARATE.
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".

       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  NOSALE-STATUS PIC XX.
       01  DRAWERLED-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  NOSALE-EOF PIC X VALUE 'N'.
           88 NOSALE-END VALUE 'Y'.
       01  DRAWERLED-EOF PIC X VALUE 'N'.
           88 DRAWERLED-END VALUE 'Y'.
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
      *    FLAG MULTIPLE AND QUICK-VOID WINDOW -- SHOPCONF.DAT WHEN
      *    SET, THESE BUILT-INS OTHERWISE.
       01  FLAG-MULT PIC 9V9 VALUE 2.0.
       01  VOID-WINDOW-MINS PIC 9(3) VALUE 15.
      *    ONE ROW PER CASHIER.
       01  CS-ROW-CTR PIC 9(3) VALUE 0.
       01  CS-IX PIC 9(3).
       01  CS-FOUND-SW PIC X.
           88 CS-FOUND-ROW VALUE 'Y'.
       01  CS-TABLE.
           05  CS-ROW OCCURS 100 TIMES.
               10  CSR-EMPID PIC X(5).
               10  CSR-TXNS PIC 9(5).
               10  CSR-SALES PIC 9(8)V99.
               10  CSR-VOIDS PIC 9(4).
               10  CSR-VOID-AMT PIC 9(8)V99.
               10  CSR-OVERRIDES PIC 9(4).
               10  CSR-EXACT PIC 9(5).
               10  CSR-NOSALES PIC 9(4).
               10  CSR-SHORTS PIC 9(3).
               10  CSR-SHORT-AMT PIC 9(7)V99.
               10  CSR-FLAGS PIC X(5).
       01  FIND-EMPID PIC X(5).
      *    THE PERIOD'S SALES -- FOR THE OVERRIDE JOIN AND FOR
      *    TIMING EACH VOID AGAINST THE SALE IT REVERSED.
       01  SL-ROW-CTR PIC 9(4) VALUE 0.
       01  SL-IX PIC 9(4).
       01  SL-FOUND-SW PIC X.
           88 SL-FOUND-ROW VALUE 'Y'.
       01  SL-TABLE.
           05  SL-ROW OCCURS 5000 TIMES.
               10  SLR-ONUM PIC 9(7).
               10  SLR-CASHIER PIC X(5).
               10  SLR-STAMP PIC X(14).
      *    THE PERIOD'S VOIDS.
       01  VD-ROW-CTR PIC 9(3) VALUE 0.
       01  VD-IX PIC 9(3).
       01  VD-TABLE.
           05  VD-ROW OCCURS 500 TIMES.
               10  VDR-ONUM PIC 9(7).
               10  VDR-ORIG-ONUM PIC 9(7).
               10  VDR-BY PIC X(5).
               10  VDR-STAMP PIC X(14).
               10  VDR-AMOUNT PIC 9(4)V99.
               10  VDR-REASON PIC X(10).
      *    BRANCH TOTALS AND THE RATES COMPARED AGAINST THEM.
       01  BR-TXNS PIC 9(7) VALUE 0.
       01  BR-SALES PIC 9(9)V99 VALUE 0.
       01  BR-VOIDS PIC 9(6) VALUE 0.
       01  BR-VOID-AMT PIC 9(9)V99 VALUE 0.
       01  BR-OVERRIDES PIC 9(6) VALUE 0.
       01  BR-EXACT PIC 9(7) VALUE 0.
       01  BR-NOSALES PIC 9(6) VALUE 0.
       01  BR-SHORTS PIC 9(5) VALUE 0.
       01  BR-SHORT-AMT PIC 9(8)V99 VALUE 0.
       01  BR-VOID-PCT PIC 9(3)V99.
       01  BR-OVR-RATE PIC 9(3)V99.
       01  BR-EXACT-PCT PIC 9(3)V99.
       01  BR-NOSALE-RATE PIC 9(3)V99.
       01  BR-SHORT-PCT PIC 9(3)V99.
       01  CS-VOID-PCT PIC 9(3)V99.
       01  CS-OVR-RATE PIC 9(3)V99.
       01  CS-EXACT-PCT PIC 9(3)V99.
       01  CS-NOSALE-RATE PIC 9(3)V99.
       01  CS-SHORT-PCT PIC 9(3)V99.
       01  FLAGGED-CTR PIC 9(3) VALUE 0.
      *    STAMP ARITHMETIC FOR THE QUICK-VOID WINDOW -- THE
      *    Y*372 + (M-1)*31 + D DAY SERIAL PLUS SECONDS OF THE DAY.
       01  WORK-STAMP PIC X(14).
       01  WORK-STAMP-PARTS REDEFINES WORK-STAMP.
           05  STAMP-YYYY PIC 9(4).
           05  STAMP-MM PIC 99.
           05  STAMP-DD PIC 99.
           05  STAMP-HH PIC 99.
           05  STAMP-MI PIC 99.
           05  STAMP-SS PIC 99.
       01  STAMP-SECS PIC 9(12).
       01  SALE-SECS PIC 9(12).
       01  VOID-SECS PIC 9(12).
       01  GAP-MINS PIC 9(7).
       01  QUICK-CTR PIC 9(4) VALUE 0.
       01  AMTDP PIC ZZ,ZZZ,ZZ9.99.
       01  VAMTDP PIC ZZZ,ZZ9.99.
       01  PCTDP PIC ZZ9.99.
       01  CTDP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "CASHIER LOSS-PREVENTION EXCEPTION REPORT".
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): ".
           ACCEPT TO-DATE.
           PERFORM 0500-LOAD-SHOP-CONF.
           PERFORM 1000-TALLY-ORDERS.
           PERFORM 1200-TALLY-OVERRIDES.
           PERFORM 1300-TALLY-NO-SALES.
           PERFORM 1400-TALLY-SHORTAGES.
           PERFORM 2000-COMPUTE-BRANCH-RATES.
           PERFORM 3000-PRINT-CASHIERS.
           PERFORM 4000-LIST-QUICK-VOIDS.
           PERFORM 9999-EXIT.

       0500-LOAD-SHOP-CONF.
      *    ZEROS ON A PRE-EXISTING SHOPCONF.DAT LEAVE THE BUILT-IN
      *    MULTIPLE AND WINDOW STANDING.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-LP-FLAG-MULT IS NUMERIC
                               AND SC-LP-FLAG-MULT > 0
                           MOVE SC-LP-FLAG-MULT TO FLAG-MULT
                       END-IF
                       IF SC-LP-VOID-MINS IS NUMERIC
                               AND SC-LP-VOID-MINS > 0
                           MOVE SC-LP-VOID-MINS TO VOID-WINDOW-MINS
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.
           DISPLAY "FLAG AT " FLAG-MULT " X THE BRANCH RATE; QUICK "
               "VOID WITHIN " VOID-WINDOW-MINS " MINUTES".

       1000-TALLY-ORDERS.
      *    A SALE COUNTS TO ITS CASHIER; A VOID COUNTS TO THE
      *    CASHIER WHO RANG IT (OR, ON A VOID FROM BEFORE THAT WAS
      *    KEPT, TO THE ORIGINAL SALE'S CASHIER AS THE ROW SAYS).
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-BUSDATE NOT < FROM-DATE
                           AND OR-BUSDATE NOT > TO-DATE
                       IF OR-TXN-TYPE = 'V'
                           PERFORM 1100-POST-ONE-VOID
                       ELSE
                           PERFORM 1050-POST-ONE-SALE
                       END-IF
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       1050-POST-ONE-SALE.
           MOVE OR-CASHIER-EMPID TO FIND-EMPID.
           PERFORM 1900-FIND-CASHIER-ROW.
           IF CS-FOUND-ROW
               ADD 1 TO CSR-TXNS (CS-IX)
               ADD OR-ATOT TO CSR-SALES (CS-IX)
      *    A CASH SALE SETTLED WITH EXACTLY THE AMOUNT DUE -- NO
      *    CHANGE COUNTED OUT, NOTHING THE CUSTOMER HAD TO WAIT FOR.
               IF (OR-TENDER-TYPE = 'C' OR OR-TENDER-TYPE = SPACE)
                       AND OR-ATOT > 0
                       AND OR-OTEND = OR-ATOT
                   ADD 1 TO CSR-EXACT (CS-IX)
               END-IF
           END-IF.
           IF SL-ROW-CTR < 5000
               ADD 1 TO SL-ROW-CTR
               MOVE OR-ONUM TO SLR-ONUM (SL-ROW-CTR)
               MOVE OR-CASHIER-EMPID TO SLR-CASHIER (SL-ROW-CTR)
               MOVE OR-STAMP TO SLR-STAMP (SL-ROW-CTR)
           END-IF.

       1100-POST-ONE-VOID.
           IF OR-VOID-BY = SPACES OR OR-VOID-BY = LOW-VALUES
               MOVE OR-CASHIER-EMPID TO FIND-EMPID
           ELSE
               MOVE OR-VOID-BY TO FIND-EMPID
           END-IF.
           PERFORM 1900-FIND-CASHIER-ROW.
           IF CS-FOUND-ROW
               ADD 1 TO CSR-VOIDS (CS-IX)
               ADD OR-ATOT TO CSR-VOID-AMT (CS-IX)
           END-IF.
           IF VD-ROW-CTR < 500
               ADD 1 TO VD-ROW-CTR
               MOVE OR-ONUM TO VDR-ONUM (VD-ROW-CTR)
               MOVE OR-ORIG-ONUM TO VDR-ORIG-ONUM (VD-ROW-CTR)
               MOVE FIND-EMPID TO VDR-BY (VD-ROW-CTR)
               MOVE OR-STAMP TO VDR-STAMP (VD-ROW-CTR)
               MOVE OR-ATOT TO VDR-AMOUNT (VD-ROW-CTR)
               MOVE OR-REASON TO VDR-REASON (VD-ROW-CTR)
           END-IF.

       1200-TALLY-OVERRIDES.
      *    AN OVERRIDDEN LINE COUNTS TO THE CASHIER WHO RANG ITS
      *    ORDER, JOINED IN OFF THE PERIOD'S SALES.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-BUSDATE NOT < FROM-DATE
                           AND OL-BUSDATE NOT > TO-DATE
                           AND OL-OVERRIDE-SW = 'Y'
                       PERFORM 1250-POST-ONE-OVERRIDE
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           END-IF.

       1250-POST-ONE-OVERRIDE.
           MOVE 'N' TO SL-FOUND-SW.
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > SL-ROW-CTR OR SL-FOUND-ROW
               IF SLR-ONUM (SL-IX) = OL-ONUM
                   MOVE 'Y' TO SL-FOUND-SW
                   MOVE SLR-CASHIER (SL-IX) TO FIND-EMPID
               END-IF
           END-PERFORM.
           IF SL-FOUND-ROW
               PERFORM 1900-FIND-CASHIER-ROW
               IF CS-FOUND-ROW
                   ADD 1 TO CSR-OVERRIDES (CS-IX)
               END-IF
           END-IF.

       1300-TALLY-NO-SALES.
           MOVE 'N' TO NOSALE-EOF.
           OPEN INPUT NOSALE-FILE.
           IF NOSALE-STATUS = "00"
               READ NOSALE-FILE
                   AT END MOVE 'Y' TO NOSALE-EOF
               END-READ
               PERFORM UNTIL NOSALE-END
                   IF NS-BUSDATE NOT < FROM-DATE
                           AND NS-BUSDATE NOT > TO-DATE
                       MOVE NS-CASHIER TO FIND-EMPID
                       PERFORM 1900-FIND-CASHIER-ROW
                       IF CS-FOUND-ROW
                           ADD 1 TO CSR-NOSALES (CS-IX)
                       END-IF
                   END-IF
                   READ NOSALE-FILE
                       AT END MOVE 'Y' TO NOSALE-EOF
                   END-READ
               END-PERFORM
               CLOSE NOSALE-FILE
           ELSE
               IF NOSALE-STATUS = "05"
                   CLOSE NOSALE-FILE
               END-IF
           END-IF.

       1400-TALLY-SHORTAGES.
           MOVE 'N' TO DRAWERLED-EOF.
           OPEN INPUT DRAWERLED-FILE.
           IF DRAWERLED-STATUS = "00"
               READ DRAWERLED-FILE
                   AT END MOVE 'Y' TO DRAWERLED-EOF
               END-READ
               PERFORM UNTIL DRAWERLED-END
                   IF DL-BUSDATE NOT < FROM-DATE
                           AND DL-BUSDATE NOT > TO-DATE
                           AND DL-OVERSHORT < 0
                       MOVE DL-CASHIER-EMPID TO FIND-EMPID
                       PERFORM 1900-FIND-CASHIER-ROW
                       IF CS-FOUND-ROW
                           ADD 1 TO CSR-SHORTS (CS-IX)
                           SUBTRACT DL-OVERSHORT
                               FROM CSR-SHORT-AMT (CS-IX)
                       END-IF
                   END-IF
                   READ DRAWERLED-FILE
                       AT END MOVE 'Y' TO DRAWERLED-EOF
                   END-READ
               END-PERFORM
               CLOSE DRAWERLED-FILE
           ELSE
               IF DRAWERLED-STATUS = "05"
                   CLOSE DRAWERLED-FILE
               END-IF
           END-IF.

       1900-FIND-CASHIER-ROW.
           MOVE 'N' TO CS-FOUND-SW.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR OR CS-FOUND-ROW
               IF CSR-EMPID (CS-IX) = FIND-EMPID
                   MOVE 'Y' TO CS-FOUND-SW
               END-IF
           END-PERFORM.
           IF CS-FOUND-ROW
      *    THE VARYING LOOP STOPS ONE PAST THE ROW IT FOUND.
               SUBTRACT 1 FROM CS-IX
           ELSE
               IF CS-ROW-CTR < 100
                   ADD 1 TO CS-ROW-CTR
                   MOVE CS-ROW-CTR TO CS-IX
                   MOVE FIND-EMPID TO CSR-EMPID (CS-IX)
                   MOVE 0 TO CSR-TXNS (CS-IX)
                   MOVE 0 TO CSR-SALES (CS-IX)
                   MOVE 0 TO CSR-VOIDS (CS-IX)
                   MOVE 0 TO CSR-VOID-AMT (CS-IX)
                   MOVE 0 TO CSR-OVERRIDES (CS-IX)
                   MOVE 0 TO CSR-EXACT (CS-IX)
                   MOVE 0 TO CSR-NOSALES (CS-IX)
                   MOVE 0 TO CSR-SHORTS (CS-IX)
                   MOVE 0 TO CSR-SHORT-AMT (CS-IX)
                   MOVE SPACES TO CSR-FLAGS (CS-IX)
                   MOVE 'Y' TO CS-FOUND-SW
               END-IF
           END-IF.

       2000-COMPUTE-BRANCH-RATES.
      *    VOIDS AND SHORTAGES AS A PERCENT OF SALES; OVERRIDES AND
      *    NO-SALES PER 100 TRANSACTIONS; EXACT TENDERS AS A PERCENT
      *    OF TRANSACTIONS.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR
               ADD CSR-TXNS (CS-IX) TO BR-TXNS
               ADD CSR-SALES (CS-IX) TO BR-SALES
               ADD CSR-VOIDS (CS-IX) TO BR-VOIDS
               ADD CSR-VOID-AMT (CS-IX) TO BR-VOID-AMT
               ADD CSR-OVERRIDES (CS-IX) TO BR-OVERRIDES
               ADD CSR-EXACT (CS-IX) TO BR-EXACT
               ADD CSR-NOSALES (CS-IX) TO BR-NOSALES
               ADD CSR-SHORTS (CS-IX) TO BR-SHORTS
               ADD CSR-SHORT-AMT (CS-IX) TO BR-SHORT-AMT
           END-PERFORM.
           MOVE 0 TO BR-VOID-PCT.
           MOVE 0 TO BR-SHORT-PCT.
           MOVE 0 TO BR-OVR-RATE.
           MOVE 0 TO BR-EXACT-PCT.
           MOVE 0 TO BR-NOSALE-RATE.
           IF BR-SALES > 0
               COMPUTE BR-VOID-PCT ROUNDED =
                   BR-VOID-AMT * 100 / BR-SALES
                   ON SIZE ERROR MOVE 999.99 TO BR-VOID-PCT
               END-COMPUTE
               COMPUTE BR-SHORT-PCT ROUNDED =
                   BR-SHORT-AMT * 100 / BR-SALES
                   ON SIZE ERROR MOVE 999.99 TO BR-SHORT-PCT
               END-COMPUTE
           END-IF.
           IF BR-TXNS > 0
               COMPUTE BR-OVR-RATE ROUNDED =
                   BR-OVERRIDES * 100 / BR-TXNS
                   ON SIZE ERROR MOVE 999.99 TO BR-OVR-RATE
               END-COMPUTE
               COMPUTE BR-EXACT-PCT ROUNDED =
                   BR-EXACT * 100 / BR-TXNS
               COMPUTE BR-NOSALE-RATE ROUNDED =
                   BR-NOSALES * 100 / BR-TXNS
                   ON SIZE ERROR MOVE 999.99 TO BR-NOSALE-RATE
               END-COMPUTE
           END-IF.

       2100-RATE-ONE-CASHIER.
      *    EACH RATE MORE THAN THE MULTIPLE OF THE BRANCH RATE SETS
      *    ITS LETTER -- V VOIDS, O OVERRIDES, E EXACT TENDERS,
      *    N NO-SALES, S SHORTAGES.
           MOVE 0 TO CS-VOID-PCT.
           MOVE 0 TO CS-SHORT-PCT.
           MOVE 0 TO CS-OVR-RATE.
           MOVE 0 TO CS-EXACT-PCT.
           MOVE 0 TO CS-NOSALE-RATE.
           MOVE SPACES TO CSR-FLAGS (CS-IX).
           IF CSR-SALES (CS-IX) > 0
               COMPUTE CS-VOID-PCT ROUNDED =
                   CSR-VOID-AMT (CS-IX) * 100 / CSR-SALES (CS-IX)
                   ON SIZE ERROR MOVE 999.99 TO CS-VOID-PCT
               END-COMPUTE
               COMPUTE CS-SHORT-PCT ROUNDED =
                   CSR-SHORT-AMT (CS-IX) * 100 / CSR-SALES (CS-IX)
                   ON SIZE ERROR MOVE 999.99 TO CS-SHORT-PCT
               END-COMPUTE
           ELSE
      *    VOIDS OR SHORTAGES WITH NO SALES AT ALL ARE OFF THE SCALE.
               IF CSR-VOID-AMT (CS-IX) > 0
                   MOVE 999.99 TO CS-VOID-PCT
               END-IF
               IF CSR-SHORT-AMT (CS-IX) > 0
                   MOVE 999.99 TO CS-SHORT-PCT
               END-IF
           END-IF.
           IF CSR-TXNS (CS-IX) > 0
               COMPUTE CS-OVR-RATE ROUNDED =
                   CSR-OVERRIDES (CS-IX) * 100 / CSR-TXNS (CS-IX)
                   ON SIZE ERROR MOVE 999.99 TO CS-OVR-RATE
               END-COMPUTE
               COMPUTE CS-EXACT-PCT ROUNDED =
                   CSR-EXACT (CS-IX) * 100 / CSR-TXNS (CS-IX)
               COMPUTE CS-NOSALE-RATE ROUNDED =
                   CSR-NOSALES (CS-IX) * 100 / CSR-TXNS (CS-IX)
                   ON SIZE ERROR MOVE 999.99 TO CS-NOSALE-RATE
               END-COMPUTE
           ELSE
               IF CSR-NOSALES (CS-IX) > 0
                   MOVE 999.99 TO CS-NOSALE-RATE
               END-IF
           END-IF.
           IF CS-VOID-PCT > 0
                   AND CS-VOID-PCT > BR-VOID-PCT * FLAG-MULT
               MOVE 'V' TO CSR-FLAGS (CS-IX) (1:1)
           END-IF.
           IF CS-OVR-RATE > 0
                   AND CS-OVR-RATE > BR-OVR-RATE * FLAG-MULT
               MOVE 'O' TO CSR-FLAGS (CS-IX) (2:1)
           END-IF.
           IF CS-EXACT-PCT > 0
                   AND CS-EXACT-PCT > BR-EXACT-PCT * FLAG-MULT
               MOVE 'E' TO CSR-FLAGS (CS-IX) (3:1)
           END-IF.
           IF CS-NOSALE-RATE > 0
                   AND CS-NOSALE-RATE > BR-NOSALE-RATE * FLAG-MULT
               MOVE 'N' TO CSR-FLAGS (CS-IX) (4:1)
           END-IF.
           IF CS-SHORT-PCT > 0
                   AND CS-SHORT-PCT > BR-SHORT-PCT * FLAG-MULT
               MOVE 'S' TO CSR-FLAGS (CS-IX) (5:1)
           END-IF.
           IF CSR-FLAGS (CS-IX) NOT = SPACES
               ADD 1 TO FLAGGED-CTR
           END-IF.

       3000-PRINT-CASHIERS.
           DISPLAY "PERIOD " FROM-DATE " TO " TO-DATE.
           DISPLAY "FLAGS: V VOIDS  O OVERRIDES  E EXACT TENDER  "
               "N NO-SALES  S SHORTAGES".
           DISPLAY "CASHIER  TXNS        SALES VOIDS     VOID AMT "
               "VOID%  OVR EXACT  NOSL SHORT  SHORT AMT FLAGS".
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR
               PERFORM 2100-RATE-ONE-CASHIER
               PERFORM 3100-PRINT-ONE-CASHIER
           END-PERFORM.
           DISPLAY "----------------------------------------".
           MOVE BR-SALES TO AMTDP.
           DISPLAY "BRANCH TRANSACTIONS: " BR-TXNS "  SALES: " AMTDP.
           MOVE BR-VOID-AMT TO AMTDP.
           MOVE BR-VOID-PCT TO PCTDP.
           DISPLAY "BRANCH VOIDS/REFUNDS: " BR-VOIDS "  VALUE: "
               AMTDP "  " PCTDP "% OF SALES".
           MOVE BR-OVR-RATE TO PCTDP.
           DISPLAY "BRANCH OVERRIDES: " BR-OVERRIDES "  PER 100 "
               "TXNS: " PCTDP.
           MOVE BR-EXACT-PCT TO PCTDP.
           DISPLAY "BRANCH EXACT-TENDER CASH SALES: " BR-EXACT
               "  " PCTDP "% OF TXNS".
           MOVE BR-NOSALE-RATE TO PCTDP.
           DISPLAY "BRANCH NO-SALE OPENINGS: " BR-NOSALES
               "  PER 100 TXNS: " PCTDP.
           MOVE BR-SHORT-AMT TO AMTDP.
           MOVE BR-SHORT-PCT TO PCTDP.
           DISPLAY "BRANCH DRAWER SHORTAGES: " BR-SHORTS "  VALUE: "
               AMTDP "  " PCTDP "% OF SALES".
           DISPLAY "CASHIERS FLAGGED: " FLAGGED-CTR.

       3100-PRINT-ONE-CASHIER.
           MOVE CSR-SALES (CS-IX) TO AMTDP.
           MOVE CSR-VOID-AMT (CS-IX) TO VAMTDP.
           MOVE CS-VOID-PCT TO PCTDP.
           DISPLAY CSR-EMPID (CS-IX) "    " CSR-TXNS (CS-IX) " "
               AMTDP " " CSR-VOIDS (CS-IX) " " VAMTDP " " PCTDP
               " " CSR-OVERRIDES (CS-IX) " " CSR-EXACT (CS-IX)
               "  " CSR-NOSALES (CS-IX) "  " CSR-SHORTS (CS-IX)
               " " WITH NO ADVANCING.
           MOVE CSR-SHORT-AMT (CS-IX) TO VAMTDP.
           DISPLAY VAMTDP " " CSR-FLAGS (CS-IX).

       4000-LIST-QUICK-VOIDS.
      *    A VOID RUNG BY THE VERY CASHIER WHO RANG THE SALE,
      *    MINUTES AFTER IT -- THE SALE WAS PAID, THE CASH POCKETED
      *    AND THE RECORD UNDONE. ONLY SALES INSIDE THE PERIOD CAN
      *    BE TIMED.
           DISPLAY "----------------------------------------".
           DISPLAY "VOIDS BY THE SALE'S OWN CASHIER WITHIN "
               VOID-WINDOW-MINS " MINUTES:".
           PERFORM VARYING VD-IX FROM 1 BY 1
                   UNTIL VD-IX > VD-ROW-CTR
               MOVE 'N' TO SL-FOUND-SW
               PERFORM VARYING SL-IX FROM 1 BY 1
                       UNTIL SL-IX > SL-ROW-CTR OR SL-FOUND-ROW
                   IF SLR-ONUM (SL-IX) = VDR-ORIG-ONUM (VD-IX)
                       MOVE 'Y' TO SL-FOUND-SW
                   END-IF
               END-PERFORM
               IF SL-FOUND-ROW
                   SUBTRACT 1 FROM SL-IX
                   IF SLR-CASHIER (SL-IX) = VDR-BY (VD-IX)
                       PERFORM 4100-CHECK-VOID-GAP
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "QUICK SAME-CASHIER VOIDS: " QUICK-CTR.

       4100-CHECK-VOID-GAP.
           MOVE SLR-STAMP (SL-IX) TO WORK-STAMP.
           PERFORM 4200-STAMP-TO-SECS.
           MOVE STAMP-SECS TO SALE-SECS.
           MOVE VDR-STAMP (VD-IX) TO WORK-STAMP.
           PERFORM 4200-STAMP-TO-SECS.
           MOVE STAMP-SECS TO VOID-SECS.
           IF VOID-SECS NOT < SALE-SECS
               COMPUTE GAP-MINS = (VOID-SECS - SALE-SECS) / 60
               IF GAP-MINS NOT > VOID-WINDOW-MINS
                   ADD 1 TO QUICK-CTR
                   MOVE VDR-AMOUNT (VD-IX) TO VAMTDP
                   DISPLAY "CASHIER " VDR-BY (VD-IX) " SOLD "
                       VDR-ORIG-ONUM (VD-IX) " VOIDED AS "
                       VDR-ONUM (VD-IX) " " GAP-MINS " MIN LATER "
                       VAMTDP " " VDR-REASON (VD-IX)
               END-IF
           END-IF.

       4200-STAMP-TO-SECS.
           IF WORK-STAMP IS NUMERIC
               COMPUTE STAMP-SECS =
                   (STAMP-YYYY * 372 + (STAMP-MM - 1) * 31
                       + STAMP-DD) * 86400
                   + STAMP-HH * 3600 + STAMP-MI * 60 + STAMP-SS
           ELSE
               MOVE 0 TO STAMP-SECS
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM LOSSPREV.

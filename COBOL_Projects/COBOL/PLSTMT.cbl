      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Monthly profit-and-loss statement -- for a keyed
      *          month, the month and the year to date, each with
      *          the budget, the variance (actual less budget) and
      *          the same figures for last year, on the lines
      *            SALES, COST OF SALES, GROSS PROFIT, LABOR,
      *            OTHER OPERATING EXPENSE and NET INCOME.
      *          This branch comes off GLHIST.DAT, the journal
      *          history GLEXPORT keeps -- only the latest export of
      *          each pay period counts, and a period reports in the
      *          month its end date falls in. Each journal line goes
      *          to the P&L line its GLMAP.DAT class names (sales are
      *          credits less debits, the rest debits less credits;
      *          balance-sheet keys are left out). Cost of sales is
      *          the purchases plus the INVVAL.DAT stock valuation at
      *          the start of the range less the one at its end; the
      *          INV-OFFSET journal line is never counted twice.
      *          The other branch comes off CONSOLSUM.DAT, the proven
      *          totals CONSOL files for both branches -- its sales
      *          and its labor only, as nothing else of its books
      *          reaches us. The consolidated statement adds the two.
      *          BUDGET.DAT holds sales and labor targets only, so
      *          the other lines carry no budget. Spooled to
      *          PLSTMT_<yyyymm>.SPL and shown on the screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLSTMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL GLMAP-FILE
          ASSIGN TO "C:\Users\ADMIN\GLMAP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GLMAP-STATUS.
          SELECT OPTIONAL GLHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\GLHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GLHIST-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL INVVAL-FILE
          ASSIGN TO "C:\Users\ADMIN\INVVAL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INVVAL-STATUS.
          SELECT OPTIONAL CONSOLSUM-FILE
          ASSIGN TO "C:\Users\ADMIN\CONSOLSUM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CONSOLSUM-STATUS.
          SELECT OPTIONAL BUDGET-FILE
          ASSIGN TO "C:\Users\ADMIN\BUDGET.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUDGET-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  GLMAP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC.
           05  GM-KEY PIC X(12).
           05  GM-ACCOUNT PIC X(8).
           05  GM-PL-CLASS PIC X(1).
       FD  GLHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLHIST-REC.
           COPY "GLHIST.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  INVVAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVVAL-REC.
       01  INVVAL-REC.
           05  IX-CLOSE-DATE PIC 9(8).
           05  IX-TOTAL PIC 9(9)V99.
       FD  CONSOLSUM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONSOLSUM-REC.
           COPY "CONSOLSUM.CPY".
       FD  BUDGET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUDGET-REC.
           COPY "BUDGET.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  GLMAP-STATUS PIC XX.
       01  GLMAP-EOF PIC X VALUE 'N'.
           88 GLMAP-END VALUE 'Y'.
       01  GLHIST-STATUS PIC XX.
       01  GLHIST-EOF PIC X VALUE 'N'.
           88 GLHIST-END VALUE 'Y'.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  INVVAL-STATUS PIC XX.
       01  INVVAL-EOF PIC X VALUE 'N'.
           88 INVVAL-END VALUE 'Y'.
       01  CONSOLSUM-STATUS PIC XX.
       01  CONSOLSUM-EOF PIC X VALUE 'N'.
           88 CONSOLSUM-END VALUE 'Y'.
       01  BUDGET-STATUS PIC XX.
       01  BUDGET-EOF PIC X VALUE 'N'.
           88 BUDGET-END VALUE 'Y'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  BUSINESS-DATE PIC 9(8).
       01  RPT-MONTH PIC 9(6).
       01  RPT-MONTH-R REDEFINES RPT-MONTH.
           05  RPT-YYYY PIC 9(4).
           05  RPT-MM PIC 9(2).
       01  ROW-YEAR PIC 9(4).
       01  ROW-MM PIC 9(2).
       01  OUR-BRANCH PIC 9(2) VALUE 0.
       01  OTHER-BRANCH PIC 9(2) VALUE 0.
       01  CLASS-CODE PIC X(1).
           88 CLASS-OK VALUE 'S' 'C' 'L' 'O' 'N'.
       01  LINE-AMOUNT PIC S9(9)V99.
      *    GLMAP.DAT -- EACH JOURNAL KEY'S P&L CLASS.
       01  GM-ROW-CTR PIC 99 VALUE 0.
       01  GM-IX PIC 99.
       01  GM-FOUND-SW PIC X.
           88 GM-FOUND-ROW VALUE 'Y'.
       01  GM-TABLE.
           05  GM-ROW OCCURS 60 TIMES.
               10  GMR-KEY PIC X(12).
               10  GMR-PL-CLASS PIC X(1).
      *    THE NEWEST EXPORT STAMP OF EACH PERIOD ON GLHIST.DAT.
       01  HS-ROW-CTR PIC 9(3) VALUE 0.
       01  HS-IX PIC 9(3).
       01  HS-FOUND-SW PIC X.
           88 HS-FOUND-ROW VALUE 'Y'.
       01  HS-TABLE.
           05  HS-ROW OCCURS 300 TIMES.
               10  HSR-PERIOD-NO PIC 9(3).
               10  HSR-END-DATE PIC 9(8).
               10  HSR-STAMP PIC X(14).
      *    PERIODS.DAT CLOSE DATES, TO PUT EACH VALUATION ON INVVAL.DAT
      *    AT THE END DATE OF THE PERIOD IT WAS TAKEN FOR.
       01  PR-ROW-CTR PIC 9(3) VALUE 0.
       01  PR-IX PIC 9(3).
       01  PR-TABLE.
           05  PR-ROW OCCURS 300 TIMES.
               10  PRR-CLOSE-DATE PIC 9(8).
               10  PRR-END-DATE PIC 9(8).
       01  IV-ROW-CTR PIC 9(3) VALUE 0.
       01  IV-IX PIC 9(3).
       01  IV-TABLE.
           05  IV-ROW OCCURS 300 TIMES.
               10  IVR-END-DATE PIC 9(8).
               10  IVR-TOTAL PIC 9(9)V99.
      *    CONSOLSUM.DAT -- A LATER ROW FOR THE SAME PERIOD AND
      *    BRANCH TAKES THE EARLIER ONE'S PLACE.
       01  CS-ROW-CTR PIC 9(3) VALUE 0.
       01  CS-IX PIC 9(3).
       01  CS-FOUND-SW PIC X.
           88 CS-FOUND-ROW VALUE 'Y'.
       01  CS-TABLE.
           05  CS-ROW OCCURS 300 TIMES.
               10  CSR-END-DATE PIC 9(8).
               10  CSR-BRANCH PIC 9(2).
               10  CSR-SALES PIC 9(9)V99.
               10  CSR-LABOR PIC 9(9)V99.
      *    ACTUALS BY YEAR (1 = THIS YEAR, 2 = LAST YEAR), BRANCH
      *    (1 = THIS BRANCH, 2 = THE OTHER) AND MONTH.
       01  YR-IX PIC 9.
       01  BR-IX PIC 9.
       01  MO-IX PIC 99.
       01  AMT-TABLE.
           05  AM-YEAR OCCURS 2 TIMES.
               10  AM-BRANCH OCCURS 2 TIMES.
                   15  AM-MONTH OCCURS 12 TIMES.
                       20  AM-SALES PIC S9(9)V99.
                       20  AM-PURCH PIC S9(9)V99.
                       20  AM-LABOR PIC S9(9)V99.
                       20  AM-OTHER PIC S9(9)V99.
       01  BUD-TABLE.
           05  BU-BRANCH OCCURS 2 TIMES.
               10  BU-MONTH OCCURS 12 TIMES.
                   15  BU-SALES PIC 9(9)V99.
                   15  BU-LABOR PIC 9(9)V99.
      *    THE FOUR ACTUAL COLUMNS -- 1 THE MONTH, 2 THE MONTH LAST
      *    YEAR, 3 THE YEAR TO DATE, 4 LAST YEAR TO THE SAME MONTH --
      *    AND THE STOCK MOVEMENT OVER EACH COLUMN'S RANGE.
       01  COL-IX PIC 9.
       01  LN-IX PIC 9.
       01  FROM-MM PIC 99.
       01  RANGE-FROM PIC 9(8).
       01  RANGE-TO PIC 9(8).
       01  OPEN-VAL PIC 9(9)V99.
       01  CLOSE-VAL PIC 9(9)V99.
       01  OPEN-END PIC 9(8).
       01  CLOSE-END PIC 9(8).
       01  OPEN-FOUND-SW PIC X.
           88 OPEN-FOUND VALUE 'Y'.
       01  CLOSE-FOUND-SW PIC X.
           88 CLOSE-FOUND VALUE 'Y'.
       01  INV-NOTE-SW PIC X VALUE 'N'.
           88 INV-NOTE VALUE 'Y'.
       01  INV-CHANGE-TABLE.
           05  INV-CHANGE OCCURS 4 TIMES PIC S9(9)V99.
       01  STMT-IX PIC 9.
       01  BU-COL PIC 9.
       01  FIG-TABLE.
           05  FG-COL OCCURS 4 TIMES.
               10  FG-LINE OCCURS 6 TIMES PIC S9(9)V99.
       01  FB-TABLE.
           05  FB-COL OCCURS 2 TIMES.
               10  FB-SALES PIC 9(9)V99.
               10  FB-LABOR PIC 9(9)V99.
       01  LINE-NAMES.
           05  FILLER PIC X(24) VALUE "SALES".
           05  FILLER PIC X(24) VALUE "COST OF SALES".
           05  FILLER PIC X(24) VALUE "GROSS PROFIT".
           05  FILLER PIC X(24) VALUE "LABOR".
           05  FILLER PIC X(24) VALUE "OTHER OPERATING EXPENSE".
           05  FILLER PIC X(24) VALUE "NET INCOME".
       01  LINE-NAMES-R REDEFINES LINE-NAMES.
           05  LINE-NAME OCCURS 6 TIMES PIC X(24).
       01  STMT-TITLE PIC X(40).
       01  PL-DETAIL.
           05  PLD-LABEL PIC X(24).
           05  PLD-ACTUAL PIC ZZ,ZZZ,ZZ9.99-.
           05  PLD-BUDGET PIC ZZ,ZZZ,ZZ9.99-.
           05  PLD-BUDGET-X REDEFINES PLD-BUDGET PIC X(14).
           05  PLD-VARIANCE PIC ZZ,ZZZ,ZZ9.99-.
           05  PLD-VARIANCE-X REDEFINES PLD-VARIANCE PIC X(14).
           05  PLD-LAST-YEAR PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "PROFIT-AND-LOSS STATEMENT".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "MONTH (YYYYMM, 0 = " BUSINESS-DATE (1:6) "): ".
           ACCEPT RPT-MONTH.
           IF RPT-MONTH = 0
               MOVE BUSINESS-DATE (1:6) TO RPT-MONTH
           END-IF.
           PERFORM UNTIL RPT-MM > 0 AND RPT-MM < 13
               DISPLAY "INVALID - YYYYMM: "
               ACCEPT RPT-MONTH
           END-PERFORM.
           PERFORM 0600-LOAD-OUR-BRANCH.
           INITIALIZE AMT-TABLE.
           INITIALIZE BUD-TABLE.
           PERFORM 1000-LOAD-GLMAP-TABLE.
           PERFORM 1100-LOAD-PERIOD-TABLE.
           PERFORM 1200-LOAD-INVVAL-TABLE.
           PERFORM 2000-FIND-LATEST-EXPORTS.
           PERFORM 2100-TOTAL-THE-JOURNALS.
           PERFORM 2500-TOTAL-THE-OTHER-BRANCH.
           PERFORM 2800-LOAD-THE-BUDGET.
           PERFORM 3000-SET-THE-STOCK-MOVEMENT.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\PLSTMT_" DELIMITED BY SIZE
               RPT-MONTH DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           PERFORM VARYING STMT-IX FROM 1 BY 1 UNTIL STMT-IX > 3
               PERFORM 4000-BUILD-THE-FIGURES
               PERFORM 5000-PRINT-THE-STATEMENT
           END-PERFORM.
           CLOSE SPOOL-FILE.
           DISPLAY "STATEMENT SPOOLED TO " SPOOL-NAME.
           PERFORM 9999-EXIT.

       0500-LOAD-BUSINESS-DATE.
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

       0600-LOAD-OUR-BRANCH.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               MOVE SC-BRANCH-CODE TO OUR-BRANCH
               CLOSE SHOPCONF-FILE
           END-IF.

       1000-LOAD-GLMAP-TABLE.
           MOVE 'N' TO GLMAP-EOF.
           OPEN INPUT GLMAP-FILE.
           IF GLMAP-STATUS = "00"
               READ GLMAP-FILE
                   AT END MOVE 'Y' TO GLMAP-EOF
               END-READ
               PERFORM UNTIL GLMAP-END
                   IF GM-ROW-CTR < 60
                       ADD 1 TO GM-ROW-CTR
                       MOVE GM-KEY TO GMR-KEY (GM-ROW-CTR)
                       MOVE GM-PL-CLASS TO GMR-PL-CLASS (GM-ROW-CTR)
                   END-IF
                   READ GLMAP-FILE
                       AT END MOVE 'Y' TO GLMAP-EOF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           ELSE
               IF GLMAP-STATUS = "05"
                   CLOSE GLMAP-FILE
               END-IF
           END-IF.

       1100-LOAD-PERIOD-TABLE.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C' AND PR-ROW-CTR < 300
                       ADD 1 TO PR-ROW-CTR
                       MOVE PD-CLOSE-DATE TO PRR-CLOSE-DATE (PR-ROW-CTR)
                       MOVE PD-END-DATE TO PRR-END-DATE (PR-ROW-CTR)
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

       1200-LOAD-INVVAL-TABLE.
      *    A VALUATION WHOSE CLOSE DATE MATCHES NO CLOSED PERIOD
      *    STANDS AT ITS OWN CLOSE DATE.
           MOVE 'N' TO INVVAL-EOF.
           OPEN INPUT INVVAL-FILE.
           IF INVVAL-STATUS = "00"
               READ INVVAL-FILE
                   AT END MOVE 'Y' TO INVVAL-EOF
               END-READ
               PERFORM UNTIL INVVAL-END
                   IF IV-ROW-CTR < 300
                       ADD 1 TO IV-ROW-CTR
                       MOVE IX-CLOSE-DATE TO IVR-END-DATE (IV-ROW-CTR)
                       MOVE IX-TOTAL TO IVR-TOTAL (IV-ROW-CTR)
                       PERFORM VARYING PR-IX FROM 1 BY 1
                               UNTIL PR-IX > PR-ROW-CTR
                           IF PRR-CLOSE-DATE (PR-IX) = IX-CLOSE-DATE
                               MOVE PRR-END-DATE (PR-IX)
                                   TO IVR-END-DATE (IV-ROW-CTR)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ INVVAL-FILE
                       AT END MOVE 'Y' TO INVVAL-EOF
                   END-READ
               END-PERFORM
               CLOSE INVVAL-FILE
           ELSE
               IF INVVAL-STATUS = "05"
                   CLOSE INVVAL-FILE
               END-IF
           END-IF.

       2000-FIND-LATEST-EXPORTS.
           MOVE 'N' TO GLHIST-EOF.
           OPEN INPUT GLHIST-FILE.
           IF GLHIST-STATUS = "00"
               READ GLHIST-FILE
                   AT END MOVE 'Y' TO GLHIST-EOF
               END-READ
               PERFORM UNTIL GLHIST-END
                   PERFORM 2050-FIND-STAMP-ROW
                   IF HS-FOUND-ROW
                       IF GH-STAMP > HSR-STAMP (HS-IX)
                           MOVE GH-STAMP TO HSR-STAMP (HS-IX)
                       END-IF
                   ELSE
                       IF HS-ROW-CTR < 300
                           ADD 1 TO HS-ROW-CTR
                           MOVE GH-PERIOD-NO
                               TO HSR-PERIOD-NO (HS-ROW-CTR)
                           MOVE GH-END-DATE TO HSR-END-DATE (HS-ROW-CTR)
                           MOVE GH-STAMP TO HSR-STAMP (HS-ROW-CTR)
                       END-IF
                   END-IF
                   READ GLHIST-FILE
                       AT END MOVE 'Y' TO GLHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE GLHIST-FILE
           ELSE
               IF GLHIST-STATUS = "05"
                   CLOSE GLHIST-FILE
               END-IF
           END-IF.
           IF HS-ROW-CTR = 0
               DISPLAY "NO JOURNAL HISTORY ON GLHIST.DAT - THIS "
                   "BRANCH WILL SHOW NO ACTIVITY."
           END-IF.

       2050-FIND-STAMP-ROW.
           MOVE 'N' TO HS-FOUND-SW.
           PERFORM VARYING HS-IX FROM 1 BY 1
                   UNTIL HS-IX > HS-ROW-CTR OR HS-FOUND-ROW
               IF HSR-PERIOD-NO (HS-IX) = GH-PERIOD-NO
                       AND HSR-END-DATE (HS-IX) = GH-END-DATE
                   MOVE 'Y' TO HS-FOUND-SW
               END-IF
           END-PERFORM.
           IF HS-FOUND-ROW
               SUBTRACT 1 FROM HS-IX
           END-IF.

       2100-TOTAL-THE-JOURNALS.
           MOVE 'N' TO GLHIST-EOF.
           OPEN INPUT GLHIST-FILE.
           IF GLHIST-STATUS = "00"
               READ GLHIST-FILE
                   AT END MOVE 'Y' TO GLHIST-EOF
               END-READ
               PERFORM UNTIL GLHIST-END
                   PERFORM 2050-FIND-STAMP-ROW
                   IF HS-FOUND-ROW
                       IF GH-STAMP = HSR-STAMP (HS-IX)
                           PERFORM 2200-POST-ONE-LINE
                       END-IF
                   END-IF
                   READ GLHIST-FILE
                       AT END MOVE 'Y' TO GLHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE GLHIST-FILE
           ELSE
               IF GLHIST-STATUS = "05"
                   CLOSE GLHIST-FILE
               END-IF
           END-IF.

       2200-POST-ONE-LINE.
           DIVIDE GH-END-DATE BY 10000 GIVING ROW-YEAR.
           MOVE GH-END-DATE (5:2) TO ROW-MM.
           MOVE 0 TO YR-IX.
           IF ROW-YEAR = RPT-YYYY
               MOVE 1 TO YR-IX
           END-IF.
           IF ROW-YEAR + 1 = RPT-YYYY
               MOVE 2 TO YR-IX
           END-IF.
           IF YR-IX > 0 AND ROW-MM > 0 AND ROW-MM < 13
                   AND GH-KEY NOT = "INV-OFFSET"
               PERFORM 2300-CLASS-OF-KEY
               IF CLASS-CODE = 'S'
                   COMPUTE LINE-AMOUNT = GH-CREDIT - GH-DEBIT
               ELSE
                   COMPUTE LINE-AMOUNT = GH-DEBIT - GH-CREDIT
               END-IF
               EVALUATE CLASS-CODE
                   WHEN 'S'
                       ADD LINE-AMOUNT TO AM-SALES (YR-IX, 1, ROW-MM)
                   WHEN 'C'
                       ADD LINE-AMOUNT TO AM-PURCH (YR-IX, 1, ROW-MM)
                   WHEN 'L'
                       ADD LINE-AMOUNT TO AM-LABOR (YR-IX, 1, ROW-MM)
                   WHEN 'O'
                       ADD LINE-AMOUNT TO AM-OTHER (YR-IX, 1, ROW-MM)
               END-EVALUATE
           END-IF.

       2300-CLASS-OF-KEY.
      *    THE CLASS GLMAPMAINT SET FOR THE KEY -- OR, FOR A KEY
      *    NOT YET CLASSED, THE SAME DEFAULT GLMAPMAINT OFFERS.
           MOVE SPACE TO CLASS-CODE.
           MOVE 'N' TO GM-FOUND-SW.
           PERFORM VARYING GM-IX FROM 1 BY 1
                   UNTIL GM-IX > GM-ROW-CTR OR GM-FOUND-ROW
               IF GMR-KEY (GM-IX) = GH-KEY
                   MOVE 'Y' TO GM-FOUND-SW
                   MOVE GMR-PL-CLASS (GM-IX) TO CLASS-CODE
               END-IF
           END-PERFORM.
           IF NOT CLASS-OK
               EVALUATE TRUE
                   WHEN GH-KEY = "SALES-REV"
                   WHEN GH-KEY = "SALES-EXEMPT"
                   WHEN GH-KEY = "SALES-ZERO"
                   WHEN GH-KEY = "DEP-FORFEIT"
                       MOVE 'S' TO CLASS-CODE
                   WHEN GH-KEY = "PURCHASES"
                       MOVE 'C' TO CLASS-CODE
                   WHEN GH-KEY = "SALARY-EXP"
                   WHEN GH-KEY (1:6) = "LABOR-"
                       MOVE 'L' TO CLASS-CODE
                   WHEN GH-KEY = "PETTY-BANK"
                       MOVE 'N' TO CLASS-CODE
                   WHEN GH-KEY (1:6) = "PETTY-"
                       MOVE 'O' TO CLASS-CODE
                   WHEN OTHER
                       MOVE 'N' TO CLASS-CODE
               END-EVALUATE
           END-IF.

       2500-TOTAL-THE-OTHER-BRANCH.
           MOVE 'N' TO CONSOLSUM-EOF.
           OPEN INPUT CONSOLSUM-FILE.
           IF CONSOLSUM-STATUS = "00"
               READ CONSOLSUM-FILE
                   AT END MOVE 'Y' TO CONSOLSUM-EOF
               END-READ
               PERFORM UNTIL CONSOLSUM-END
                   IF CS-BRANCH NOT = OUR-BRANCH
                       PERFORM 2550-KEEP-ONE-SUMMARY
                   END-IF
                   READ CONSOLSUM-FILE
                       AT END MOVE 'Y' TO CONSOLSUM-EOF
                   END-READ
               END-PERFORM
               CLOSE CONSOLSUM-FILE
           ELSE
               IF CONSOLSUM-STATUS = "05"
                   CLOSE CONSOLSUM-FILE
               END-IF
           END-IF.
           IF CS-ROW-CTR = 0
               DISPLAY "NO CONSOLIDATION ON CONSOLSUM.DAT - THE OTHER "
                   "BRANCH WILL SHOW NO ACTIVITY."
           END-IF.
           PERFORM VARYING CS-IX FROM 1 BY 1 UNTIL CS-IX > CS-ROW-CTR
               DIVIDE CSR-END-DATE (CS-IX) BY 10000 GIVING ROW-YEAR
               MOVE CSR-END-DATE (CS-IX) (5:2) TO ROW-MM
               MOVE 0 TO YR-IX
               IF ROW-YEAR = RPT-YYYY
                   MOVE 1 TO YR-IX
               END-IF
               IF ROW-YEAR + 1 = RPT-YYYY
                   MOVE 2 TO YR-IX
               END-IF
               IF YR-IX > 0 AND ROW-MM > 0 AND ROW-MM < 13
                   ADD CSR-SALES (CS-IX) TO AM-SALES (YR-IX, 2, ROW-MM)
                   ADD CSR-LABOR (CS-IX) TO AM-LABOR (YR-IX, 2, ROW-MM)
               END-IF
           END-PERFORM.

       2550-KEEP-ONE-SUMMARY.
           MOVE CS-BRANCH TO OTHER-BRANCH.
           MOVE 'N' TO CS-FOUND-SW.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR OR CS-FOUND-ROW
               IF CSR-END-DATE (CS-IX) = CS-END-DATE
                       AND CSR-BRANCH (CS-IX) = CS-BRANCH
                   MOVE 'Y' TO CS-FOUND-SW
               END-IF
           END-PERFORM.
           IF CS-FOUND-ROW
               SUBTRACT 1 FROM CS-IX
           ELSE
               IF CS-ROW-CTR < 300
                   ADD 1 TO CS-ROW-CTR
                   MOVE CS-ROW-CTR TO CS-IX
               ELSE
                   MOVE 0 TO CS-IX
               END-IF
           END-IF.
           IF CS-IX > 0
               MOVE CS-END-DATE TO CSR-END-DATE (CS-IX)
               MOVE CS-BRANCH TO CSR-BRANCH (CS-IX)
               MOVE CS-SALES TO CSR-SALES (CS-IX)
               COMPUTE CSR-LABOR (CS-IX) = CS-GPAY + CS-ER-SHARES
           END-IF.

       2800-LOAD-THE-BUDGET.
           MOVE 'N' TO BUDGET-EOF.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-STATUS = "00"
               READ BUDGET-FILE
                   AT END MOVE 'Y' TO BUDGET-EOF
               END-READ
               PERFORM UNTIL BUDGET-END
                   DIVIDE BG-MONTH BY 100 GIVING ROW-YEAR
                       REMAINDER ROW-MM
                   MOVE 0 TO BR-IX
                   IF BG-BRANCH = OUR-BRANCH
                       MOVE 1 TO BR-IX
                   END-IF
                   IF BG-BRANCH = OTHER-BRANCH
                           AND OTHER-BRANCH NOT = OUR-BRANCH
                       MOVE 2 TO BR-IX
                   END-IF
                   IF BR-IX > 0 AND ROW-YEAR = RPT-YYYY
                           AND ROW-MM > 0 AND ROW-MM < 13
                       MOVE BG-SALES TO BU-SALES (BR-IX, ROW-MM)
                       MOVE BG-LABOR TO BU-LABOR (BR-IX, ROW-MM)
                   END-IF
                   READ BUDGET-FILE
                       AT END MOVE 'Y' TO BUDGET-EOF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               IF BUDGET-STATUS = "05"
                   CLOSE BUDGET-FILE
               END-IF
           END-IF.

       3000-SET-THE-STOCK-MOVEMENT.
           PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
               PERFORM 3050-SET-COLUMN-RANGE
               COMPUTE RANGE-FROM = ROW-YEAR * 10000 + FROM-MM * 100
                   + 1
               COMPUTE RANGE-TO = ROW-YEAR * 10000 + RPT-MM * 100
                   + 31
               PERFORM 3100-STOCK-OVER-THE-RANGE
               COMPUTE INV-CHANGE (COL-IX) = OPEN-VAL - CLOSE-VAL
           END-PERFORM.

       3050-SET-COLUMN-RANGE.
           IF COL-IX = 1 OR COL-IX = 3
               MOVE 1 TO YR-IX
               MOVE RPT-YYYY TO ROW-YEAR
           ELSE
               MOVE 2 TO YR-IX
               COMPUTE ROW-YEAR = RPT-YYYY - 1
           END-IF.
           IF COL-IX < 3
               MOVE RPT-MM TO FROM-MM
           ELSE
               MOVE 1 TO FROM-MM
           END-IF.

       3100-STOCK-OVER-THE-RANGE.
      *    THE VALUATION CARRIED INTO THE RANGE IS THE LAST ONE FOR A
      *    PERIOD ENDING BEFORE IT; THE ONE CARRIED OUT IS THE LAST
      *    FOR A PERIOD ENDING INSIDE IT. WITH NOTHING BEFORE THE
      *    RANGE THE STOCK IS TAKEN AS UNCHANGED.
           MOVE 'N' TO OPEN-FOUND-SW.
           MOVE 'N' TO CLOSE-FOUND-SW.
           MOVE 0 TO OPEN-VAL.
           MOVE 0 TO CLOSE-VAL.
           MOVE 0 TO OPEN-END.
           MOVE 0 TO CLOSE-END.
           PERFORM VARYING IV-IX FROM 1 BY 1 UNTIL IV-IX > IV-ROW-CTR
               IF IVR-END-DATE (IV-IX) < RANGE-FROM
                   IF IVR-END-DATE (IV-IX) NOT < OPEN-END
                       MOVE IVR-END-DATE (IV-IX) TO OPEN-END
                       MOVE IVR-TOTAL (IV-IX) TO OPEN-VAL
                       MOVE 'Y' TO OPEN-FOUND-SW
                   END-IF
               ELSE
                   IF IVR-END-DATE (IV-IX) NOT > RANGE-TO
                       IF IVR-END-DATE (IV-IX) NOT < CLOSE-END
                           MOVE IVR-END-DATE (IV-IX) TO CLOSE-END
                           MOVE IVR-TOTAL (IV-IX) TO CLOSE-VAL
                           MOVE 'Y' TO CLOSE-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CLOSE-FOUND
               MOVE OPEN-VAL TO CLOSE-VAL
           END-IF.
           IF NOT OPEN-FOUND
               IF CLOSE-FOUND
                   MOVE 'Y' TO INV-NOTE-SW
               END-IF
               MOVE CLOSE-VAL TO OPEN-VAL
           END-IF.

       4000-BUILD-THE-FIGURES.
      *    STATEMENT 1 IS THIS BRANCH, 2 THE OTHER, 3 THE TWO ADDED.
           INITIALIZE FIG-TABLE.
           INITIALIZE FB-TABLE.
           PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
               PERFORM 3050-SET-COLUMN-RANGE
               PERFORM VARYING BR-IX FROM 1 BY 1 UNTIL BR-IX > 2
                   IF STMT-IX = 3 OR STMT-IX = BR-IX
                       PERFORM 4100-ADD-ONE-BRANCH
                   END-IF
               END-PERFORM
               IF STMT-IX NOT = 2
                   ADD INV-CHANGE (COL-IX) TO FG-LINE (COL-IX, 2)
               END-IF
               COMPUTE FG-LINE (COL-IX, 3) = FG-LINE (COL-IX, 1)
                   - FG-LINE (COL-IX, 2)
               COMPUTE FG-LINE (COL-IX, 6) = FG-LINE (COL-IX, 3)
                   - FG-LINE (COL-IX, 4) - FG-LINE (COL-IX, 5)
           END-PERFORM.

       4100-ADD-ONE-BRANCH.
           PERFORM VARYING MO-IX FROM FROM-MM BY 1 UNTIL MO-IX > RPT-MM
               ADD AM-SALES (YR-IX, BR-IX, MO-IX)
                   TO FG-LINE (COL-IX, 1)
               ADD AM-PURCH (YR-IX, BR-IX, MO-IX)
                   TO FG-LINE (COL-IX, 2)
               ADD AM-LABOR (YR-IX, BR-IX, MO-IX)
                   TO FG-LINE (COL-IX, 4)
               ADD AM-OTHER (YR-IX, BR-IX, MO-IX)
                   TO FG-LINE (COL-IX, 5)
               IF COL-IX = 1
                   ADD BU-SALES (BR-IX, MO-IX) TO FB-SALES (1)
                   ADD BU-LABOR (BR-IX, MO-IX) TO FB-LABOR (1)
               END-IF
               IF COL-IX = 3
                   ADD BU-SALES (BR-IX, MO-IX) TO FB-SALES (2)
                   ADD BU-LABOR (BR-IX, MO-IX) TO FB-LABOR (2)
               END-IF
           END-PERFORM.

       5000-PRINT-THE-STATEMENT.
           EVALUATE STMT-IX
               WHEN 1
                   MOVE "THIS BRANCH" TO STMT-TITLE
                   MOVE OUR-BRANCH TO STMT-TITLE (13:2)
               WHEN 2
                   MOVE "OTHER BRANCH" TO STMT-TITLE
                   MOVE OTHER-BRANCH TO STMT-TITLE (14:2)
               WHEN OTHER
                   MOVE "CONSOLIDATED - BOTH BRANCHES" TO STMT-TITLE
           END-EVALUATE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 5900-PUT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "PROFIT AND LOSS " DELIMITED BY SIZE
               RPT-MONTH DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               STMT-TITLE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 5900-PUT-LINE.
           MOVE "MONTH                          ACTUAL        BUDGET"
               TO PRT-LINE.
           MOVE "      VARIANCE     LAST YEAR" TO PRT-LINE (52:28).
           PERFORM 5900-PUT-LINE.
           MOVE 1 TO COL-IX.
           PERFORM 5100-PRINT-ONE-BLOCK.
           MOVE SPACES TO PRT-LINE.
           PERFORM 5900-PUT-LINE.
           MOVE "YEAR TO DATE                   ACTUAL        BUDGET"
               TO PRT-LINE.
           MOVE "      VARIANCE     LAST YEAR" TO PRT-LINE (52:28).
           PERFORM 5900-PUT-LINE.
           MOVE 3 TO COL-IX.
           PERFORM 5100-PRINT-ONE-BLOCK.
           IF STMT-IX = 2
               MOVE "NO COST OF SALES OR OTHER EXPENSE FOR THAT BRANCH."
                   TO PRT-LINE
               PERFORM 5900-PUT-LINE
           END-IF.
           IF STMT-IX NOT = 2 AND INV-NOTE
               MOVE "NO EARLIER STOCK VALUATION - STOCK AS UNCHANGED."
                   TO PRT-LINE
               PERFORM 5900-PUT-LINE
           END-IF.

       5100-PRINT-ONE-BLOCK.
      *    COL-IX IS THE ACTUAL COLUMN (1 OR 3); LAST YEAR IS THE
      *    COLUMN AFTER IT. ONLY SALES AND LABOR CARRY A BUDGET.
           IF COL-IX = 1
               MOVE 1 TO BU-COL
           ELSE
               MOVE 2 TO BU-COL
           END-IF.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > 6
               MOVE LINE-NAME (LN-IX) TO PLD-LABEL
               MOVE FG-LINE (COL-IX, LN-IX) TO PLD-ACTUAL
               MOVE FG-LINE (COL-IX + 1, LN-IX) TO PLD-LAST-YEAR
               EVALUATE LN-IX
                   WHEN 1
                       MOVE FB-SALES (BU-COL) TO PLD-BUDGET
                       COMPUTE PLD-VARIANCE = FG-LINE (COL-IX, 1)
                           - FB-SALES (BU-COL)
                   WHEN 4
                       MOVE FB-LABOR (BU-COL) TO PLD-BUDGET
                       COMPUTE PLD-VARIANCE = FG-LINE (COL-IX, 4)
                           - FB-LABOR (BU-COL)
                   WHEN OTHER
                       MOVE SPACES TO PLD-BUDGET-X
                       MOVE SPACES TO PLD-VARIANCE-X
               END-EVALUATE
               MOVE PL-DETAIL TO PRT-LINE
               PERFORM 5900-PUT-LINE
           END-PERFORM.

       5900-PUT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM PLSTMT.

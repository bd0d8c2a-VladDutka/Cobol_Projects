      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Payroll what-if simulation -- prices a period's
      *          register against a CANDIDATE contribution table (a
      *          copy of SSSBIR.DAT holding the schedule the agencies
      *          just published) and an optional across-the-board
      *          RPH uplift, without writing anything back. The
      *          current INFO.DAT or any closed period's archive is
      *          re-run through COMPUTE-PAY's gross, deduction and
      *          net arithmetic and each EMPID's current and
      *          simulated SSS, SSSER, PHILH, PAGIBIG, BIR and NPAY
      *          go side by side onto PAYSIM.DAT, with employer-cost
      *          totals at the foot -- so the owner budgets for the
      *          new table before TABLEMAINT puts it live.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL INFO-FILE
          ASSIGN TO "C:\Users\ADMIN\INFO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EMPID
          FILE STATUS IS INFO-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL ARCH-FILE
          ASSIGN TO ARCH-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARCH-STATUS.
          SELECT OPTIONAL CAND-FILE
          ASSIGN TO CAND-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CAND-STATUS.
          SELECT SIM-FILE
          ASSIGN TO "C:\Users\ADMIN\PAYSIM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INFO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INFO-REC.
           COPY "INFOREC.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           COPY "INFOROW.CPY".
      *    THE CANDIDATE BRACKET TABLE -- SAME ROW LAYOUT AS THE LIVE
      *    SSSBIR.DAT, SO A COPY OF IT EDITED TO THE NEW SCHEDULE IS
      *    ALL THE SIMULATION NEEDS.
       FD  CAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONTRIB-REC.
           COPY "CONTRIB.CPY".
      *    ONE LINE PER EMPID -- CURRENT AND SIMULATED FIGURES SIDE
      *    BY SIDE; A TOTAL LINE UNDER EMPID "TOTAL" CLOSES THE FILE.
       FD  SIM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIM-REC.
       01  SIM-REC.
           05  SM-EMPID PIC X(5).
           05  SM-CUR-GPAY PIC 9(7)V99.
           05  SM-SIM-GPAY PIC 9(7)V99.
           05  SM-CUR-SSS PIC 9(7)V99.
           05  SM-SIM-SSS PIC 9(7)V99.
           05  SM-CUR-SSSER PIC 9(7)V99.
           05  SM-SIM-SSSER PIC 9(7)V99.
           05  SM-CUR-PHILH PIC 9(7)V99.
           05  SM-SIM-PHILH PIC 9(7)V99.
           05  SM-CUR-PAGIBIG PIC 9(7)V99.
           05  SM-SIM-PAGIBIG PIC 9(7)V99.
           05  SM-CUR-BIR PIC 9(7)V99.
           05  SM-SIM-BIR PIC 9(7)V99.
           05  SM-CUR-NPAY PIC 9(7)V99.
           05  SM-SIM-NPAY PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      *    FILE STATUS FOR THE NOW-INDEXED INFO-FILE.
       01  INFO-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  ARCH-STATUS PIC XX.
       01  CAND-STATUS PIC XX.
       01  ARCH-NAME PIC X(40).
       01  CAND-NAME PIC X(45).
       01  INFO-EOF-SW PIC X VALUE 'N'.
           88 INFO-END VALUE 'Y'.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ARCH-EOF PIC X VALUE 'N'.
           88 ARCH-END VALUE 'Y'.
       01  CAND-EOF PIC X VALUE 'N'.
           88 CAND-END VALUE 'Y'.
      *    WHICH REGISTER TO RE-RUN -- ZERO IS THE LIVE INFO.DAT,
      *    ANYTHING ELSE A CLOSED PERIOD NUMBER ON PERIODS.DAT.
       01  PICK-PERNO PIC 9(3) VALUE 0.
       01  PICK-CLOSE-DATE PIC 9(8) VALUE 0.
       01  SOURCE-OK-SW PIC X VALUE 'N'.
           88 SOURCE-OK VALUE 'Y'.
      *    THE CANDIDATE TABLE IN MEMORY, SAME SHAPE AS PAYENTRY'S
      *    CONTRIB-TABLE.
       01  CONTRIB-CTR PIC 99 VALUE 0.
       01  CONTRIB-IX PIC 99.
       01  CONTRIB-TABLE.
           05  CONTRIB-ROW OCCURS 20 TIMES.
               10  CT-LOW PIC 9(5)V99.
               10  CT-HIGH PIC 9(5)V99.
               10  CT-SSS-RATE PIC V9(4).
               10  CT-BIR-RATE PIC V9(4).
               10  CT-SSS-ER-RATE PIC V9(4).
               10  CT-PAGIBIG-RATE PIC V9(4).
               10  CT-PAGIBIG-ER-RATE PIC V9(4).
               10  CT-PHILH-RATE PIC V9(4).
               10  CT-PHILH-ER-RATE PIC V9(4).
      *    THE PROPOSED RATE UPLIFT. EVERY EARNINGS LINE BUT THE
      *    COMMISSION AND THE SERVICE-CHARGE SHARE PRICES OFF THE
      *    RATE (POSITION LINES, OVERTIME, HOLIDAY AND NIGHT
      *    PREMIUMS, A MONTHLY EMPLOYEE'S HALF-MONTH BASIC), SO
      *    THOSE MOVE BY THE FACTOR; SO DOES THE LATE/ABSENT DOCK.
       01  UPLIFT-PCT PIC 99V99 VALUE 0.
       01  UPLIFT-FACTOR PIC 9V9(4).
      *    ONE EMPLOYEE'S SIMULATED FIGURES.
       01  RATE-GPAY PIC 9(7)V99.
       01  SIM-GPAY PIC 9(7)V99.
       01  SIM-SSS PIC 9(7)V99.
       01  SIM-SSSER PIC 9(7)V99.
       01  SIM-BIR PIC 9(7)V99.
       01  SIM-PAGIBIG PIC 9(7)V99.
       01  SIM-PAGIBIGER PIC 9(7)V99.
       01  SIM-PHILH PIC 9(7)V99.
       01  SIM-PHILHER PIC 9(7)V99.
       01  SIM-DEDLATE PIC 9(7)V99.
       01  SIM-DEDUCS PIC 9(7)V99.
       01  SIM-NPAY PIC 9(7)V99.
      *    ALLOWANCES ARE A FLAT AMOUNT, NOT RATE-PRICED -- THEY
      *    RIDE ON UNCHANGED LIKE COMMISSION, STAY OUT OF THE
      *    CONTRIBUTION BRACKETS, AND ONLY THEIR TAXABLE EXCESS
      *    JOINS THE BIR BASE, AS IN LOOKUP-CONTRIB-BRACKET.
       01  SIM-ALLOW PIC 9(7)V99.
       01  SIM-ALLOWTAX PIC 9(7)V99.
       01  SIM-CONTRIB-BASE PIC 9(7)V99.
       01  SIM-TAX-BASE PIC 9(7)V99.
      *    THE RECURRING DEDUCTIONS ARE NOT ON THE RECORD BY
      *    THEMSELVES -- THEY ARE WHAT DEDUCS HOLDS BEYOND THE
      *    ITEMIZED FIGURES, AND A CAPPED DEDUCS CAN LEAVE NOTHING.
       01  OTHER-DED PIC S9(7)V99.
      *    RUN TOTALS -- EMPLOYER COST IS GROSS PLUS THE THREE
      *    EMPLOYER SHARES, CURRENT AGAINST SIMULATED.
       01  EMP-CTR PIC 9(4) VALUE 0.
       01  TOT-CUR-GPAY PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-GPAY PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-SSS PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-SSS PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-SSSER PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-SSSER PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-PHILH PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-PHILH PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-PHILHER PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-PHILHER PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-PAGIBIG PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-PAGIBIG PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-PAGIBIGER PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-PAGIBIGER PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-BIR PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-BIR PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-NPAY PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-NPAY PIC 9(7)V99 VALUE 0.
       01  TOT-CUR-COST PIC 9(7)V99 VALUE 0.
       01  TOT-SIM-COST PIC 9(7)V99 VALUE 0.
       01  COST-DIFF PIC S9(7)V99.
       01  CURDP PIC $Z,ZZZ,999.99.
       01  SIMDP PIC $Z,ZZZ,999.99.
       01  DIFFDP PIC -$Z,ZZZ,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "PAYROLL WHAT-IF SIMULATION".
           DISPLAY "NOTHING IS WRITTEN BACK -- THE RESULTS GO TO "
               "PAYSIM.DAT ONLY.".
           DISPLAY "CANDIDATE CONTRIBUTION TABLE (BLANK FOR "
               "C:\Users\ADMIN\SSSBIR_NEW.DAT): ".
           MOVE SPACES TO CAND-NAME.
           ACCEPT CAND-NAME.
           IF CAND-NAME = SPACES
               MOVE "C:\Users\ADMIN\SSSBIR_NEW.DAT" TO CAND-NAME
           END-IF.
           PERFORM 500-LOAD-CANDIDATE-TABLE.
           IF CONTRIB-CTR = 0
               DISPLAY "NO BRACKET ROWS IN " CAND-NAME
                   " - NOTHING TO SIMULATE."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "PROPOSED RPH UPLIFT PERCENT (0 FOR NONE): ".
           ACCEPT UPLIFT-PCT.
           COMPUTE UPLIFT-FACTOR = 1 + (UPLIFT-PCT / 100).
           DISPLAY "PERIOD TO RE-RUN (0 = CURRENT INFO.DAT, OR A "
               "CLOSED PERIOD NUMBER): ".
           ACCEPT PICK-PERNO.
           OPEN OUTPUT SIM-FILE.
           IF PICK-PERNO = 0
               PERFORM 1000-SIMULATE-CURRENT
           ELSE
               PERFORM 2000-FIND-CLOSED-PERIOD
               IF PICK-CLOSE-DATE = 0
                   DISPLAY "PERIOD " PICK-PERNO " IS NOT A CLOSED "
                       "PERIOD ON PERIODS.DAT."
               ELSE
                   PERFORM 2100-SIMULATE-ARCHIVE
               END-IF
           END-IF.
           IF SOURCE-OK
               PERFORM 4000-WRITE-TOTALS
           END-IF.
           CLOSE SIM-FILE.
           PERFORM 9999-EXIT.

       500-LOAD-CANDIDATE-TABLE.
      *    THE CANDIDATE FILE IS OPTIONAL ONLY SO A MISTYPED NAME
      *    SAYS SO INSTEAD OF ABENDING -- AN EMPTY TABLE STOPS THE
      *    RUN IN THE MAINLINE.
           MOVE 0 TO CONTRIB-CTR.
           MOVE 'N' TO CAND-EOF.
           OPEN INPUT CAND-FILE.
           IF CAND-STATUS = "00"
               READ CAND-FILE
                   AT END MOVE 'Y' TO CAND-EOF
               END-READ
               PERFORM UNTIL CAND-END
                   IF CONTRIB-CTR < 20
                       ADD 1 TO CONTRIB-CTR
                       MOVE CB-LOW TO CT-LOW (CONTRIB-CTR)
                       MOVE CB-HIGH TO CT-HIGH (CONTRIB-CTR)
                       MOVE CB-SSS-RATE TO CT-SSS-RATE (CONTRIB-CTR)
                       MOVE CB-BIR-RATE TO CT-BIR-RATE (CONTRIB-CTR)
                       MOVE CB-SSS-ER-RATE
                           TO CT-SSS-ER-RATE (CONTRIB-CTR)
                       MOVE CB-PAGIBIG-RATE
                           TO CT-PAGIBIG-RATE (CONTRIB-CTR)
                       MOVE CB-PAGIBIG-ER-RATE
                           TO CT-PAGIBIG-ER-RATE (CONTRIB-CTR)
                       MOVE CB-PHILH-RATE
                           TO CT-PHILH-RATE (CONTRIB-CTR)
                       MOVE CB-PHILH-ER-RATE
                           TO CT-PHILH-ER-RATE (CONTRIB-CTR)
                   END-IF
                   READ CAND-FILE
                       AT END MOVE 'Y' TO CAND-EOF
                   END-READ
               END-PERFORM
               CLOSE CAND-FILE
           ELSE
               IF CAND-STATUS = "05"
                   CLOSE CAND-FILE
               END-IF
           END-IF.
           DISPLAY "CANDIDATE BRACKET ROWS LOADED: " CONTRIB-CTR.

       1000-SIMULATE-CURRENT.
           MOVE 'N' TO INFO-EOF-SW.
           OPEN INPUT INFO-FILE.
           IF INFO-STATUS NOT = "00"
               DISPLAY "INFO.DAT IS EMPTY OR MISSING - NOTHING TO "
                   "SIMULATE."
               IF INFO-STATUS = "05"
                   CLOSE INFO-FILE
               END-IF
           ELSE
               MOVE 'Y' TO SOURCE-OK-SW
               DISPLAY "RE-RUNNING THE CURRENT PERIOD (INFO.DAT)."
               READ INFO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO INFO-EOF-SW
               END-READ
               PERFORM UNTIL INFO-END
                   PERFORM 3000-SIMULATE-ONE-ROW
                   READ INFO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INFO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE INFO-FILE
           END-IF.

       2000-FIND-CLOSED-PERIOD.
           MOVE 0 TO PICK-CLOSE-DATE.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-PERIOD-NO = PICK-PERNO AND PD-STATUS = 'C'
                           AND PD-CLOSE-DATE > 0
                       MOVE PD-CLOSE-DATE TO PICK-CLOSE-DATE
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       2100-SIMULATE-ARCHIVE.
           MOVE SPACES TO ARCH-NAME.
           STRING "C:\Users\ADMIN\INFO_" DELIMITED BY SIZE
               PICK-CLOSE-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARCH-NAME.
           MOVE 'N' TO ARCH-EOF.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "WARNING: ARCHIVE MISSING FOR PERIOD "
                   PICK-PERNO " (" ARCH-NAME ")"
           ELSE
               MOVE 'Y' TO SOURCE-OK-SW
               DISPLAY "RE-RUNNING CLOSED PERIOD " PICK-PERNO
                   " (" ARCH-NAME ")."
               READ ARCH-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
               END-READ
               PERFORM UNTIL ARCH-END
      *    THE ARCHIVE ROW IS THE REGISTER ROW BYTE FOR BYTE, SO
      *    IT IS PRICED THROUGH THE SAME INFO-REC FIELDS.
                   MOVE ARCH-REC TO INFO-REC
                   PERFORM 3000-SIMULATE-ONE-ROW
                   READ ARCH-FILE
                       AT END MOVE 'Y' TO ARCH-EOF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

       3000-SIMULATE-ONE-ROW.
      *    COMPUTE-PAY'S ARITHMETIC OVER THE ROW AS KEYED -- THE
      *    RATE-PRICED PART OF GPAY MOVES BY THE UPLIFT, COMMISSION
      *    AND SERVICE-CHARGE SHARE RIDE ON UNCHANGED, AND THE
      *    CANDIDATE BRACKET FOR THE NEW GROSS PRICES ALL FOUR
      *    AGENCIES. THE RECURRING DEDUCTIONS AND GARNISHMENTS
      *    TAKEN STAND AS THEY WERE.
           ADD 1 TO EMP-CTR.
      *    A ROW FROM BEFORE ALLOWANCES WERE PAID CARRIES SPACES IN
      *    THE ALLOWANCE FIELDS.
           IF ALLOWPAY IS NUMERIC AND ALLOWTAX IS NUMERIC
               MOVE ALLOWPAY TO SIM-ALLOW
               MOVE ALLOWTAX TO SIM-ALLOWTAX
           ELSE
               MOVE 0 TO SIM-ALLOW
               MOVE 0 TO SIM-ALLOWTAX
           END-IF.
           COMPUTE RATE-GPAY = GPAY - COMMPAY - SVCPAY - SIM-ALLOW.
           COMPUTE SIM-GPAY ROUNDED = (RATE-GPAY * UPLIFT-FACTOR)
               + COMMPAY + SVCPAY + SIM-ALLOW.
           COMPUTE SIM-DEDLATE ROUNDED = DEDLATE * UPLIFT-FACTOR.
           PERFORM 3100-LOOKUP-CANDIDATE-BRACKET.
           COMPUTE OTHER-DED = DEDUCS - BIR - SSS - PAGIBIG - PHILH
               - DEDLATE - GARNDED.
           IF OTHER-DED < 0
               MOVE 0 TO OTHER-DED
           END-IF.
           COMPUTE SIM-DEDUCS = SIM-BIR + SIM-SSS + SIM-PAGIBIG
               + SIM-PHILH + SIM-DEDLATE + GARNDED + OTHER-DED.
           IF SIM-DEDUCS > SIM-GPAY
               MOVE SIM-GPAY TO SIM-DEDUCS
           END-IF.
           COMPUTE SIM-NPAY = SIM-GPAY - SIM-DEDUCS.
           MOVE EMPID TO SM-EMPID.
           MOVE GPAY TO SM-CUR-GPAY.
           MOVE SIM-GPAY TO SM-SIM-GPAY.
           MOVE SSS TO SM-CUR-SSS.
           MOVE SIM-SSS TO SM-SIM-SSS.
           MOVE SSSER TO SM-CUR-SSSER.
           MOVE SIM-SSSER TO SM-SIM-SSSER.
           MOVE PHILH TO SM-CUR-PHILH.
           MOVE SIM-PHILH TO SM-SIM-PHILH.
           MOVE PAGIBIG TO SM-CUR-PAGIBIG.
           MOVE SIM-PAGIBIG TO SM-SIM-PAGIBIG.
           MOVE BIR TO SM-CUR-BIR.
           MOVE SIM-BIR TO SM-SIM-BIR.
           MOVE NPAY TO SM-CUR-NPAY.
           MOVE SIM-NPAY TO SM-SIM-NPAY.
           WRITE SIM-REC.
           MOVE NPAY TO CURDP.
           MOVE SIM-NPAY TO SIMDP.
           DISPLAY EMPID " " EMPLN " SSS " SSS "/" SIM-SSS
               " PHIC " PHILH "/" SIM-PHILH
               " HDMF " PAGIBIG "/" SIM-PAGIBIG
               " NPAY " CURDP " -> " SIMDP.
           ADD GPAY TO TOT-CUR-GPAY.
           ADD SIM-GPAY TO TOT-SIM-GPAY.
           ADD SSS TO TOT-CUR-SSS.
           ADD SIM-SSS TO TOT-SIM-SSS.
           ADD SSSER TO TOT-CUR-SSSER.
           ADD SIM-SSSER TO TOT-SIM-SSSER.
           ADD PHILH TO TOT-CUR-PHILH.
           ADD SIM-PHILH TO TOT-SIM-PHILH.
           ADD PHILHER TO TOT-CUR-PHILHER.
           ADD SIM-PHILHER TO TOT-SIM-PHILHER.
           ADD PAGIBIG TO TOT-CUR-PAGIBIG.
           ADD SIM-PAGIBIG TO TOT-SIM-PAGIBIG.
           ADD PAGIBIGER TO TOT-CUR-PAGIBIGER.
           ADD SIM-PAGIBIGER TO TOT-SIM-PAGIBIGER.
           ADD BIR TO TOT-CUR-BIR.
           ADD SIM-BIR TO TOT-SIM-BIR.
           ADD NPAY TO TOT-CUR-NPAY.
           ADD SIM-NPAY TO TOT-SIM-NPAY.

       3100-LOOKUP-CANDIDATE-BRACKET.
      *    PAYENTRY'S LOOKUP-CONTRIB-BRACKET AGAINST THE CANDIDATE
      *    ROWS -- ABOVE EVERY ROW, THE LAST ONE IS THE TOP BRACKET.
           COMPUTE SIM-CONTRIB-BASE = SIM-GPAY - SIM-ALLOW.
           COMPUTE SIM-TAX-BASE = SIM-CONTRIB-BASE + SIM-ALLOWTAX.
           MOVE 1 TO CONTRIB-IX.
           PERFORM UNTIL CONTRIB-IX >= CONTRIB-CTR
                   OR SIM-CONTRIB-BASE <= CT-HIGH (CONTRIB-IX)
               ADD 1 TO CONTRIB-IX
           END-PERFORM.
           COMPUTE SIM-SSS =
               CT-SSS-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           COMPUTE SIM-SSSER =
               CT-SSS-ER-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           COMPUTE SIM-PAGIBIG =
               CT-PAGIBIG-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           COMPUTE SIM-PAGIBIGER =
               CT-PAGIBIG-ER-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           COMPUTE SIM-PHILH =
               CT-PHILH-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           COMPUTE SIM-PHILHER =
               CT-PHILH-ER-RATE (CONTRIB-IX) * SIM-CONTRIB-BASE.
           MOVE 1 TO CONTRIB-IX.
           PERFORM UNTIL CONTRIB-IX >= CONTRIB-CTR
                   OR SIM-TAX-BASE <= CT-HIGH (CONTRIB-IX)
               ADD 1 TO CONTRIB-IX
           END-PERFORM.
           COMPUTE SIM-BIR = CT-BIR-RATE (CONTRIB-IX) * SIM-TAX-BASE.

       4000-WRITE-TOTALS.
           MOVE "TOTAL" TO SM-EMPID.
           MOVE TOT-CUR-GPAY TO SM-CUR-GPAY.
           MOVE TOT-SIM-GPAY TO SM-SIM-GPAY.
           MOVE TOT-CUR-SSS TO SM-CUR-SSS.
           MOVE TOT-SIM-SSS TO SM-SIM-SSS.
           MOVE TOT-CUR-SSSER TO SM-CUR-SSSER.
           MOVE TOT-SIM-SSSER TO SM-SIM-SSSER.
           MOVE TOT-CUR-PHILH TO SM-CUR-PHILH.
           MOVE TOT-SIM-PHILH TO SM-SIM-PHILH.
           MOVE TOT-CUR-PAGIBIG TO SM-CUR-PAGIBIG.
           MOVE TOT-SIM-PAGIBIG TO SM-SIM-PAGIBIG.
           MOVE TOT-CUR-BIR TO SM-CUR-BIR.
           MOVE TOT-SIM-BIR TO SM-SIM-BIR.
           MOVE TOT-CUR-NPAY TO SM-CUR-NPAY.
           MOVE TOT-SIM-NPAY TO SM-SIM-NPAY.
           WRITE SIM-REC.
           COMPUTE TOT-CUR-COST = TOT-CUR-GPAY + TOT-CUR-SSSER
               + TOT-CUR-PAGIBIGER + TOT-CUR-PHILHER.
           COMPUTE TOT-SIM-COST = TOT-SIM-GPAY + TOT-SIM-SSSER
               + TOT-SIM-PAGIBIGER + TOT-SIM-PHILHER.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLOYEES SIMULATED: " EMP-CTR
               "  UPLIFT: " UPLIFT-PCT "%".
           DISPLAY "                      CURRENT       SIMULATED".
           MOVE TOT-CUR-GPAY TO CURDP.
           MOVE TOT-SIM-GPAY TO SIMDP.
           DISPLAY "GROSS PAY        " CURDP " " SIMDP.
           MOVE TOT-CUR-SSSER TO CURDP.
           MOVE TOT-SIM-SSSER TO SIMDP.
           DISPLAY "SSS EMPLOYER     " CURDP " " SIMDP.
           MOVE TOT-CUR-PHILHER TO CURDP.
           MOVE TOT-SIM-PHILHER TO SIMDP.
           DISPLAY "PHIC EMPLOYER    " CURDP " " SIMDP.
           MOVE TOT-CUR-PAGIBIGER TO CURDP.
           MOVE TOT-SIM-PAGIBIGER TO SIMDP.
           DISPLAY "HDMF EMPLOYER    " CURDP " " SIMDP.
           MOVE TOT-CUR-COST TO CURDP.
           MOVE TOT-SIM-COST TO SIMDP.
           DISPLAY "EMPLOYER COST    " CURDP " " SIMDP.
           COMPUTE COST-DIFF = TOT-SIM-COST - TOT-CUR-COST.
           MOVE COST-DIFF TO DIFFDP.
           DISPLAY "CHANGE IN EMPLOYER COST: " DIFFDP.
           MOVE TOT-CUR-NPAY TO CURDP.
           MOVE TOT-SIM-NPAY TO SIMDP.
           DISPLAY "NET PAY          " CURDP " " SIMDP.

       9999-EXIT.
           STOP RUN.
       END PROGRAM PAYSIM.

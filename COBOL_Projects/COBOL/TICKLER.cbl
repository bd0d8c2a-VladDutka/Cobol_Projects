      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Daily tickler -- one page, in due-date order, of
      *          everything across the suite that falls due within
      *          the SHOPCONF.DAT lookahead of the business date (or
      *          is already overdue), each line naming who owns it
      *          and the program that clears it:
      *            certifications expiring (CERTS.DAT), probations
      *            ending (PROBRPT's six-month rule), INC completion
      *            deadlines (STUDENTGRADES.DAT), unclaimed lucky-
      *            number prizes expiring (PALPROMO.DAT), checks
      *            going stale (CHECKREG.DAT, CHKREG's 90 days), the
      *            next pay date and the open period's cutoff
      *            (PERIODS.DAT), the monthly agency remittances,
      *            open POs due or past their promised delivery date
      *            (PURCHORD.DAT), and the OR series running low
      *            (ORSERIES.DAT).
      *          The page also goes to TICKLER_<business date>.SPL.
      *          DAYSTART calls this as soon as the business date is
      *          set, so it is the first thing the opening supervisor
      *          sees. Nothing is changed on any file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKLER.
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
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL CERT-FILE
          ASSIGN TO "C:\Users\ADMIN\CERTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-STATUS.
          SELECT OPTIONAL GRADES-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDENTGRADES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GRADES-STATUS.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT OPTIONAL CHECKREG-FILE
          ASSIGN TO "C:\Users\ADMIN\CHECKREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CHECKREG-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL PURCHORD-FILE
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL ORSERIES-FILE
          ASSIGN TO "C:\Users\ADMIN\ORSERIES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORSERIES-STATUS.
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
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CERT-REC.
           COPY "CERTREC.CPY".
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMO-REC.
           COPY "PALPROMO.CPY".
       FD  CHECKREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHECKREG-REC.
           COPY "CHECKREG.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  PURCHORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  ORSERIES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORSERIES-REC.
       01  ORSERIES-REC.
           05  OS-NEXT-OR PIC 9(7).
           05  OS-RANGE-LOW PIC 9(7).
           05  OS-RANGE-HIGH PIC 9(7).
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  CERT-STATUS PIC XX.
       01  GRADES-STATUS PIC XX.
       01  PROMO-STATUS PIC XX.
       01  CHECKREG-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  PURCHORD-STATUS PIC XX.
       01  ORSERIES-STATUS PIC XX.
      *    ONE END-OF-FILE SWITCH SERVES EVERY FILE -- THEY ARE READ
      *    ONE AT A TIME, START TO END.
       01  FILE-EOF PIC X VALUE 'N'.
           88 FILE-END VALUE 'Y'.
       01  EMP-OPEN-SW PIC X VALUE 'N'.
           88 EMP-OPEN VALUE 'Y'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  BUSINESS-DATE PIC 9(8).
      *    THE LAST DAY THE PAGE LOOKS AHEAD TO -- THE BUSINESS DATE
      *    PLUS THE LOOKAHEAD, STEPPED A DAY AT A TIME.
       01  HORIZON-DATE PIC 9(8).
      *    SHOPCONF.DAT OVERRIDES THESE WHEN IT CARRIES A NON-ZERO
      *    VALUE.
       01  TICK-DAYS PIC 9(3) VALUE 7.
       01  REMIT-DUE-DAY PIC 99 VALUE 10.
       01  OR-LOW-LEFT PIC 9(5) VALUE 500.
      *    A CHECK STILL OUTSTANDING THIS MANY DAYS AFTER IT PRINTED
      *    IS STALE -- THE SAME FIGURE CHKREG'S STALE REPORT OFFERS.
       01  STALE-DAYS PIC 999 VALUE 90.
       01  OR-LEFT PIC 9(7).
       01  LAST-PO-NUMBER PIC 9(5).
      *    THE NEXT PAY DATE ON OR AFTER THE BUSINESS DATE, AND ITS
      *    PERIOD.
       01  NEXT-PAY-DATE PIC 9(8).
       01  NEXT-PAY-PERIOD PIC 9(3).
      *    A DATE STEPPED FORWARD ONE DAY AT A TIME, ROLLING THE
      *    MONTH AND THE YEAR OVER (APINVOICE'S DUE-DATE ROUTINE).
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
      *    SIX CALENDAR MONTHS ON FROM THE HIRE DATE, DAY CLAMPED
      *    TO THE TARGET MONTH'S LENGTH -- PROBRPT'S RULE.
       01  PE-Y PIC 9(4).
       01  PE-M PIC 99.
       01  PE-D PIC 99.
       01  PE-REST PIC 9(4).
       01  PE-LIMIT PIC 99.
       01  PE-QUOT PIC 9(4).
       01  PE-REM PIC 9(4).
       01  PROB-END PIC 9(8).
      *    THE PAGE, KEPT IN DUE-DATE ORDER AS EACH LINE IS ADDED.
       01  TK-ROW-CTR PIC 9(3) VALUE 0.
       01  TK-IX PIC 9(3).
       01  TK-JX PIC 9(3).
       01  TK-DROPPED-CTR PIC 9(5) VALUE 0.
       01  TK-TABLE.
           05  TK-ROW OCCURS 500 TIMES.
               10  TKR-DUE PIC 9(8).
               10  TKR-WHAT PIC X(38).
               10  TKR-OWNER PIC X(11).
               10  TKR-RUN PIC X(15).
      *    THE LINE IN HAND.
       01  CUR-DUE PIC 9(8).
       01  CUR-WHAT PIC X(38).
       01  CUR-OWNER PIC X(11).
       01  CUR-RUN PIC X(15).
       01  OVERDUE-CTR PIC 9(3) VALUE 0.
       01  DUE-MARK PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-LOAD-BUSINESS-DATE.
           PERFORM 0200-LOAD-SHOP-CONF.
           MOVE BUSINESS-DATE TO DUE-DATE.
           PERFORM 8000-ADD-ONE-DAY TICK-DAYS TIMES.
           MOVE DUE-DATE TO HORIZON-DATE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00" OR EM-STATUS = "05"
               MOVE 'Y' TO EMP-OPEN-SW
           END-IF.
           PERFORM 1000-PROBATIONS-ENDING.
           PERFORM 1100-CERTS-EXPIRING.
           IF EMP-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           PERFORM 1200-INC-DEADLINES.
           PERFORM 1300-PRIZES-EXPIRING.
           PERFORM 1400-CHECKS-GOING-STALE.
           PERFORM 1500-PAY-DATE-AND-CUTOFF.
           PERFORM 1600-AGENCY-REMITTANCES.
           PERFORM 1700-POS-DUE.
           PERFORM 1800-OR-SERIES-LEFT.
           PERFORM 2000-PRINT-THE-PAGE.
           PERFORM 9999-EXIT.

       0100-LOAD-BUSINESS-DATE.
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

       0200-LOAD-SHOP-CONF.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-TICK-DAYS IS NUMERIC
                               AND SC-TICK-DAYS > 0
                           MOVE SC-TICK-DAYS TO TICK-DAYS
                       END-IF
                       IF SC-REMIT-DUE-DAY IS NUMERIC
                               AND SC-REMIT-DUE-DAY > 0
                               AND SC-REMIT-DUE-DAY < 29
                           MOVE SC-REMIT-DUE-DAY TO REMIT-DUE-DAY
                       END-IF
                       IF SC-OR-LOW-LEFT IS NUMERIC
                               AND SC-OR-LOW-LEFT > 0
                           MOVE SC-OR-LOW-LEFT TO OR-LOW-LEFT
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

      *    PROBRPT'S TEST -- AN ACTIVE PROBATIONARY EMPLOYEE WITH A
      *    HIRE DATE -- AND ITS SIX-MONTH PROBATION END.
       1000-PROBATIONS-ENDING.
           IF EMP-OPEN
               MOVE 'N' TO FILE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF (EM-EMP-CLASS = 'P' OR EM-EMP-CLASS = 'p')
                           AND EM-STATUS-CODE NOT = 'T'
                           AND EM-HIRE-DATE > 0
                       PERFORM 1010-COMPUTE-PROBATION-END
                       IF PROB-END NOT > HORIZON-DATE
                           MOVE PROB-END TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "PROBATION ENDS " DELIMITED BY SIZE
                               EM-EMPID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EM-EMPLN DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "HR" TO CUR-OWNER
                           MOVE "PROBRPT" TO CUR-RUN
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
           END-IF.

       1010-COMPUTE-PROBATION-END.
           DIVIDE EM-HIRE-DATE BY 10000 GIVING PE-Y
               REMAINDER PE-REST.
           DIVIDE PE-REST BY 100 GIVING PE-M REMAINDER PE-D.
           ADD 6 TO PE-M.
           IF PE-M > 12
               SUBTRACT 12 FROM PE-M
               ADD 1 TO PE-Y
           END-IF.
           EVALUATE PE-M
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO PE-LIMIT
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO PE-LIMIT
               WHEN OTHER
                   DIVIDE PE-Y BY 4 GIVING PE-QUOT
                       REMAINDER PE-REM
                   IF PE-REM = 0
                       MOVE 29 TO PE-LIMIT
                   ELSE
                       MOVE 28 TO PE-LIMIT
                   END-IF
           END-EVALUATE.
           IF PE-D > PE-LIMIT
               MOVE PE-LIMIT TO PE-D
           END-IF.
           COMPUTE PROB-END = PE-Y * 10000 + PE-M * 100 + PE-D.

      *    A TERMINATED EMPLOYEE'S CERTIFICATE IS NOBODY'S PROBLEM.
       1100-CERTS-EXPIRING.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT CERT-FILE.
           IF CERT-STATUS = "00"
               READ CERT-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF CF-EXPIRY-DATE IS NUMERIC
                           AND CF-EXPIRY-DATE > 0
                           AND CF-EXPIRY-DATE NOT > HORIZON-DATE
                       MOVE SPACE TO EM-STATUS-CODE
                       IF EMP-OPEN
                           MOVE CF-EMPID TO EM-EMPID
                           READ EMPLOYEE-MASTER-FILE
                               INVALID KEY
                                   MOVE SPACE TO EM-STATUS-CODE
                           END-READ
                       END-IF
                       IF EM-STATUS-CODE NOT = 'T'
                           MOVE CF-EXPIRY-DATE TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "CERT " DELIMITED BY SIZE
                               CF-CERT-CODE DELIMITED BY SPACE
                               " EXPIRES - EMPID " DELIMITED BY SIZE
                               CF-EMPID DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "HR" TO CUR-OWNER
                           MOVE "CERTMAINT" TO CUR-RUN
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ CERT-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           ELSE
               IF CERT-STATUS = "05"
                   CLOSE CERT-FILE
               END-IF
           END-IF.

      *    AN UNRESOLVED INC BEFORE ITS DEADLINE IS COMPLETED IN
      *    INCGRADE; ONE PAST IT IS LAPSED BY INCLAPSE.
       1200-INC-DEADLINES.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT GRADES-FILE.
           IF GRADES-STATUS = "00"
               READ GRADES-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF GR-REMARK = "INC"
                           AND GR-RESOLVED IS NUMERIC
                           AND GR-INC-DEADLINE IS NUMERIC
                       IF GR-RESOLVED = 0
                               AND GR-INC-DEADLINE > 0
                               AND GR-INC-DEADLINE NOT > HORIZON-DATE
                           MOVE GR-INC-DEADLINE TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "INC DEADLINE " DELIMITED BY SIZE
                               GR-SNUM DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               GR-SUBJ DELIMITED BY SPACE
                               INTO CUR-WHAT
                           MOVE "REGISTRAR" TO CUR-OWNER
                           IF GR-INC-DEADLINE < BUSINESS-DATE
                               MOVE "INCLAPSE" TO CUR-RUN
                           ELSE
                               MOVE "INCGRADE" TO CUR-RUN
                           END-IF
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ GRADES-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE GRADES-FILE
           ELSE
               IF GRADES-STATUS = "05"
                   CLOSE GRADES-FILE
               END-IF
           END-IF.

      *    AN UNCLAIMED PRIZE STILL IN DATE IS WORTH A CALL TO THE
      *    WINNER; ONE PAST IT IS AGED TO EXPIRED BY PALINDROMEPROMO.
       1300-PRIZES-EXPIRING.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT PROMO-FILE.
           IF PROMO-STATUS = "00"
               READ PROMO-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF PR-STATUS = 'U' AND PR-EXPIRY IS NUMERIC
                       IF PR-EXPIRY > 0
                               AND PR-EXPIRY NOT > HORIZON-DATE
                           MOVE PR-EXPIRY TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "UNCLAIMED PRIZE - ORDER "
                               DELIMITED BY SIZE
                               PR-ONUM DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "SUPERVISOR" TO CUR-OWNER
                           IF PR-EXPIRY < BUSINESS-DATE
                               MOVE "PALINDROMEPROMO" TO CUR-RUN
                           ELSE
                               MOVE "PROMORPT" TO CUR-RUN
                           END-IF
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ PROMO-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           ELSE
               IF PROMO-STATUS = "05"
                   CLOSE PROMO-FILE
               END-IF
           END-IF.

      *    AN OUTSTANDING CHECK -- ISSUED, OR BLANK ON ROWS FROM
      *    BEFORE THE REGISTER CARRIED A STATUS -- GOES STALE
      *    STALE-DAYS AFTER THE DAY IT PRINTED.
       1400-CHECKS-GOING-STALE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT CHECKREG-FILE.
           IF CHECKREG-STATUS = "00"
               READ CHECKREG-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF (CR-STATUS = 'I' OR CR-STATUS = SPACE)
                           AND CR-STAMP (1:8) IS NUMERIC
                       MOVE CR-STAMP (1:8) TO DUE-DATE
                       PERFORM 8000-ADD-ONE-DAY STALE-DAYS TIMES
                       IF DUE-DATE NOT > HORIZON-DATE
                           MOVE DUE-DATE TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "CHECK " DELIMITED BY SIZE
                               CR-CHECK-NO DELIMITED BY SIZE
                               " STALE - EMPID " DELIMITED BY SIZE
                               CR-EMPID DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "PAYROLL" TO CUR-OWNER
                           MOVE "CHKREG" TO CUR-RUN
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ CHECKREG-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE CHECKREG-FILE
           ELSE
               IF CHECKREG-STATUS = "05"
                   CLOSE CHECKREG-FILE
               END-IF
           END-IF.

      *    THE OPEN PERIOD'S END DATE IS THE ENTRY CUTOFF; THE PAY
      *    DATE IS THE EARLIEST PERGEN PAY DATE NOT BEFORE TODAY.
       1500-PAY-DATE-AND-CUTOFF.
           MOVE 0 TO NEXT-PAY-DATE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF PD-STATUS = 'O' AND PD-END-DATE > 0
                           AND PD-END-DATE NOT > HORIZON-DATE
                       MOVE PD-END-DATE TO CUR-DUE
                       MOVE SPACES TO CUR-WHAT
                       STRING "PERIOD " DELIMITED BY SIZE
                           PD-PERIOD-NO DELIMITED BY SIZE
                           " CUTOFF - CLOSE THE PERIOD"
                           DELIMITED BY SIZE
                           INTO CUR-WHAT
                       MOVE "PAYROLL" TO CUR-OWNER
                       MOVE "PERIODCLOSE" TO CUR-RUN
                       PERFORM 7000-ADD-TICKLER-LINE
                   END-IF
                   IF PD-PAY-DATE IS NUMERIC
                       IF PD-PAY-DATE NOT < BUSINESS-DATE
                           AND (NEXT-PAY-DATE = 0
                           OR PD-PAY-DATE < NEXT-PAY-DATE)
                           MOVE PD-PAY-DATE TO NEXT-PAY-DATE
                           MOVE PD-PERIOD-NO TO NEXT-PAY-PERIOD
                       END-IF
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           IF NEXT-PAY-DATE > 0 AND NEXT-PAY-DATE NOT > HORIZON-DATE
               MOVE NEXT-PAY-DATE TO CUR-DUE
               MOVE SPACES TO CUR-WHAT
               STRING "PAY DATE - PERIOD " DELIMITED BY SIZE
                   NEXT-PAY-PERIOD DELIMITED BY SIZE
                   " APPROVED AND PAID" DELIMITED BY SIZE
                   INTO CUR-WHAT
               MOVE "PAYROLL" TO CUR-OWNER
               MOVE "PAYAPPROVE" TO CUR-RUN
               PERFORM 7000-ADD-TICKLER-LINE
           END-IF.

      *    THE AGENCIES ARE PAID ON THE SAME DAY EVERY MONTH -- THIS
      *    MONTH'S IF IT HAS NOT GONE BY, ELSE NEXT MONTH'S.
       1600-AGENCY-REMITTANCES.
           MOVE BUSINESS-DATE TO DUE-DATE.
           IF DUE-DD > REMIT-DUE-DAY
               ADD 1 TO DUE-MM
               IF DUE-MM > 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-YYYY
               END-IF
           END-IF.
           MOVE REMIT-DUE-DAY TO DUE-DD.
           IF DUE-DATE NOT > HORIZON-DATE
               MOVE DUE-DATE TO CUR-DUE
               MOVE "SSS/BIR/PAG-IBIG/PHILHEALTH REMITTANCE"
                   TO CUR-WHAT
               MOVE "ACCOUNTING" TO CUR-OWNER
               MOVE "REMITLIST" TO CUR-RUN
               PERFORM 7000-ADD-TICKLER-LINE
               MOVE "SSS/PAG-IBIG LOAN REMITTANCE" TO CUR-WHAT
               MOVE "GOVLNREMIT" TO CUR-RUN
               PERFORM 7000-ADD-TICKLER-LINE
           END-IF.

      *    ONE LINE PER OPEN PO (ITS LINES ARE WRITTEN TOGETHER), ON
      *    THE DELIVERY DATE THE SUPPLIER PROMISED.
       1700-POS-DUE.
           MOVE 0 TO LAST-PO-NUMBER.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-STATUS = "00"
               READ PURCHORD-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF PO-STATUS = 'O' AND PO-EXPECT-DATE IS NUMERIC
                           AND PO-NUMBER NOT = LAST-PO-NUMBER
                       IF PO-EXPECT-DATE > 0
                               AND PO-EXPECT-DATE NOT > HORIZON-DATE
                           MOVE PO-NUMBER TO LAST-PO-NUMBER
                           MOVE PO-EXPECT-DATE TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "PO " DELIMITED BY SIZE
                               PO-NUMBER DELIMITED BY SIZE
                               " DELIVERY - SUPPLIER " DELIMITED BY SIZE
                               PO-SUPP-NO DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "PURCHASING" TO CUR-OWNER
                           MOVE "GOODSRCV" TO CUR-RUN
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
                   END-IF
                   READ PURCHORD-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE PURCHORD-FILE
           ELSE
               IF PURCHORD-STATUS = "05"
                   CLOSE PURCHORD-FILE
               END-IF
           END-IF.

      *    RECEIPT NUMBERS LEFT IN THE AUTHORIZED RANGE -- A NEW
      *    RANGE TAKES TIME TO GET, SO THE LINE IS DUE TODAY.
       1800-OR-SERIES-LEFT.
           OPEN INPUT ORSERIES-FILE.
           IF ORSERIES-STATUS = "00"
               READ ORSERIES-FILE
                   AT END MOVE 0 TO OS-RANGE-HIGH
                   NOT AT END
                       IF OS-NEXT-OR > OS-RANGE-HIGH
                           MOVE 0 TO OR-LEFT
                       ELSE
                           COMPUTE OR-LEFT =
                               OS-RANGE-HIGH - OS-NEXT-OR + 1
                       END-IF
                       IF OR-LEFT < OR-LOW-LEFT
                           MOVE BUSINESS-DATE TO CUR-DUE
                           MOVE SPACES TO CUR-WHAT
                           STRING "OR SERIES LOW - " DELIMITED BY SIZE
                               OR-LEFT DELIMITED BY SIZE
                               " NUMBERS LEFT" DELIMITED BY SIZE
                               INTO CUR-WHAT
                           MOVE "SUPERVISOR" TO CUR-OWNER
                           MOVE "ORSERIES" TO CUR-RUN
                           PERFORM 7000-ADD-TICKLER-LINE
                       END-IF
               END-READ
               CLOSE ORSERIES-FILE
           ELSE
               IF ORSERIES-STATUS = "05"
                   CLOSE ORSERIES-FILE
               END-IF
           END-IF.

       2000-PRINT-THE-PAGE.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\TICKLER_" DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 2900-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "DAILY TICKLER FOR " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               " - DUE THROUGH " DELIMITED BY SIZE
               HORIZON-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 2900-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 2900-PRINT-LINE.
           IF TK-ROW-CTR = 0
               MOVE "NOTHING FALLS DUE." TO PRT-LINE
               PERFORM 2900-PRINT-LINE
           ELSE
               MOVE SPACES TO PRT-LINE
               STRING "DUE        WHAT" DELIMITED BY SIZE
                   INTO PRT-LINE
               MOVE "OWNER" TO PRT-LINE (51:5)
               MOVE "RUN" TO PRT-LINE (63:3)
               PERFORM 2900-PRINT-LINE
               PERFORM VARYING TK-IX FROM 1 BY 1
                       UNTIL TK-IX > TK-ROW-CTR
      *            "* " MARKS A LINE ALREADY PAST DUE.
                   IF TKR-DUE (TK-IX) < BUSINESS-DATE
                       MOVE "* " TO DUE-MARK
                       ADD 1 TO OVERDUE-CTR
                   ELSE
                       MOVE SPACES TO DUE-MARK
                   END-IF
                   MOVE SPACES TO PRT-LINE
                   STRING TKR-DUE (TK-IX) DELIMITED BY SIZE
                       DUE-MARK DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TKR-WHAT (TK-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TKR-OWNER (TK-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TKR-RUN (TK-IX) DELIMITED BY SIZE
                       INTO PRT-LINE
                   PERFORM 2900-PRINT-LINE
               END-PERFORM
               MOVE SPACES TO PRT-LINE
               STRING TK-ROW-CTR DELIMITED BY SIZE
                   " ITEM(S), " DELIMITED BY SIZE
                   OVERDUE-CTR DELIMITED BY SIZE
                   " ALREADY PAST DUE (*)." DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 2900-PRINT-LINE
           END-IF.
           IF TK-DROPPED-CTR > 0
               MOVE SPACES TO PRT-LINE
               STRING "*** " DELIMITED BY SIZE
                   TK-DROPPED-CTR DELIMITED BY SIZE
                   " MORE NOT SHOWN - THE PAGE HOLDS 500. ***"
                   DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 2900-PRINT-LINE
           END-IF.
           CLOSE SPOOL-FILE.

       2900-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

      *    SLOTS THE LINE IN AHEAD OF THE FIRST ONE DUE LATER, SO
      *    THE PAGE COMES OUT IN DUE-DATE ORDER.
       7000-ADD-TICKLER-LINE.
           IF TK-ROW-CTR = 500
               ADD 1 TO TK-DROPPED-CTR
           ELSE
               MOVE 1 TO TK-IX
               PERFORM UNTIL TK-IX > TK-ROW-CTR
                       OR TKR-DUE (TK-IX) > CUR-DUE
                   ADD 1 TO TK-IX
               END-PERFORM
               MOVE TK-ROW-CTR TO TK-JX
               PERFORM UNTIL TK-JX < TK-IX
                   MOVE TK-ROW (TK-JX) TO TK-ROW (TK-JX + 1)
                   SUBTRACT 1 FROM TK-JX
               END-PERFORM
               ADD 1 TO TK-ROW-CTR
               MOVE CUR-DUE TO TKR-DUE (TK-IX)
               MOVE CUR-WHAT TO TKR-WHAT (TK-IX)
               MOVE CUR-OWNER TO TKR-OWNER (TK-IX)
               MOVE CUR-RUN TO TKR-RUN (TK-IX)
           END-IF.

       8000-ADD-ONE-DAY.
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

      *    GOBACK, NOT STOP RUN -- DAYSTART CALLS THIS ONCE THE
      *    BUSINESS DATE IS SET.
       9999-EXIT.
           GOBACK.
       END PROGRAM TICKLER.

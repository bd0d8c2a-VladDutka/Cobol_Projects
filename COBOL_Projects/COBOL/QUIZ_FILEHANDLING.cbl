      *     run): the clerk is warned when clocked hours exceed the
      *     approved figure and only a supervisor session can choose
      *     to pay past the cap.
      *   - Monthly-rated staff: a pay basis (hourly / monthly) and a
      *     monthly rate are captured at new-hire entry and carried
      *     on the master. Their semi-monthly basic is half the
      *     monthly rate, and lates, absences, overtime and the
      *     holiday and night premiums price at the derived hourly
      *     equivalent, so nobody fakes an RPH and NHW any more.
      *   - Cross-trained crew: regular hours are priced per position
      *     worked. The clock summary carries the hours the week
      *     schedule put the employee in each other position; those
      *     price at the POSRATE.DAT rate in effect on the business
      *     date and the rest fall to their own POSTC at their own
      *     RPH. The payslip prints one earnings line per position
      *     plus overtime, and GPAY is the sum of those lines and
      *     the premiums. A position code on POSRATE.DAT is accepted
      *     at entry alongside R, P and T.
      *   - Government salary loans (SSS salary loan, Pag-IBIG
      *     multi-purpose loan) come off the GOVLOAN.DAT master:
      *     half the monthly amortization each period from the
      *     start month on, after the garnishments and before the
      *     company deductions, itemized by loan number on the
      *     payslip, balances posted on save (a loan paid to zero
      *     is flagged paid) and every take logged to GOVLNTAKEN.DAT
      *     for the GOVLNREMIT monthly agency remittance.
      *   - Allowances (rice, laundry, transportation, meal ...) off
      *     the ALLOWANCE.DAT master are added to pay, each split
      *     against its ALLOWTYPE.DAT annual de minimis ceiling into
      *     a non-taxable part and a taxable excess. Only the
      *     taxable part goes into the BIR bracket lookup (the
      *     contribution brackets stay on pay before allowances),
      *     each allowance prints on the payslip, and the year's
      *     non-taxable total per allowance is posted back on save.
      *   - Staff meals charged at ORDERTENDER (MEALBAL.DAT) come off
      *     pay as their own payslip line, after every other
      *     deduction and only so far as net pay stays at the
      *     SHOPCONF protected minimum; what doesn't fit carries to
      *     the next period. The take is posted back on save and
      *     logged to MEALLOG.DAT, and a correction posts only the
      *     difference, so the IOU slips stop being keyed into
      *     DEDUCT.DAT by hand.
      *   - A correction gives each allowance back the non-taxable
      *     part the record itself already counted against the
      *     ceiling, so recomputing near the ceiling no longer
      *     turns part of the allowance taxable; as before, nothing
      *     is posted to ALLOWANCE.DAT on a correction.
      *   - The payslip prints GROSS PAY under the earnings lines
      *     it totals -- positions, overtime, the premiums,
      *     commission, service charge and allowances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\MINWAGE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINWAGE-STATUS.
          SELECT OPTIONAL POSRATE-FILE
          ASSIGN TO "C:\Users\ADMIN\POSRATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSRATE-STATUS.
          SELECT OPTIONAL GARNISH-FILE
          ASSIGN TO GARNISH-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          ASSIGN TO GARNTAKEN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GARNTAKEN-STATUS.
          SELECT OPTIONAL GOVLOAN-FILE
          ASSIGN TO GOVLOAN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLOAN-STATUS.
          SELECT OPTIONAL GOVLNTAKEN-FILE
          ASSIGN TO GOVLNTAKEN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLNTAKEN-STATUS.
          SELECT OPTIONAL ALLOWTYPE-FILE
          ASSIGN TO "C:\Users\ADMIN\ALLOWTYPE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ALLOWTYPE-STATUS.
          SELECT OPTIONAL ALLOWANCE-FILE
          ASSIGN TO ALLOWANCE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ALLOWANCE-STATUS.
          SELECT OPTIONAL SVCSHARE-FILE
          ASSIGN TO "C:\Users\ADMIN\SVCSHARE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SVCSHARE-STATUS.
          SELECT OPTIONAL MEALBAL-FILE
          ASSIGN TO MEALBAL-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MB-EMPID
          FILE STATUS IS MEALBAL-STATUS.
          SELECT OPTIONAL MEALLOG-FILE
          ASSIGN TO MEALLOG-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           05  CK-NHWDP PIC ZZ9.
           05  CK-NHLADP PIC Z9.
           05  CK-NHHOLDP PIC ZZ9.
           05  CK-PAY-BASIS PIC X(1).
           05  CK-MONTHLY-RATE PIC 9(6)V99.
      *    SHARED WITH GPAYNPAY -- AN EMPLOYEE'S NAME, POSITION AND
      *    RATE ARE KEYED IN ONCE AND LOOKED UP FROM THEN ON INSTEAD
      *    OF BEING RE-TYPED INTO BOTH SYSTEMS EVERY PAY PERIOD.
           LABEL RECORD IS STANDARD
           DATA RECORD IS MINWAGE-REC.
           COPY "MINWAGE.CPY".
      *    EFFECTIVE-DATED POSITION-RATE TABLE MAINTAINED BY
      *    POSRMAINT -- THE RATE A CROSS-TRAINED EMPLOYEE EARNS FOR
      *    HOURS SCHEDULED IN A POSITION OTHER THAN THEIR OWN.
       FD  POSRATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POSRATE-REC.
           COPY "POSRATE.CPY".
      *    GARNISHMENT MASTER MAINTAINED BY GARNMAINT -- TAKEN IN
      *    PRIORITY ORDER BEFORE THE COMPANY DEDUCTIONS, BALANCES
      *    POSTED BACK ONLY WHEN THE ENTRY IS SAVED.
           05  GT-PAYEE PIC X(20).
           05  GT-AMOUNT PIC 9(5)V99.
           05  GT-STAMP PIC X(14).
      *    GOVERNMENT SALARY-LOAN MASTER MAINTAINED BY GOVLNMAINT --
      *    TAKEN AFTER THE GARNISHMENTS AND BEFORE THE COMPANY
      *    DEDUCTIONS, BALANCES POSTED BACK ONLY WHEN THE ENTRY IS
      *    SAVED.
       FD  GOVLOAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLOAN-REC.
           COPY "GOVLOAN.CPY".
      *    ONE LINE PER LOAN AMORTIZATION ACTUALLY WITHHELD -- THE
      *    DETAIL GOVLNREMIT TOTALS PER AGENCY EACH MONTH.
       FD  GOVLNTAKEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLNTAKEN-REC.
       01  GOVLNTAKEN-REC.
           05  GK-PERIOD PIC 9(3).
           05  GK-EMPID PIC X(5).
           05  GK-AGENCY PIC X(4).
           05  GK-LOAN-NO PIC X(12).
           05  GK-AMOUNT PIC 9(5)V99.
           05  GK-STAMP PIC X(14).
      *    ALLOWANCE TYPES AND THEIR ANNUAL DE MINIMIS CEILINGS, AND
      *    EACH EMPLOYEE'S ALLOWANCES -- BOTH MAINTAINED BY
      *    ALLOWMAINT. THE EMPLOYEE ROWS CARRY THE YEAR'S
      *    NON-TAXABLE TOTAL, POSTED BACK WHEN AN ENTRY IS SAVED.
       FD  ALLOWTYPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALLOWTYPE-REC.
           COPY "ALLOWTYPE.CPY".
       FD  ALLOWANCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALLOWANCE-REC.
           COPY "ALLOWANCE.CPY".
      *    THE SERVICE-CHARGE SHARE SVCPOOL DISTRIBUTED PER EMPID
      *    AND PERIOD -- AN EARNINGS LINE LIKE THE COMMISSION.
       FD  SVCSHARE-FILE
           05  LOCK-STAMP PIC X(14).
           05  LOCK-BEAT PIC X(14).

      *    STAFF-MEAL BALANCES CHARGED AT ORDERTENDER, ONE ROW PER
      *    EMPLOYEE, AND THE LEDGER EVERY TAKE IS LOGGED TO.
       FD  MEALBAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALBAL-REC.
           COPY "MEALBAL.CPY".
       FD  MEALLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALLOG-REC.
           COPY "MEALLOG.CPY".

      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       FD  SESSION-FILE
       01  DED-ROOM PIC 9(5)V99.
       01  DED-TAKE PIC 9(5)V99.
       01  DED-FIXED PIC 9(5)V99.
      *    STAFF MEALS -- WHAT THE EMPLOYEE OWES ON MEALBAL.DAT (PLUS,
      *    ON A CORRECTION, WHAT THE RECORD ALREADY TOOK), WHAT IS
      *    TAKEN INSIDE THE PROTECTED NET PAY AND WHAT CARRIES OVER.
       01  MEALBAL-STATUS PIC XX.
       01  MEAL-OWED PIC 9(7)V99.
       01  MEAL-ROOM PIC 9(7)V99.
       01  MEAL-CARRY PIC 9(7)V99 VALUE 0.
       01  MEAL-PRIOR PIC 9(5)V99 VALUE 0.
       01  MEAL-DIFF PIC 9(5)V99.
       01  MEALDEDDP PIC $ZZ,999.99.
       01  MEAL-CARRYDP PIC $Z,ZZZ,999.99.
      *    IN-MEMORY COPY OF GARNISH.DAT -- A WRIT TAKES IN LEGAL
      *    PRIORITY ORDER BEFORE ANY COMPANY DEDUCTION, AND WHAT IT
      *    TAKES IS REMITTED TO ITS PAYEE, NOT KEPT.
               10  GAPL-PAYEE PIC X(20).
               10  GAPL-AMT PIC 9(5)V99.
               10  GAPL-GNIX PIC 9(3).
      *    IN-MEMORY COPY OF GOVLOAN.DAT -- AN ACTIVE LOAN TAKES
      *    HALF ITS MONTHLY AMORTIZATION EACH SEMI-MONTHLY PERIOD
      *    ONCE THE BUSINESS DATE REACHES ITS START MONTH.
       01  GOVLOAN-STATUS PIC XX.
       01  GOVLNTAKEN-STATUS PIC XX.
       01  GOVLOAN-EOF PIC X VALUE 'N'.
           88 GOVLOAN-END VALUE 'Y'.
       01  LN-ROW-CTR PIC 9(3) VALUE 0.
       01  LN-IX PIC 9(3).
       01  LN-TABLE.
           05  LN-ROW OCCURS 100 TIMES.
               10  LNR-EMPID PIC X(5).
               10  LNR-AGENCY PIC X(4).
               10  LNR-LOAN-NO PIC X(12).
               10  LNR-MONTHLY-AMORT PIC 9(5)V99.
               10  LNR-START-MONTH PIC 9(6).
               10  LNR-BALANCE PIC 9(7)V99.
               10  LNR-STATUS PIC X(1).
       01  BUSINESS-MONTH PIC 9(6).
      *    THE LOAN AMORTIZATIONS ACTUALLY TAKEN FOR THE ENTRY IN
      *    PROGRESS -- ITEMIZED ON THE PAYSLIP AND POSTED (BALANCES
      *    AND THE GOVLNTAKEN DETAIL) ONLY WHEN THE ENTRY IS SAVED.
       01  LAPL-CTR PIC 99 VALUE 0.
       01  LAPL-IX PIC 99.
       01  LAPL-AMTDP PIC $ZZ,999.99.
       01  LAPL-TABLE.
           05  LAPL-ROW OCCURS 10 TIMES.
               10  LAPL-AGENCY PIC X(4).
               10  LAPL-LOAN-NO PIC X(12).
               10  LAPL-AMT PIC 9(5)V99.
               10  LAPL-LNIX PIC 9(3).
       01  APL-CTR PIC 99 VALUE 0.
       01  APL-IX PIC 99.
       01  APL-AMTDP PIC $ZZ,999.99.
               10  SVR-EMPID PIC X(5).
               10  SVR-PERIOD PIC 9(3).
               10  SVR-AMOUNT PIC 9(5)V99.
      *    IN-MEMORY COPIES OF ALLOWTYPE.DAT AND ALLOWANCE.DAT --
      *    AN EMPLOYEE'S ALLOWANCES ARE PAID EVERY PERIOD, EACH ONE
      *    NON-TAXABLE UNTIL THE YEAR'S PAYMENTS OF ITS TYPE REACH
      *    THE TYPE'S ANNUAL CEILING.
       01  ALLOWTYPE-STATUS PIC XX.
       01  ALLOWANCE-STATUS PIC XX.
       01  ALLOWTYPE-EOF PIC X VALUE 'N'.
           88 ALLOWTYPE-END VALUE 'Y'.
       01  ALLOWANCE-EOF PIC X VALUE 'N'.
           88 ALLOWANCE-END VALUE 'Y'.
       01  AY-ROW-CTR PIC 9(2) VALUE 0.
       01  AY-FOUND-SW PIC X VALUE 'N'.
           88 AY-FOUND-ROW VALUE 'Y'.
       01  AY-IX PIC 9(2).
       01  AY-TABLE.
           05  AY-ROW OCCURS 30 TIMES.
               10  AYR-CODE PIC X(4).
               10  AYR-DESC PIC X(20).
               10  AYR-ANNUAL-CEIL PIC 9(7)V99.
       01  AW-ROW-CTR PIC 9(3) VALUE 0.
       01  AW-IX PIC 9(3).
       01  AW-TABLE.
           05  AW-ROW OCCURS 300 TIMES.
               10  AWR-EMPID PIC X(5).
               10  AWR-CODE PIC X(4).
               10  AWR-PER-AMT PIC 9(5)V99.
               10  AWR-YTD-YEAR PIC 9(4).
               10  AWR-YTD-NONTAX PIC 9(7)V99.
      *    WHICH AW-TABLE ROW EACH OF THE ENTRY'S ALW ROWS CAME OFF,
      *    SO THE NON-TAXABLE PART CAN BE POSTED BACK ON SAVE.
       01  ALW-IX PIC 9.
       01  ALW-AWIX-TABLE.
           05  ALW-AWIX PIC 9(3) OCCURS 4 TIMES.
       01  ALW-NONTAX PIC 9(5)V99.
       01  ALW-ROOM PIC 9(7)V99.
       01  ALW-AMTDP PIC $ZZ,999.99.
       01  ALW-TAXDP PIC $ZZ,999.99.
      *    ON A CORRECTION, THE NON-TAXABLE PART THE RECORD ITSELF
      *    PAID PER ALLOWANCE CODE -- IT IS ALREADY IN AWR-YTD-NONTAX,
      *    SO THE RECOMPUTE GETS IT BACK AS CEILING ROOM.
       01  ALW-PRIOR-TABLE.
           05  ALW-PRIOR-ROW OCCURS 4 TIMES.
               10  ALW-PRIOR-CODE PIC X(4).
               10  ALW-PRIOR-NONTAX PIC 9(5)V99.
       01  ALW-PX PIC 9.
       01  ALW-YTD-NET PIC 9(7)V99.
       01  BUSINESS-YEAR PIC 9(4).
      *    THE CONTRIBUTION BRACKETS PRICE PAY BEFORE ALLOWANCES;
      *    THE BIR BRACKET PRICES THAT PLUS THE TAXABLE EXCESS.
       01  CONTRIB-BASE PIC 9(6)V99.
       01  TAX-BASE PIC 9(6)V99.
      *    IN-MEMORY COPY OF OTAUTH.DAT -- THE SUPERVISOR-APPROVED
      *    OVERTIME HOURS LOOKED UP PER EMPID FOR THE OPEN PERIOD.
       01  OTAUTH-STATUS PIC XX.
       01  WAGE-OK-SW PIC X.
           88 WAGE-OK VALUE 'Y'.
       01  MW-OVERRIDE-ANS PIC X.
      *    IN-MEMORY COPY OF POSRATE.DAT -- THE RATE IN EFFECT FOR A
      *    POSITION IS THE LAST ROW FOR IT DATED ON OR BEFORE THE
      *    BUSINESS DATE, THE SAME RULE AS THE WAGE FLOOR.
       01  POSRATE-STATUS PIC XX.
       01  POSRATE-EOF PIC X VALUE 'N'.
           88 POSRATE-END VALUE 'Y'.
       01  PT-ROW-CTR PIC 99 VALUE 0.
       01  PT-IX PIC 99.
       01  PT-TABLE.
           05  PT-ROW OCCURS 50 TIMES.
               10  PTR-POSTC PIC X(1).
               10  PTR-EFF-DATE PIC 9(8).
               10  PTR-RATE PIC 999V99.
       01  POS-LOOKUP-CODE PIC X(1).
       01  POS-LOOKUP-RATE PIC 999V99.
       01  POS-CODE-OK-SW PIC X VALUE 'N'.
           88 POS-CODE-OK VALUE 'Y'.
      *    SPLITTING THE REGULAR HOURS ACROSS THE PSN ROWS OF THE
      *    RECORD -- THE HOURS NOT YET GIVEN TO A POSITION, THE
      *    OVERTIME AMOUNT FOR ITS OWN PAYSLIP LINE, AND THE EDITED
      *    FIGURES FOR EACH EARNINGS LINE.
       01  PSN-IX PIC 9.
       01  TSP-IX PIC 9.
       01  PSN-LEFT PIC 999.
       01  OT-PAY PIC 9(5)V99 VALUE 0.
       01  PSN-RATEDP PIC ZZ9.99.
       01  PSN-PAYDP PIC $ZZ,999.99.
       01  ENTRY-STAGE PIC 9(1) VALUE 0.
       01  RESUME-ANS PIC X VALUE 'N'.
      *    SHOP-CONFIGURED SANITY CEILINGS SO A MISTYPED RATE OR HOURS
      *    FIGURE NEVER TURNS INTO A FIVE- OR SIX-FIGURE GROSS PAY.
       01  RPH-CEILING PIC 999V99 VALUE 500.00.
      *    NET PAY A STAFF-MEAL DEDUCTION MAY NOT TAKE PAY BELOW.
       01  MIN-NET-PAY PIC 9(5)V99 VALUE 1000.00.
       01  NHW-CEILING PIC 999 VALUE 366.
      *    SHOP-CONFIGURED PREMIUM MULTIPLIER FOR HOURS WORKED ON A
      *    LEGAL HOLIDAY OR REST DAY -- SAME KIND OF TUNABLE AS THE
      *    AT NEW-HIRE ENTRY, CARRIED ON THE MASTER FOR PROBRPT.
       01  HIRE-DATE PIC 9(8) VALUE 0.
       01  EMP-CLASS PIC X(1) VALUE 'P'.
      *    PAY BASIS FOR THE EMPLOYEE IN PROGRESS -- 'H' HOURLY, 'M'
      *    MONTHLY-RATED. A MONTHLY EMPLOYEE'S RPH IS DERIVED FROM
      *    THE MONTHLY RATE (MONTHLY TIMES 12 OVER THE WORKING DAYS IN
      *    A YEAR GIVES THE DAILY EQUIVALENT, OVER THE HOURS IN A DAY
      *    GIVES THE HOURLY) SO LATES, ABSENCES, OVERTIME AND THE
      *    PREMIUMS ALL PRICE AT ONE CONSISTENT FIGURE.
       01  PAY-BASIS PIC X(1) VALUE 'H'.
           88 MONTHLY-RATED VALUE 'M'.
       01  MONTHLY-RATE PIC 9(6)V99 VALUE 0.
       01  MRATEDP PIC $ZZZ,ZZ9.99.
       01  WORK-DAYS-PER-YEAR PIC 9(3) VALUE 261.
       01  HOURS-PER-DAY PIC 99 VALUE 8.
       01  DAILY-RATE PIC 9(5)V99.
       01  HALF-MONTH-PAY PIC 9(5)V99.
       01  CHOICE PIC X9.
       01  GETCHE PIC Z.
       01  OPERATOR-ID PIC X(10).
           VALUE "C:\Users\ADMIN\GARNISH.DAT".
       01  GARNTAKEN-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\GARNTAKEN.DAT".
       01  GOVLOAN-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\GOVLOAN.DAT".
       01  GOVLNTAKEN-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\GOVLNTAKEN.DAT".
       01  ALLOWANCE-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\ALLOWANCE.DAT".
       01  MEALBAL-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\MEALBAL.DAT".
       01  MEALLOG-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\MEALLOG.DAT".
       01  TRAINING-MODE-SW PIC X VALUE 'N'.
           88 TRAINING-MODE VALUE 'Y'.
       01  TRAINING-ANS PIC X.
                   TO GARNISH-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINGTKN.DAT"
                   TO GARNTAKEN-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINGLOAN.DAT"
                   TO GOVLOAN-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINGLTKN.DAT"
                   TO GOVLNTAKEN-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINALLOW.DAT"
                   TO ALLOWANCE-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINMB.DAT"
                   TO MEALBAL-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINML.DAT"
                   TO MEALLOG-FILE-NAME
               DISPLAY "*** TRAINING MODE - EVERY WRITE GOES TO THE"
                   " TRAIN- PRACTICE FILES ***"
           END-IF.
           PERFORM LOAD-SVCSHARE-TABLE.
           PERFORM LOAD-OTAUTH-TABLE.
           PERFORM LOAD-GARNISH-TABLE.
           PERFORM LOAD-GOVLOAN-TABLE.
           PERFORM LOAD-ALLOWANCE-TABLES.
           PERFORM FIND-WAGE-FLOOR.
           PERFORM LOAD-POSRATE-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING MODE - PRACTICE FILES ***"
               MOVE CK-NHLADP TO NHLA
               MOVE CK-NHHOLDP TO NHHOLDP
               MOVE CK-NHHOLDP TO NHHOL
               MOVE CK-PAY-BASIS TO PAY-BASIS
               IF PAY-BASIS = SPACE
                   MOVE 'H' TO PAY-BASIS
               END-IF
               MOVE CK-MONTHLY-RATE TO MONTHLY-RATE
           ELSE
               PERFORM LOOKUP-RETURNING-EMPLOYEE
           END-IF.
           IF ENTRY-STAGE < 4
               ACCEPT POSTC AT 1270
      *    CHECK THE POSITION CODE BEFORE ANY PAY IS COMPUTED SO AN
      *    INVALID CODE NEVER GETS AS FAR AS A WRITTEN INFO-REC. A
      *    CODE WITH A RATE ON POSRATE.DAT IS A POSITION TOO.
               PERFORM CHECK-POSITION-CODE
               PERFORM UNTIL POSTC = 'R' OR POSTC = 'r' OR
                       POSTC = 'P' OR POSTC = 'p' OR
                       POSTC = 'T' OR POSTC = 't' OR POS-CODE-OK
                   DISPLAY "INVALID CODE - ENTER R, P, T OR A "
                       "POSRATE POSITION" AT 1310
                   ACCEPT POSTC AT 1270
                   PERFORM CHECK-POSITION-CODE
               END-PERFORM
               MOVE 4 TO ENTRY-STAGE
               PERFORM SAVE-ENTRY-CKPT
                   DISPLAY "INVALID CODE - ENTER P OR R: "
                   ACCEPT EMP-CLASS
               END-PERFORM
      *    THE STORE MANAGER AND BOOKKEEPER DRAW A FIXED MONTHLY
      *    SALARY -- THEIR RATE IS KEYED AS A MONTHLY FIGURE AND THE
      *    HOURLY EQUIVALENT DERIVED FROM IT, NOT FAKED BY HAND.
               DISPLAY "PAY BASIS - [H]OURLY [M]ONTHLY-RATED: "
               ACCEPT PAY-BASIS
               PERFORM UNTIL PAY-BASIS = 'H' OR PAY-BASIS = 'h'
                       OR PAY-BASIS = 'M' OR PAY-BASIS = 'm'
                   DISPLAY "INVALID CODE - ENTER H OR M: "
                   ACCEPT PAY-BASIS
               END-PERFORM
               IF PAY-BASIS = 'm'
                   MOVE 'M' TO PAY-BASIS
               END-IF
               IF PAY-BASIS = 'h'
                   MOVE 'H' TO PAY-BASIS
               END-IF
           END-IF
           IF MONTHLY-RATED
               DISPLAY "MONTHLY RATE: " AT 1340
           ELSE
               DISPLAY "RATE PER HOUR: " AT 1340
           END-IF
           IF ENTRY-STAGE < 5 AND MONTHLY-RATED
               PERFORM KEY-MONTHLY-RATE
               MOVE 5 TO ENTRY-STAGE
               PERFORM SAVE-ENTRY-CKPT
           END-IF
           IF ENTRY-STAGE < 5
               MOVE 0 TO MONTHLY-RATE
               ACCEPT RPHDP1 AT 1370
               MOVE RPHDP1 TO RPH
      *    A MISTYPED RATE SHOULDN'T SAIL STRAIGHT INTO A WRITTEN
               MOVE 5 TO ENTRY-STAGE
               PERFORM SAVE-ENTRY-CKPT
           ELSE
               IF MONTHLY-RATED
                   MOVE MONTHLY-RATE TO MRATEDP
                   DISPLAY MRATEDP AT 1370
               ELSE
                   DISPLAY RPHDP1 AT 1370
               END-IF
           END-IF
           DISPLAY "NO. OF HOURS WORKED: " AT 1440
           IF ENTRY-STAGE < 6
               MOVE 0 TO NHNIGHT
           END-IF

           MOVE PAY-BASIS TO PAYBASIS
           MOVE MONTHLY-RATE TO MRATE
           PERFORM BUILD-POSITION-SPLIT
           MOVE 0 TO MEAL-PRIOR
           PERFORM CLEAR-ALLOWANCE-PRIOR
           PERFORM COMPUTE-PAY

      *=================================================================
                   DISPLAY "REGULAR" AT 1970
               ELSE IF POSTC = 'P' OR POSTC = 'p' THEN
                   DISPLAY "PART TIME" AT 1970
               ELSE IF POSTC = 'T' OR POSTC = 't' THEN
                   DISPLAY "TEMPORARY" AT 1970
               ELSE
                   DISPLAY "POSITION " POSTC AT 1970
           END-IF
           MOVE CUR-PERIOD-NO TO PERNO
      *    AN INVALID KEY HERE MEANS ANOTHER SESSION GOT THIS EMPID
           IF INFO-WRITE-OK
               PERFORM POST-RECUR-DEDUCTIONS
               PERFORM POST-GARNISHMENTS
               PERFORM POST-GOVLOANS
               PERFORM POST-ALLOWANCES
               PERFORM POST-STAFF-MEALS
               PERFORM SAVE-EMP-MASTER
               PERFORM PAYSLIP-PRINT
               MOVE EMPID TO AU-EMPID
                   END-IF
                   MOVE EM-HIRE-DATE TO HIRE-DATE
                   MOVE EM-EMP-CLASS TO EMP-CLASS
      *    BLANK BASIS IS A RECORD FROM BEFORE MONTHLY STAFF EXISTED
      *    -- HOURLY, THE ONLY KIND THERE WAS.
                   MOVE EM-PAY-BASIS TO PAY-BASIS
                   IF PAY-BASIS NOT = 'M'
                       MOVE 'H' TO PAY-BASIS
                       MOVE 0 TO MONTHLY-RATE
                   ELSE
                       MOVE EM-MONTHLY-RATE TO MONTHLY-RATE
                   END-IF
                   MOVE EM-RPH TO RPH
                   MOVE RPH TO RPH-INT
                   COMPUTE RPH-DEC = (RPH - RPH-INT) * 100
           MOVE PAYOUT-CODE TO EM-PAYOUT-CODE.
           MOVE HIRE-DATE TO EM-HIRE-DATE.
           MOVE EMP-CLASS TO EM-EMP-CLASS.
           MOVE PAY-BASIS TO EM-PAY-BASIS.
           MOVE MONTHLY-RATE TO EM-MONTHLY-RATE.
      *    ONE RECORD IS REWRITTEN (OR A NEW HIRE WRITTEN) IN PLACE
      *    -- THE WHOLE FILE NO LONGER RIDES THROUGH MEMORY ON EVERY
      *    SINGLE ENTRY. A BRAND-NEW HIRE STARTS OUT ACTIVE; AN
           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM RELEASE-PAY-LOCK.

       KEY-MONTHLY-RATE.
      *    THE MONTHLY FIGURE IS KEYED, THE HOURLY EQUIVALENT IS
      *    DERIVED, AND THE DERIVED RATE GOES THROUGH THE SAME
      *    CEILING AND WAGE-FLOOR CHECKS AN HOURLY RATE DOES.
           MOVE 'N' TO WAGE-OK-SW.
           PERFORM UNTIL WAGE-OK
               ACCEPT MONTHLY-RATE AT 1370
               PERFORM DERIVE-MONTHLY-RPH
               IF MONTHLY-RATE = ZERO OR RPH > RPH-CEILING
                   DISPLAY "INVALID RATE - HOURLY EQUIVALENT MUST BE "
                       "OVER 0 AND UP TO " RPH-CEILING AT 1410
               ELSE
                   PERFORM CHECK-MIN-WAGE
                   IF NOT WAGE-OK
                       DISPLAY "ENTER A MONTHLY RATE WORKING OUT AT "
                           "OR ABOVE " WAGE-FLOOR " AN HOUR: " AT 1410
                   END-IF
               END-IF
           END-PERFORM.

       DERIVE-MONTHLY-RPH.
      *    MONTHLY TIMES 12 OVER THE WORKING DAYS IN A YEAR IS THE
      *    DAILY EQUIVALENT; OVER THE HOURS IN A DAY, THE HOURLY.
      *    RPHDP1 IS REBUILT SO THE CHECKPOINT AND THE SCREEN CARRY
      *    THE DERIVED RATE LIKE A KEYED ONE.
           COMPUTE DAILY-RATE ROUNDED =
               MONTHLY-RATE * 12 / WORK-DAYS-PER-YEAR.
           COMPUTE RPH ROUNDED = DAILY-RATE / HOURS-PER-DAY
               ON SIZE ERROR
                   MOVE 999.99 TO RPH
           END-COMPUTE.
           MOVE RPH TO RPH-INT.
           COMPUTE RPH-DEC = (RPH - RPH-INT) * 100.
           MOVE SPACES TO RPHDP1.
           STRING RPH-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               RPH-DEC DELIMITED BY SIZE
               INTO RPHDP1.

       CHECK-ENTRY-CKPT.
      *    IF AN EARLIER SESSION LEFT FIELDS HALFWAY KEYED IN, OFFER
      *    TO PICK UP WHERE IT STOPPED INSTEAD OF STARTING THE WHOLE
           MOVE NHWDP TO CK-NHWDP.
           MOVE NHLADP TO CK-NHLADP.
           MOVE NHHOLDP TO CK-NHHOLDP.
           MOVE PAY-BASIS TO CK-PAY-BASIS.
           MOVE MONTHLY-RATE TO CK-MONTHLY-RATE.
           WRITE ENTRY-CKPT-REC.
           CLOSE ENTRY-CKPT-FILE.

           DISPLAY "| EMPLOYEE ID: " EMPID
           DISPLAY "| NAME: " PSNAME
           DISPLAY "| FILING SECTION: " FILESEC
           IF PAYBASIS = 'M'
               MOVE MRATE TO MRATEDP
               DISPLAY "| MONTHLY RATE: " MRATEDP
               MOVE HALF-MONTH-PAY TO MRATEDP
               DISPLAY "| BASIC PAY (HALF MONTH): " MRATEDP
           ELSE
      *    ONE EARNINGS LINE PER POSITION WORKED, THEN OVERTIME --
      *    WITH THE PREMIUM AND ALLOWANCE LINES BELOW THEY ADD UP TO
      *    THE GROSS PAY PRINTED UNDER THEM.
               PERFORM VARYING PSN-IX FROM 1 BY 1 UNTIL PSN-IX > 4
                   IF PSN-POSTC (PSN-IX) NOT = SPACE
                           AND PSN-HRS (PSN-IX) > 0
                       MOVE PSN-RATE (PSN-IX) TO PSN-RATEDP
                       MOVE PSN-PAY (PSN-IX) TO PSN-PAYDP
                       DISPLAY "| POSITION " PSN-POSTC (PSN-IX) " ("
                           PSN-HRS (PSN-IX) " HRS @ " PSN-RATEDP
                           "): " PSN-PAYDP
                   END-IF
               END-PERFORM
           END-IF
           IF NHOT > 0
               MOVE OT-PAY TO PSN-PAYDP
               DISPLAY "| OVERTIME (" NHOT " HRS): " PSN-PAYDP
           END-IF
           IF NHHOL > 0
               MOVE HOLPAY TO HOLPAYDP
               DISPLAY "| HOLIDAY PREMIUM (" NHHOLDP " HRS): "
               MOVE SVCPAY TO SVCPAYDP
               DISPLAY "| SERVICE-CHARGE SHARE: " SVCPAYDP
           END-IF
      *    EACH ALLOWANCE ON ITS OWN LINE, WITH THE PART OF IT PAST
      *    THE DE MINIMIS CEILING THAT WAS TAXED.
           PERFORM VARYING ALW-IX FROM 1 BY 1 UNTIL ALW-IX > 4
               IF ALW-CODE (ALW-IX) NOT = SPACES
                   MOVE ALW-AMT (ALW-IX) TO ALW-AMTDP
                   IF ALW-TAXAMT (ALW-IX) > 0
                       MOVE ALW-TAXAMT (ALW-IX) TO ALW-TAXDP
                       DISPLAY "| ALLOWANCE " ALW-CODE (ALW-IX) ": "
                           ALW-AMTDP " (TAXABLE " ALW-TAXDP ")"
                   ELSE
                       DISPLAY "| ALLOWANCE " ALW-CODE (ALW-IX) ": "
                           ALW-AMTDP " (NON-TAXABLE)"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "| GROSS PAY: " GPAYDP
      *    THE GOVERNMENT SHARES WITHHELD THIS PERIOD -- EACH FUND
      *    ON ITS OWN LINE SO THE EMPLOYEE CAN CHECK THE REMITTANCE.
           IF PAGIBIG > 0
               DISPLAY "| GARNISH " GAPL-CASE (GAPL-IX) ": "
                   GAPL-AMTDP
           END-PERFORM
      *    EACH GOVERNMENT LOAN TAKEN SHOWS WITH ITS AGENCY AND LOAN
      *    NUMBER, THE WAY THE AGENCY'S NOTICE NAMES IT.
           PERFORM VARYING LAPL-IX FROM 1 BY 1
                   UNTIL LAPL-IX > LAPL-CTR
               MOVE LAPL-AMT (LAPL-IX) TO LAPL-AMTDP
               DISPLAY "| " LAPL-AGENCY (LAPL-IX) " LOAN "
                   LAPL-LOAN-NO (LAPL-IX) ": " LAPL-AMTDP
           END-PERFORM
      *    THE STAFF MEALS TAKEN, AND WHAT THE PROTECTED NET PAY
      *    PUSHED INTO THE NEXT PERIOD.
           IF MEALDED > 0
               MOVE MEALDED TO MEALDEDDP
               DISPLAY "| STAFF MEALS: " MEALDEDDP
           END-IF
           IF MEAL-CARRY > 0
               MOVE MEAL-CARRY TO MEAL-CARRYDP
               DISPLAY "| STAFF MEALS CARRIED TO NEXT PERIOD: "
                   MEAL-CARRYDP
           END-IF
           DISPLAY "| TOTAL DEDUCTIONS: " DEDUCSDP
           DISPLAY "| NET PAY: " NPAYDP
           PERFORM FIND-LEAVEBAL-ROW
               INVALID KEY
                   DISPLAY "NO RECORD FOUND FOR THAT EMPLOYEE ID."
               NOT INVALID KEY
      *    A MONTHLY-RATED RECORD IS CORRECTED ON ITS MONTHLY
      *    FIGURE -- THE HOURLY EQUIVALENT IS DERIVED, NEVER KEYED.
                   IF PAYBASIS = 'M'
                       PERFORM CORRECT-MONTHLY-RATE
                   ELSE
                       DISPLAY "CURRENT RATE PER HOUR: " RPH
      *    A BACK-PERIOD CORRECTION MUST PRICE AT THE RATE THAT WAS
      *    IN EFFECT FOR THAT PERIOD, NOT AT WHATEVER THE MASTER
      *    SAYS TODAY -- A RAISE SINCE THEN IS WRONG MONEY. BLANK
      *    TAKES THE RATE IN EFFECT; A TYPED RATE OVERRIDES.
                       PERFORM FIND-EFFECTIVE-RATE
                       DISPLAY "RATE IN EFFECT FOR PERIOD " PERNO ": "
                           EFF-RPH
                       DISPLAY "ENTER CORRECTED RATE PER HOUR (BLANK "
                           "KEEPS THE RATE IN EFFECT): "
                       MOVE SPACES TO RPHDP1
                       ACCEPT RPHDP1
                       IF RPHDP1 = SPACES
                           MOVE EFF-RPH TO RPH
                           MOVE RPH TO RPH-INT
                           COMPUTE RPH-DEC = (RPH - RPH-INT) * 100
                           STRING RPH-INT DELIMITED BY SIZE
                               "." DELIMITED BY SIZE
                               RPH-DEC DELIMITED BY SIZE
                               INTO RPHDP1
                       ELSE
                           MOVE RPHDP1 TO RPH
      *    A TYPED OVERRIDE WELL AWAY FROM THE RATE IN EFFECT IS A
      *    PAY CHANGE, NOT A TYPO FIX -- A CLERK SESSION GETS THE
      *    RATE IN EFFECT INSTEAD.
                           IF NOT SUPERVISOR-SESSION AND EFF-RPH > 0
                               COMPUTE RATE-DIFF = RPH - EFF-RPH
                               IF RATE-DIFF < 0
                                   COMPUTE RATE-DIFF = 0 - RATE-DIFF
                               END-IF
                               COMPUTE RATE-MOVE-PCT =
                                   RATE-DIFF * 100 / EFF-RPH
                               IF RATE-MOVE-PCT > RATE-LIMIT-PCT
                                   DISPLAY "RATE OVERRIDE OVER "
                                       RATE-LIMIT-PCT "% NEEDS A "
                                       "SUPERVISOR - USING THE RATE "
                                       "IN EFFECT."
                                   MOVE EFF-RPH TO RPH
                                   MOVE RPH TO RPH-INT
                                   COMPUTE RPH-DEC =
                                       (RPH - RPH-INT) * 100
                                   STRING RPH-INT DELIMITED BY SIZE
                                       "." DELIMITED BY SIZE
                                       RPH-DEC DELIMITED BY SIZE
                                       INTO RPHDP1
                               END-IF
                           END-IF
      *    A TYPED CORRECTION RATE UNDER THE WAGE FLOOR NEEDS THE
      *    SAME SUPERVISOR OVERRIDE AS NEW-ENTRY -- DECLINED, THE
      *    RATE IN EFFECT STANDS.
                           PERFORM CHECK-MIN-WAGE
                           IF NOT WAGE-OK
                               DISPLAY "USING THE RATE IN EFFECT."
                               MOVE EFF-RPH TO RPH
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "CURRENT HOURS WORKED: " NHW
                   DISPLAY "ENTER CORRECTED HOURS LATE/ABSENT: "
                   ACCEPT NHLADP
                   MOVE NHLADP TO NHLA
      *    THE POSITION SPLIT IS TAKEN AGAIN OFF THE CLOCK SUMMARY,
      *    SO THE CORRECTED HOURS ARE SPREAD THE SAME WAY.
                   PERFORM FIND-TIMESUM-ROW
                   PERFORM BUILD-POSITION-SPLIT
      *    THE MEALS THE RECORD ALREADY TOOK ARE OWED AGAIN FOR THE
      *    RECOMPUTE -- ONLY THE DIFFERENCE IS POSTED AFTERWARDS.
                   IF MEALDED IS NUMERIC
                       MOVE MEALDED TO MEAL-PRIOR
                   ELSE
                       MOVE 0 TO MEAL-PRIOR
                   END-IF
                   PERFORM SAVE-ALLOWANCE-PRIOR
                   PERFORM COMPUTE-PAY
                   MOVE TAX TO TAXDP
                   MOVE DEDLATE TO DEDLATEDP
                   DISPLAY "RECOMPUTED GROSS PAY: " GPAY
                   DISPLAY "RECOMPUTED NET PAY: " NPAY
                   REWRITE INFO-REC
                   PERFORM POST-STAFF-MEALS
                   MOVE CORR-EMPID TO AU-EMPID
                   MOVE "CORRECTION" TO AU-ACTION
                   PERFORM LOG-AUDIT
           END-READ.
           CLOSE INFO-FILE.

       CORRECT-MONTHLY-RATE.
      *    ZERO KEEPS THE MONTHLY RATE ON THE RECORD. A TYPED RATE
      *    IS A SALARY CHANGE AND IS HELD TO A SUPERVISOR SESSION,
      *    AND THE DERIVED HOURLY STILL FACES THE WAGE FLOOR.
           MOVE MRATE TO MRATEDP.
           DISPLAY "CURRENT MONTHLY RATE: " MRATEDP.
           DISPLAY "ENTER CORRECTED MONTHLY RATE (0 KEEPS IT): ".
           MOVE 0 TO MONTHLY-RATE.
           ACCEPT MONTHLY-RATE.
           IF MONTHLY-RATE > 0 AND MONTHLY-RATE NOT = MRATE
                   AND NOT SUPERVISOR-SESSION
               DISPLAY "A MONTHLY RATE CHANGE NEEDS A SUPERVISOR - "
                   "KEEPING THE RATE ON THE RECORD."
               MOVE 0 TO MONTHLY-RATE
           END-IF.
           IF MONTHLY-RATE = 0
               MOVE MRATE TO MONTHLY-RATE
           END-IF.
           PERFORM DERIVE-MONTHLY-RPH.
           PERFORM CHECK-MIN-WAGE.
           IF NOT WAGE-OK
               DISPLAY "KEEPING THE RATE ON THE RECORD."
               MOVE MRATE TO MONTHLY-RATE
               PERFORM DERIVE-MONTHLY-RPH
           END-IF.
           MOVE MONTHLY-RATE TO MRATE.

       BUILD-POSITION-SPLIT.
      *    ROWS 2-4 TAKE THE CLOCK SUMMARY'S HOURS IN EACH POSITION
      *    OTHER THAN THE EMPLOYEE'S OWN, AT THE POSRATE RATE (THEIR
      *    OWN RPH WHEN THE POSITION HAS NO RATE ON FILE). ROW 1 IS
      *    FILLED BY COMPUTE-PAY WITH WHATEVER REGULAR HOURS REMAIN.
      *    EXPECTS FIND-TIMESUM-ROW TO HAVE RUN FOR THIS EMPID.
           PERFORM VARYING PSN-IX FROM 1 BY 1 UNTIL PSN-IX > 4
               MOVE SPACE TO PSN-POSTC (PSN-IX)
               MOVE 0 TO PSN-HRS (PSN-IX)
               MOVE 0 TO PSN-RATE (PSN-IX)
               MOVE 0 TO PSN-PAY (PSN-IX)
           END-PERFORM.
           MOVE 1 TO PSN-IX.
           IF TS-FOUND-ROW AND PAYBASIS NOT = 'M'
               PERFORM VARYING TSP-IX FROM 1 BY 1 UNTIL TSP-IX > 4
                   IF TS-POS-CODE (TSP-IX) NOT = SPACE
                           AND TS-POS-CODE (TSP-IX) NOT = POSTC
                           AND TS-POS-HOURS (TSP-IX) > 0
                           AND PSN-IX < 4
                       ADD 1 TO PSN-IX
                       MOVE TS-POS-CODE (TSP-IX) TO PSN-POSTC (PSN-IX)
                       MOVE TS-POS-HOURS (TSP-IX) TO PSN-HRS (PSN-IX)
                       MOVE TS-POS-CODE (TSP-IX) TO POS-LOOKUP-CODE
                       PERFORM FIND-POSITION-RATE
                       IF POS-LOOKUP-RATE > 0
                           MOVE POS-LOOKUP-RATE TO PSN-RATE (PSN-IX)
                       ELSE
                           MOVE RPH TO PSN-RATE (PSN-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-PAY.
      *    HOURS BEYOND THE 40-HOUR THRESHOLD ARE PAID AT 1.25 TIMES
      *    THE REGULAR RATE, SO GPAY NO LONGER TREATS EVERY HOUR THE
           ELSE
               MOVE 0 TO SVCPAY
           END-IF
      *    A MONTHLY-RATED EMPLOYEE'S BASIC PAY IS HALF THE MONTHLY
      *    RATE WHATEVER THE REGULAR HOURS CAME TO -- ONLY OVERTIME
      *    AND THE PREMIUMS RIDE ON TOP, AT THE DERIVED RPH.
      *    AN HOURLY EMPLOYEE'S REGULAR HOURS GO FIRST TO THE OTHER
      *    POSITIONS THE SCHEDULE PUT THEM IN (ROWS 2-4, NEVER MORE
      *    THAN ARE LEFT) AND THE REST TO THEIR OWN POSTC AT RPH IN
      *    ROW 1 -- THE BASIC PAY IS THE SUM OF THE ROWS.
           COMPUTE OT-PAY = RPH * 1.25 * NHOT
           IF PAYBASIS = 'M'
               COMPUTE HALF-MONTH-PAY ROUNDED = MRATE / 2
               PERFORM VARYING PSN-IX FROM 2 BY 1 UNTIL PSN-IX > 4
                   MOVE SPACE TO PSN-POSTC (PSN-IX)
                   MOVE 0 TO PSN-HRS (PSN-IX)
                   MOVE 0 TO PSN-RATE (PSN-IX)
                   MOVE 0 TO PSN-PAY (PSN-IX)
               END-PERFORM
               MOVE POSTC TO PSN-POSTC (1)
               MOVE NHREG TO PSN-HRS (1)
               MOVE RPH TO PSN-RATE (1)
               MOVE HALF-MONTH-PAY TO PSN-PAY (1)
           ELSE
               MOVE 0 TO HALF-MONTH-PAY
               MOVE NHREG TO PSN-LEFT
               PERFORM VARYING PSN-IX FROM 2 BY 1 UNTIL PSN-IX > 4
                   IF PSN-POSTC (PSN-IX) = SPACE
                           OR PSN-POSTC (PSN-IX) = POSTC
                       MOVE SPACE TO PSN-POSTC (PSN-IX)
                       MOVE 0 TO PSN-HRS (PSN-IX)
                       MOVE 0 TO PSN-RATE (PSN-IX)
                       MOVE 0 TO PSN-PAY (PSN-IX)
                   ELSE
                       IF PSN-HRS (PSN-IX) > PSN-LEFT
                           MOVE PSN-LEFT TO PSN-HRS (PSN-IX)
                       END-IF
                       SUBTRACT PSN-HRS (PSN-IX) FROM PSN-LEFT
                       COMPUTE PSN-PAY (PSN-IX) =
                           PSN-RATE (PSN-IX) * PSN-HRS (PSN-IX)
                   END-IF
               END-PERFORM
               MOVE POSTC TO PSN-POSTC (1)
               MOVE PSN-LEFT TO PSN-HRS (1)
               MOVE RPH TO PSN-RATE (1)
               COMPUTE PSN-PAY (1) = RPH * PSN-LEFT
           END-IF
           PERFORM TAKE-ALLOWANCES
           COMPUTE GPAY = PSN-PAY (1) + PSN-PAY (2) + PSN-PAY (3)
               + PSN-PAY (4) + OT-PAY
               + HOLPAY + NIGHTPAY + COMMPAY + SVCPAY + ALLOWPAY
           PERFORM LOOKUP-CONTRIB-BRACKET
           COMPUTE TAX = BIR + SSS
      *    LATES/ABSENCES ARE DOCKED AT THE EMPLOYEE'S HOURLY RATE,
      *    NOT AT THE WHOLE GROSS PAY FIGURE, AND TOTAL DEDUCTIONS
      *    ARE CAPPED AT GPAY SO NPAY CAN NEVER GO NEGATIVE.
      *    A MONTHLY EMPLOYEE'S LATES AND ABSENCES DOCK AT THE
      *    DERIVED HOURLY EQUIVALENT -- THEIR GROSS DOES NOT MOVE
      *    WITH THE HOURS, SO GPAY OVER NHW WOULD BE THE WRONG RATE.
           IF PAYBASIS = 'M'
               COMPUTE DEDLATE = NHLA * RPH
           ELSE
               IF NHW = 0
                   MOVE 0 TO DEDLATE
               ELSE
      *    THE DOCK RATE COMES OFF THE HOURLY COMPONENT ALONE --
      *    HOLIDAY PREMIUM AND COMMISSION RIDE IN GPAY NOW AND MUST
      *    NOT INFLATE WHAT AN HOUR OF LATENESS COSTS.
                   COMPUTE DEDLATE = NHLA *
                       ((GPAY - HOLPAY - NIGHTPAY - COMMPAY - SVCPAY
                       - ALLOWPAY) / NHW)
               END-IF
           END-IF
           PERFORM TAKE-RECUR-DEDUCTIONS
      *    PAG-IBIG AND PHILHEALTH EMPLOYEE SHARES COME OFF INSIDE
      *    THE SAME DEDUCS-CAPPED-AT-GPAY RULE AS SSS AND BIR.
           COMPUTE DEDUCS = BIR + SSS + PAGIBIG + PHILH
               + DEDLATE + GARNDED + GLOANDED + RECURDED
           IF DEDUCS > GPAY
               DISPLAY "WARNING: DEDUCTIONS EXCEEDED GROSS PAY - "
                   "CAPPED AT GROSS PAY."
               MOVE GPAY TO DEDUCS
           END-IF
           PERFORM TAKE-STAFF-MEALS
           ADD MEALDED TO DEDUCS
           COMPUTE NPAY = GPAY - DEDUCS.

       TAKE-STAFF-MEALS.
      *    STAFF MEALS COME OFF LAST -- AFTER THE STATUTORY SHARES,
      *    GARNISHMENTS, LOANS AND RECURRING DEDUCTIONS -- AND ONLY
      *    DOWN TO THE PROTECTED NET PAY (NOR PAST WHAT DEDUCS CAN
      *    HOLD). WHAT DOESN'T FIT STAYS ON MEALBAL.DAT AND CARRIES
      *    TO THE NEXT PERIOD. NOTHING IS POSTED HERE; THE BALANCE
      *    ONLY MOVES WHEN THE ENTRY IS SAVED.
           MOVE 0 TO MEALDED.
           MOVE 0 TO MEAL-OWED.
           OPEN INPUT MEALBAL-FILE.
           IF MEALBAL-STATUS = "00"
               MOVE EMPID TO MB-EMPID
               READ MEALBAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE MB-BALANCE TO MEAL-OWED
               END-READ
               CLOSE MEALBAL-FILE
           ELSE
               IF MEALBAL-STATUS = "05"
                   CLOSE MEALBAL-FILE
               END-IF
           END-IF.
           ADD MEAL-PRIOR TO MEAL-OWED.
           IF GPAY > DEDUCS + MIN-NET-PAY
               COMPUTE MEAL-ROOM = GPAY - DEDUCS - MIN-NET-PAY
           ELSE
               MOVE 0 TO MEAL-ROOM
           END-IF.
           IF MEAL-ROOM > 9999.99 - DEDUCS
               COMPUTE MEAL-ROOM = 9999.99 - DEDUCS
           END-IF.
           IF MEAL-OWED > MEAL-ROOM
               MOVE MEAL-ROOM TO MEALDED
           ELSE
               MOVE MEAL-OWED TO MEALDED
           END-IF.
           COMPUTE MEAL-CARRY = MEAL-OWED - MEALDED.
           IF MEAL-CARRY > 0
               DISPLAY "STAFF MEALS: " MEALDED " TAKEN, " MEAL-CARRY
                   " CARRIED TO NEXT PERIOD (NET PAY PROTECTED)."
           END-IF.

       POST-STAFF-MEALS.
      *    THE ENTRY IS SAVED, SO WHAT IT TOOK COMES OFF THE
      *    EMPLOYEE'S BALANCE -- ON A CORRECTION ONLY THE DIFFERENCE
      *    FROM WHAT THE RECORD TOOK BEFORE, A SMALLER TAKE GOING
      *    BACK ON THE BALANCE AS AN 'R' LINE.
           IF MEALDED NOT = MEAL-PRIOR
               OPEN I-O MEALBAL-FILE
               IF MEALBAL-STATUS = "00" OR MEALBAL-STATUS = "05"
                   MOVE EMPID TO MB-EMPID
                   READ MEALBAL-FILE
                       INVALID KEY
                           DISPLAY "*** NO STAFF MEAL BALANCE FOR "
                               EMPID " - " MEALDED " NOT POSTED. ***"
                       NOT INVALID KEY
                           PERFORM POST-ONE-MEAL-TAKE
                   END-READ
                   CLOSE MEALBAL-FILE
               END-IF
           END-IF.

       POST-ONE-MEAL-TAKE.
           IF MEALDED > MEAL-PRIOR
               COMPUTE MEAL-DIFF = MEALDED - MEAL-PRIOR
               MOVE 'D' TO ML-TYPE
               IF MEAL-DIFF > MB-BALANCE
                   MOVE 0 TO MB-BALANCE
               ELSE
                   SUBTRACT MEAL-DIFF FROM MB-BALANCE
               END-IF
           ELSE
               COMPUTE MEAL-DIFF = MEAL-PRIOR - MEALDED
               MOVE 'R' TO ML-TYPE
               ADD MEAL-DIFF TO MB-BALANCE
           END-IF.
           REWRITE MEALBAL-REC
               INVALID KEY
                   DISPLAY "*** STAFF MEAL FILE STATUS "
                       MEALBAL-STATUS " - BALANCE NOT POSTED. ***"
               NOT INVALID KEY
                   MOVE MB-EMPID TO ML-EMPID
                   MOVE CUR-PERIOD-NO TO ML-PERIOD
                   MOVE BUSINESS-DATE TO ML-BUSDATE
                   MOVE 0 TO ML-ONUM
                   MOVE 0 TO ML-GROSS
                   MOVE 0 TO ML-DISC
                   MOVE MEAL-DIFF TO ML-AMOUNT
                   MOVE MB-BALANCE TO ML-BALANCE
                   ACCEPT AU-DATE FROM DATE YYYYMMDD
                   ACCEPT AU-TIME FROM TIME
                   MOVE SPACES TO ML-STAMP
                   STRING AU-DATE DELIMITED BY SIZE
                       AU-TIME DELIMITED BY SIZE
                       INTO ML-STAMP
                   MOVE OPERATOR-ID TO ML-OPERATOR
                   OPEN EXTEND MEALLOG-FILE
                   WRITE MEALLOG-REC
                   CLOSE MEALLOG-FILE
           END-REWRITE.

       TAKE-ALLOWANCES.
      *    EACH OF THE EMPLOYEE'S ALLOWANCES (UP TO FOUR) PAYS ITS
      *    AMOUNT PER PERIOD. THE PART THAT FITS UNDER WHAT IS LEFT
      *    OF ITS TYPE'S ANNUAL CEILING THIS YEAR IS NON-TAXABLE;
      *    THE REST IS TAXABLE AND LANDS IN ALLOWTAX. A ROW LAST
      *    POSTED IN AN EARLIER YEAR STARTS THE CEILING OVER. AN
      *    UNKNOWN TYPE HAS NO CEILING, SO IT IS ALL TAXABLE.
           MOVE 0 TO ALLOWPAY.
           MOVE 0 TO ALLOWTAX.
           MOVE BUSINESS-DATE (1:4) TO BUSINESS-YEAR.
           PERFORM VARYING ALW-IX FROM 1 BY 1 UNTIL ALW-IX > 4
               MOVE SPACES TO ALW-CODE (ALW-IX)
               MOVE 0 TO ALW-AMT (ALW-IX)
               MOVE 0 TO ALW-TAXAMT (ALW-IX)
               MOVE 0 TO ALW-AWIX (ALW-IX)
           END-PERFORM.
           MOVE 0 TO ALW-IX.
           PERFORM VARYING AW-IX FROM 1 BY 1
                   UNTIL AW-IX > AW-ROW-CTR OR ALW-IX = 4
               IF AWR-EMPID (AW-IX) = EMPID
                       AND AWR-PER-AMT (AW-IX) > 0
                   ADD 1 TO ALW-IX
                   MOVE AWR-CODE (AW-IX) TO ALW-CODE (ALW-IX)
                   MOVE AWR-PER-AMT (AW-IX) TO ALW-AMT (ALW-IX)
                   MOVE AW-IX TO ALW-AWIX (ALW-IX)
                   PERFORM FIND-ALLOWTYPE-ROW
                   MOVE 0 TO ALW-ROOM
                   IF AY-FOUND-ROW
                       MOVE AYR-ANNUAL-CEIL (AY-IX) TO ALW-ROOM
                       IF AWR-YTD-YEAR (AW-IX) = BUSINESS-YEAR
                           PERFORM NET-OUT-ALLOWANCE-PRIOR
                           IF ALW-YTD-NET NOT < ALW-ROOM
                               MOVE 0 TO ALW-ROOM
                           ELSE
                               SUBTRACT ALW-YTD-NET FROM ALW-ROOM
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "WARNING: ALLOWANCE TYPE "
                           AWR-CODE (AW-IX) " NOT ON ALLOWTYPE.DAT"
                           " - TAXED IN FULL."
                   END-IF
                   IF ALW-AMT (ALW-IX) > ALW-ROOM
                       COMPUTE ALW-TAXAMT (ALW-IX) =
                           ALW-AMT (ALW-IX) - ALW-ROOM
                   ELSE
                       MOVE 0 TO ALW-TAXAMT (ALW-IX)
                   END-IF
                   ADD ALW-AMT (ALW-IX) TO ALLOWPAY
                   ADD ALW-TAXAMT (ALW-IX) TO ALLOWTAX
               END-IF
           END-PERFORM.

       NET-OUT-ALLOWANCE-PRIOR.
      *    THE YEAR'S NON-TAXABLE SO FAR, LESS WHAT THE RECORD BEING
      *    CORRECTED ALREADY PUT INTO IT FOR THIS ALLOWANCE CODE.
           MOVE AWR-YTD-NONTAX (AW-IX) TO ALW-YTD-NET.
           PERFORM VARYING ALW-PX FROM 1 BY 1 UNTIL ALW-PX > 4
               IF ALW-PRIOR-CODE (ALW-PX) = AWR-CODE (AW-IX)
                       AND ALW-PRIOR-NONTAX (ALW-PX) > 0
                   IF ALW-PRIOR-NONTAX (ALW-PX) > ALW-YTD-NET
                       MOVE 0 TO ALW-YTD-NET
                   ELSE
                       SUBTRACT ALW-PRIOR-NONTAX (ALW-PX)
                           FROM ALW-YTD-NET
                   END-IF
               END-IF
           END-PERFORM.

       SAVE-ALLOWANCE-PRIOR.
      *    TAKEN OFF THE RECORD BEFORE TAKE-ALLOWANCES CLEARS ITS ALW
      *    ROWS. A RECORD FROM BEFORE ALLOWANCES HAS NONE.
           PERFORM CLEAR-ALLOWANCE-PRIOR.
           PERFORM VARYING ALW-PX FROM 1 BY 1 UNTIL ALW-PX > 4
               IF ALW-AMT (ALW-PX) IS NUMERIC
                       AND ALW-TAXAMT (ALW-PX) IS NUMERIC
                       AND ALW-AMT (ALW-PX) > ALW-TAXAMT (ALW-PX)
                   MOVE ALW-CODE (ALW-PX) TO ALW-PRIOR-CODE (ALW-PX)
                   COMPUTE ALW-PRIOR-NONTAX (ALW-PX) =
                       ALW-AMT (ALW-PX) - ALW-TAXAMT (ALW-PX)
               END-IF
           END-PERFORM.

       CLEAR-ALLOWANCE-PRIOR.
           PERFORM VARYING ALW-PX FROM 1 BY 1 UNTIL ALW-PX > 4
               MOVE SPACES TO ALW-PRIOR-CODE (ALW-PX)
               MOVE 0 TO ALW-PRIOR-NONTAX (ALW-PX)
           END-PERFORM.

       FIND-ALLOWTYPE-ROW.
           MOVE 'N' TO AY-FOUND-SW.
           MOVE 1 TO AY-IX.
           PERFORM UNTIL AY-IX > AY-ROW-CTR OR AY-FOUND-ROW
               IF AYR-CODE (AY-IX) = AWR-CODE (AW-IX)
                   MOVE 'Y' TO AY-FOUND-SW
               ELSE
                   ADD 1 TO AY-IX
               END-IF
           END-PERFORM.

       TAKE-RECUR-DEDUCTIONS.
      *    APPLY THE EMPLOYEE'S RECURRING DEDUCTIONS INSIDE THE
      *    EXISTING DEDUCS-CAPPED-AT-GPAY RULE -- EACH ROW TAKES ITS
                   END-IF
               END-PERFORM
           END-PERFORM.
      *    GOVERNMENT SALARY LOANS COME NEXT -- THE AGENCY IS OWED
      *    THE AMORTIZATION WHATEVER THE SHOP'S OWN LOANS SAY. EACH
      *    ACTIVE LOAN FROM ITS START MONTH ON TAKES HALF THE
      *    MONTHLY AMORTIZATION, NEVER MORE THAN THE BALANCE OR THE
      *    ROOM LEFT UNDER GPAY.
           MOVE 0 TO LAPL-CTR.
           MOVE 0 TO GLOANDED.
           MOVE BUSINESS-DATE (1:6) TO BUSINESS-MONTH.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-ROW-CTR OR LAPL-CTR = 10
               IF LNR-EMPID (LN-IX) = EMPID
                       AND LNR-STATUS (LN-IX) NOT = 'P'
                       AND LNR-START-MONTH (LN-IX) NOT > BUSINESS-MONTH
                       AND LNR-BALANCE (LN-IX) > 0
                       AND DED-ROOM > 0
                   COMPUTE DED-TAKE ROUNDED =
                       LNR-MONTHLY-AMORT (LN-IX) / 2
                   IF LNR-BALANCE (LN-IX) < DED-TAKE
                       MOVE LNR-BALANCE (LN-IX) TO DED-TAKE
                   END-IF
                   IF DED-ROOM < DED-TAKE
                       MOVE DED-ROOM TO DED-TAKE
                   END-IF
                   ADD 1 TO LAPL-CTR
                   MOVE LNR-AGENCY (LN-IX) TO LAPL-AGENCY (LAPL-CTR)
                   MOVE LNR-LOAN-NO (LN-IX)
                       TO LAPL-LOAN-NO (LAPL-CTR)
                   MOVE DED-TAKE TO LAPL-AMT (LAPL-CTR)
                   MOVE LN-IX TO LAPL-LNIX (LAPL-CTR)
                   ADD DED-TAKE TO GLOANDED
                   SUBTRACT DED-TAKE FROM DED-ROOM
               END-IF
           END-PERFORM.
      *    THE EMPLOYEE'S ROWS READ AS A KEYED CLUSTER -- START AT
      *    THE EMPID AND WALK UNTIL THE KEY LEAVES IT.
           OPEN INPUT DEDUCT-FILE.
               CLOSE GARNTAKEN-FILE
           END-IF.

       POST-GOVLOANS.
      *    THE ENTRY IS SAVED, SO THE AMORTIZATIONS TAKEN COME OFF
      *    THE LOAN BALANCES FOR REAL -- A LOAN PAID DOWN TO ZERO IS
      *    FLAGGED PAID SO IT STOPS -- THE MASTER IS WRITTEN BACK,
      *    AND EACH TAKE IS LOGGED TO THE GOVLNTAKEN DETAIL SO
      *    GOVLNREMIT CAN BUILD THE MONTHLY AGENCY REMITTANCE.
           IF LAPL-CTR > 0
               PERFORM VARYING LAPL-IX FROM 1 BY 1
                       UNTIL LAPL-IX > LAPL-CTR
                   SUBTRACT LAPL-AMT (LAPL-IX)
                       FROM LNR-BALANCE (LAPL-LNIX (LAPL-IX))
                   IF LNR-BALANCE (LAPL-LNIX (LAPL-IX)) = 0
                       MOVE 'P' TO LNR-STATUS (LAPL-LNIX (LAPL-IX))
                   END-IF
               END-PERFORM
               OPEN OUTPUT GOVLOAN-FILE
               PERFORM VARYING LN-IX FROM 1 BY 1
                       UNTIL LN-IX > LN-ROW-CTR
                   MOVE LNR-EMPID (LN-IX) TO LN-EMPID
                   MOVE LNR-AGENCY (LN-IX) TO LN-AGENCY
                   MOVE LNR-LOAN-NO (LN-IX) TO LN-LOAN-NO
                   MOVE LNR-MONTHLY-AMORT (LN-IX) TO LN-MONTHLY-AMORT
                   MOVE LNR-START-MONTH (LN-IX) TO LN-START-MONTH
                   MOVE LNR-BALANCE (LN-IX) TO LN-BALANCE
                   MOVE LNR-STATUS (LN-IX) TO LN-STATUS
                   WRITE GOVLOAN-REC
               END-PERFORM
               CLOSE GOVLOAN-FILE
               OPEN EXTEND GOVLNTAKEN-FILE
               PERFORM VARYING LAPL-IX FROM 1 BY 1
                       UNTIL LAPL-IX > LAPL-CTR
                   MOVE CUR-PERIOD-NO TO GK-PERIOD
                   MOVE EMPID TO GK-EMPID
                   MOVE LAPL-AGENCY (LAPL-IX) TO GK-AGENCY
                   MOVE LAPL-LOAN-NO (LAPL-IX) TO GK-LOAN-NO
                   MOVE LAPL-AMT (LAPL-IX) TO GK-AMOUNT
                   ACCEPT AU-DATE FROM DATE YYYYMMDD
                   ACCEPT AU-TIME FROM TIME
                   STRING AU-DATE DELIMITED BY SIZE
                       AU-TIME DELIMITED BY SIZE
                       INTO GK-STAMP
                   WRITE GOVLNTAKEN-REC
               END-PERFORM
               CLOSE GOVLNTAKEN-FILE
           END-IF.

       POST-ALLOWANCES.
      *    THE ENTRY IS SAVED, SO THE NON-TAXABLE PART OF EACH
      *    ALLOWANCE PAID COUNTS AGAINST ITS CEILING FOR THE REST OF
      *    THE YEAR -- A ROW LAST POSTED IN AN EARLIER YEAR STARTS
      *    OVER FROM ZERO -- AND THE MASTER IS WRITTEN BACK.
           IF ALLOWPAY > 0
               MOVE BUSINESS-DATE (1:4) TO BUSINESS-YEAR
               PERFORM VARYING ALW-IX FROM 1 BY 1 UNTIL ALW-IX > 4
                   IF ALW-AWIX (ALW-IX) > 0
                       MOVE ALW-AWIX (ALW-IX) TO AW-IX
                       IF AWR-YTD-YEAR (AW-IX) NOT = BUSINESS-YEAR
                           MOVE BUSINESS-YEAR TO AWR-YTD-YEAR (AW-IX)
                           MOVE 0 TO AWR-YTD-NONTAX (AW-IX)
                       END-IF
                       COMPUTE ALW-NONTAX = ALW-AMT (ALW-IX)
                           - ALW-TAXAMT (ALW-IX)
                       ADD ALW-NONTAX TO AWR-YTD-NONTAX (AW-IX)
                   END-IF
               END-PERFORM
               OPEN OUTPUT ALLOWANCE-FILE
               PERFORM VARYING AW-IX FROM 1 BY 1
                       UNTIL AW-IX > AW-ROW-CTR
                   MOVE AWR-EMPID (AW-IX) TO AW-EMPID
                   MOVE AWR-CODE (AW-IX) TO AW-CODE
                   MOVE AWR-PER-AMT (AW-IX) TO AW-PER-AMT
                   MOVE AWR-YTD-YEAR (AW-IX) TO AW-YTD-YEAR
                   MOVE AWR-YTD-NONTAX (AW-IX) TO AW-YTD-NONTAX
                   WRITE ALLOWANCE-REC
               END-PERFORM
               CLOSE ALLOWANCE-FILE
           END-IF.

       LOAD-ALLOWANCE-TABLES.
      *    BOTH FILES ARE OPTIONAL -- NO ALLOWANCES ON FILE JUST
      *    MEANS COMPUTE-PAY ADDS NOTHING.
           MOVE 0 TO AY-ROW-CTR.
           MOVE 'N' TO ALLOWTYPE-EOF.
           OPEN INPUT ALLOWTYPE-FILE.
           IF ALLOWTYPE-STATUS = "00"
               READ ALLOWTYPE-FILE
                   AT END MOVE 'Y' TO ALLOWTYPE-EOF
               END-READ
               PERFORM UNTIL ALLOWTYPE-END
                   IF AY-ROW-CTR < 30
                       ADD 1 TO AY-ROW-CTR
                       MOVE AY-CODE TO AYR-CODE (AY-ROW-CTR)
                       MOVE AY-DESC TO AYR-DESC (AY-ROW-CTR)
                       MOVE AY-ANNUAL-CEIL
                           TO AYR-ANNUAL-CEIL (AY-ROW-CTR)
                   END-IF
                   READ ALLOWTYPE-FILE
                       AT END MOVE 'Y' TO ALLOWTYPE-EOF
                   END-READ
               END-PERFORM
               CLOSE ALLOWTYPE-FILE
           ELSE
               IF ALLOWTYPE-STATUS = "05"
                   CLOSE ALLOWTYPE-FILE
               END-IF
           END-IF.
           MOVE 0 TO AW-ROW-CTR.
           MOVE 'N' TO ALLOWANCE-EOF.
           OPEN INPUT ALLOWANCE-FILE.
           IF ALLOWANCE-STATUS = "00"
               READ ALLOWANCE-FILE
                   AT END MOVE 'Y' TO ALLOWANCE-EOF
               END-READ
               PERFORM UNTIL ALLOWANCE-END
                   IF AW-ROW-CTR < 300
                       ADD 1 TO AW-ROW-CTR
                       MOVE AW-EMPID TO AWR-EMPID (AW-ROW-CTR)
                       MOVE AW-CODE TO AWR-CODE (AW-ROW-CTR)
                       MOVE AW-PER-AMT TO AWR-PER-AMT (AW-ROW-CTR)
                       MOVE AW-YTD-YEAR TO AWR-YTD-YEAR (AW-ROW-CTR)
                       MOVE AW-YTD-NONTAX
                           TO AWR-YTD-NONTAX (AW-ROW-CTR)
                   END-IF
                   READ ALLOWANCE-FILE
                       AT END MOVE 'Y' TO ALLOWANCE-EOF
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-FILE
           ELSE
               IF ALLOWANCE-STATUS = "05"
                   CLOSE ALLOWANCE-FILE
               END-IF
           END-IF.

       LOAD-GOVLOAN-TABLE.
      *    GOVLOAN-FILE IS OPTIONAL -- NO LOANS ON FILE JUST MEANS
      *    COMPUTE-PAY TAKES NOTHING FOR THE AGENCIES.
           MOVE 0 TO LN-ROW-CTR.
           MOVE 'N' TO GOVLOAN-EOF.
           OPEN INPUT GOVLOAN-FILE.
           IF GOVLOAN-STATUS = "00"
               READ GOVLOAN-FILE
                   AT END MOVE 'Y' TO GOVLOAN-EOF
               END-READ
               PERFORM UNTIL GOVLOAN-END
                   IF LN-ROW-CTR < 100
                       ADD 1 TO LN-ROW-CTR
                       MOVE LN-EMPID TO LNR-EMPID (LN-ROW-CTR)
                       MOVE LN-AGENCY TO LNR-AGENCY (LN-ROW-CTR)
                       MOVE LN-LOAN-NO TO LNR-LOAN-NO (LN-ROW-CTR)
                       MOVE LN-MONTHLY-AMORT
                           TO LNR-MONTHLY-AMORT (LN-ROW-CTR)
                       MOVE LN-START-MONTH
                           TO LNR-START-MONTH (LN-ROW-CTR)
                       MOVE LN-BALANCE TO LNR-BALANCE (LN-ROW-CTR)
                       MOVE LN-STATUS TO LNR-STATUS (LN-ROW-CTR)
                   END-IF
                   READ GOVLOAN-FILE
                       AT END MOVE 'Y' TO GOVLOAN-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVLOAN-FILE
           ELSE
               IF GOVLOAN-STATUS = "05"
                   CLOSE GOVLOAN-FILE
               END-IF
           END-IF.

       LOAD-GARNISH-TABLE.
      *    GARNISH-FILE IS OPTIONAL -- NO WRITS ON FILE JUST MEANS
      *    COMPUTE-PAY TAKES NOTHING EXTRA.
               IF SC-LOCK-STALE-MINS > 0
                   MOVE SC-LOCK-STALE-MINS TO LOCK-STALE-MINS
               END-IF
               IF SC-MIN-NET-PAY IS NUMERIC AND SC-MIN-NET-PAY > 0
                   MOVE SC-MIN-NET-PAY TO MIN-NET-PAY
               END-IF
               CLOSE SHOPCONF-FILE
           END-IF.

               CLOSE MINWAGE-FILE
           END-IF.

       LOAD-POSRATE-TABLE.
      *    POSRATE-FILE IS OPTIONAL -- WITH NO TABLE EVERY HOUR IS
      *    PRICED AT THE EMPLOYEE'S OWN RPH, THE OLD BEHAVIOR.
           MOVE 0 TO PT-ROW-CTR.
           MOVE 'N' TO POSRATE-EOF.
           OPEN INPUT POSRATE-FILE.
           IF POSRATE-STATUS = "00"
               READ POSRATE-FILE
                   AT END MOVE 'Y' TO POSRATE-EOF
               END-READ
               PERFORM UNTIL POSRATE-END
                   IF PT-ROW-CTR < 50
                       ADD 1 TO PT-ROW-CTR
                       MOVE PT-POSTC TO PTR-POSTC (PT-ROW-CTR)
                       MOVE PT-EFF-DATE TO PTR-EFF-DATE (PT-ROW-CTR)
                       MOVE PT-RATE TO PTR-RATE (PT-ROW-CTR)
                   END-IF
                   READ POSRATE-FILE
                       AT END MOVE 'Y' TO POSRATE-EOF
                   END-READ
               END-PERFORM
               CLOSE POSRATE-FILE
           ELSE
               IF POSRATE-STATUS = "05"
                   CLOSE POSRATE-FILE
               END-IF
           END-IF.

       FIND-POSITION-RATE.
      *    THE LAST ROW FOR THE POSITION DATED ON OR BEFORE THE
      *    BUSINESS DATE -- POSRMAINT KEEPS EACH POSITION'S DATES
      *    ASCENDING. ZERO MEANS NO RATE IN EFFECT.
           MOVE 0 TO POS-LOOKUP-RATE.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-ROW-CTR
               IF PTR-POSTC (PT-IX) = POS-LOOKUP-CODE
                       AND PTR-EFF-DATE (PT-IX) NOT > BUSINESS-DATE
                   MOVE PTR-RATE (PT-IX) TO POS-LOOKUP-RATE
               END-IF
           END-PERFORM.

       CHECK-POSITION-CODE.
      *    ANY CODE WITH A ROW ON THE POSITION-RATE TABLE IS A
      *    VALID POSITION, WHETHER OR NOT ITS RATE IS IN EFFECT YET.
           MOVE 'N' TO POS-CODE-OK-SW.
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-ROW-CTR
               IF PTR-POSTC (PT-IX) = POSTC AND POSTC NOT = SPACE
                   MOVE 'Y' TO POS-CODE-OK-SW
               END-IF
           END-PERFORM.

       CHECK-MIN-WAGE.
           MOVE 'Y' TO WAGE-OK-SW.
           IF WAGE-FLOOR > 0 AND RPH < WAGE-FLOOR
      *    ROW'S SSS AND BIR RATES. IF GPAY FALLS ABOVE EVERY ROW
      *    (AN EMPTY OR TOO-SHORT TABLE), THE LAST ROW LOADED STANDS
      *    IN AS THE TOP BRACKET.
      *    ALLOWANCES STAY OUT OF THE CONTRIBUTION BRACKETS; ONLY
      *    THEIR TAXABLE EXCESS JOINS PAY FOR THE BIR BRACKET, WHICH
      *    IS SCANNED ON ITS OWN AFTERWARDS.
           COMPUTE CONTRIB-BASE = GPAY - ALLOWPAY.
           COMPUTE TAX-BASE = CONTRIB-BASE + ALLOWTAX.
           MOVE 1 TO CONTRIB-IX.
           PERFORM UNTIL CONTRIB-IX >= CONTRIB-CTR
                   OR CONTRIB-BASE <= CT-HIGH (CONTRIB-IX)
               ADD 1 TO CONTRIB-IX
           END-PERFORM.
           COMPUTE SSS = CT-SSS-RATE (CONTRIB-IX) * CONTRIB-BASE.
      *    THE EMPLOYER SHARE RIDES ALONG ON THE RECORD FOR THE
      *    REMITTANCE RUN BUT NEVER ENTERS DEDUCS OR NPAY.
           COMPUTE SSSER =
               CT-SSS-ER-RATE (CONTRIB-IX) * CONTRIB-BASE.
      *    PAG-IBIG AND PHILHEALTH OFF THE SAME BAND -- EMPLOYEE
      *    SHARES WITHHELD, EMPLOYER SHARES RIDING ALONG LIKE SSSER.
           COMPUTE PAGIBIG =
               CT-PAGIBIG-RATE (CONTRIB-IX) * CONTRIB-BASE.
           COMPUTE PAGIBIGER =
               CT-PAGIBIG-ER-RATE (CONTRIB-IX) * CONTRIB-BASE.
           COMPUTE PHILH = CT-PHILH-RATE (CONTRIB-IX) * CONTRIB-BASE.
           COMPUTE PHILHER =
               CT-PHILH-ER-RATE (CONTRIB-IX) * CONTRIB-BASE.
           MOVE 1 TO CONTRIB-IX.
           PERFORM UNTIL CONTRIB-IX >= CONTRIB-CTR
                   OR TAX-BASE <= CT-HIGH (CONTRIB-IX)
               ADD 1 TO CONTRIB-IX
           END-PERFORM.
           COMPUTE BIR = CT-BIR-RATE (CONTRIB-IX) * TAX-BASE.

       FIND-TIMESUM-ROW.
      *    ONE KEYED READ AGAINST THE NOW-INDEXED SUMMARY --

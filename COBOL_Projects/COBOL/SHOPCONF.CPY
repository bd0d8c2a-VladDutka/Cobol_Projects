      *    AS STALE AND MAY BE RECLAIMED. ZERO (A PRE-EXISTING
      *    SHOPCONF.DAT) MEANS THE BUILT-IN 10 STANDS.
           05  SC-LOCK-STALE-MINS PIC 9(3).
      *    A DRAWER SHORT BY MORE THAN THIS ON DRAWERLED.DAT BECOMES
      *    A CASH-SHORTAGE INCIDENT FOR THE CASHIER IN DISCNIGHT.
      *    ZERO (A PRE-EXISTING SHOPCONF.DAT) MEANS THE BUILT-IN
      *    100.00 STANDS.
           05  SC-SHORT-LIMIT PIC 9(5)V99.
      *    UNPAID MEAL BREAK -- SC-BREAK-MINS IS THE STANDARD BREAK
      *    TIMESUMM DEDUCTS FROM A SHIFT SPANNING MORE THAN
      *    SC-BREAK-AFTER-HRS WITH NO BREAK PUNCHES (AND THE LONGEST
      *    BREAK TARDYRPT LETS PASS); A PUNCHED BREAK SHORTER THAN
      *    SC-BREAK-LEGAL-MINS IS FLAGGED. ZEROS (A PRE-EXISTING
      *    SHOPCONF.DAT) MEAN THE BUILT-IN 60 MINUTES AFTER 5 HOURS,
      *    60-MINUTE LEGAL MINIMUM, STAND.
           05  SC-BREAK-MINS PIC 9(3).
           05  SC-BREAK-AFTER-HRS PIC 99.
           05  SC-BREAK-LEGAL-MINS PIC 9(3).
      *    LOYALTY POINTS -- SC-LOY-EARN-RATE IS POINTS EARNED PER
      *    PESO OF THE ORDER NET OF VAT AND DELIVERY FEE (ZERO MEANS
      *    MEMBERS EARN NOTHING); SC-LOY-PT-VALUE IS THE PESOS ONE
      *    POINT IS WORTH AS TENDER. A ZERO VALUE (A PRE-EXISTING
      *    SHOPCONF.DAT) MEANS THE BUILT-IN 1.00 STANDS.
           05  SC-LOY-EARN-RATE PIC 9V9(4).
           05  SC-LOY-PT-VALUE PIC 9V99.
      *    LOSS PREVENTION -- LOSSPREV FLAGS A CASHIER WHOSE VOID,
      *    OVERRIDE, EXACT-TENDER, NO-SALE OR SHORTAGE RATE IS MORE
      *    THAN SC-LP-FLAG-MULT TIMES THE BRANCH RATE, AND LISTS
      *    VOIDS RUNG BY THE ORIGINAL SALE'S OWN CASHIER WITHIN
      *    SC-LP-VOID-MINS OF THE SALE. ZEROS (A PRE-EXISTING
      *    SHOPCONF.DAT) MEAN THE BUILT-IN 2.0 TIMES AND 15 MINUTES
      *    STAND.
           05  SC-LP-FLAG-MULT PIC 9V9.
           05  SC-LP-VOID-MINS PIC 9(3).
      *    DRIVER TRIPS -- DISPATCHM PUTS AT MOST SC-TRIP-MAX-STOPS
      *    PENDING ORDERS ON ONE TRIP, AND NO MORE THAN
      *    SC-TRIP-MAX-VOL OF PACKED CUBIC VOLUME (THE PACKSLIP BOX
      *    VOLUMES). ZEROS (A PRE-EXISTING SHOPCONF.DAT) MEAN FOUR
      *    STOPS AND NO VOLUME LIMIT.
           05  SC-TRIP-MAX-STOPS PIC 9(2).
           05  SC-TRIP-MAX-VOL PIC 9(9).
      *    ACCOUNTS PAYABLE -- APINVOICE HOLDS A SUPPLIER INVOICE
      *    WHOSE UNIT COST IS MORE THAN SC-AP-TOL-PCT PERCENT OFF
      *    THE PO'S AGREED COST, AND DATES ITS DUE DATE
      *    SC-AP-TERMS-DAYS AFTER THE INVOICE DATE UNLESS OTHER
      *    TERMS ARE KEYED. ZEROS (A PRE-EXISTING SHOPCONF.DAT) MEAN
      *    THE BUILT-IN 2.0 PERCENT AND 30 DAYS STAND.
           05  SC-AP-TOL-PCT PIC 9V9.
           05  SC-AP-TERMS-DAYS PIC 9(3).
      *    COST CHANGES -- COSTCHG FLAGS AN ITEM WHOSE AVERAGE UNIT
      *    COST MOVED MORE THAN SC-COST-ALERT-PCT PERCENT OVER THE
      *    PERIOD. ZERO (A PRE-EXISTING SHOPCONF.DAT) MEANS THE
      *    BUILT-IN 10 PERCENT STANDS.
           05  SC-COST-ALERT-PCT PIC 99.
      *    CYCLE COUNTS -- CNTACCY CALLS A COUNT ACCURATE WHEN THE
      *    COUNTED QUANTITY IS WITHIN SC-CNT-TOL-PCT PERCENT OF THE
      *    BOOK FIGURE. ZERO (A PRE-EXISTING SHOPCONF.DAT) MEANS THE
      *    BUILT-IN 2.0 PERCENT STANDS.
           05  SC-CNT-TOL-PCT PIC 9V9.
      *    PETTY CASH -- THE IMPREST FUND THE PETTY-CASH BOX IS
      *    KEPT AT. PETTYCASH REFUSES A VOUCHER THAT WOULD TAKE THE
      *    BOX BELOW ZERO AND REPLENISHES IT BACK UP TO THIS. ZERO
      *    (A PRE-EXISTING SHOPCONF.DAT) MEANS THE BUILT-IN 5,000.00
      *    STANDS.
           05  SC-PETTY-FUND PIC 9(5)V99.
      *    OPERATOR PINS -- A PIN EXPIRES SC-PIN-EXPIRE-DAYS AFTER
      *    IT WAS SET AND MUST BE CHANGED AT THE NEXT LAUNCHER
      *    SIGN-ON; A NEW PIN MAY NOT REPEAT ANY OF THE OPERATOR'S
      *    LAST SC-PIN-HIST-DEPTH PINS. ZEROS (A PRE-EXISTING
      *    SHOPCONF.DAT) MEAN THE BUILT-IN 90 DAYS AND 5 PINS STAND.
           05  SC-PIN-EXPIRE-DAYS PIC 9(3).
           05  SC-PIN-HIST-DEPTH PIC 9.
      *    DAILY TICKLER -- THE PAGE DAYSTART PRINTS LISTS WHAT FALLS
      *    DUE WITHIN SC-TICK-DAYS OF THE BUSINESS DATE; THE AGENCY
      *    REMITTANCES FALL DUE ON DAY SC-REMIT-DUE-DAY OF THE MONTH,
      *    AND THE OR SERIES IS RUNNING LOW ONCE FEWER THAN
      *    SC-OR-LOW-LEFT NUMBERS ARE LEFT IN THE AUTHORIZED RANGE.
      *    ZEROS (A PRE-EXISTING SHOPCONF.DAT) MEAN THE BUILT-IN 7
      *    DAYS, THE 10TH AND 500 NUMBERS STAND.
           05  SC-TICK-DAYS PIC 9(3).
           05  SC-REMIT-DUE-DAY PIC 99.
           05  SC-OR-LOW-LEFT PIC 9(5).
      *    PRIVACY RETENTION -- ANONYMIZE MAY STRIP THE PERSONAL DATA
      *    OF AN EMPLOYEE SEPARATED MORE THAN SC-ANON-YEARS YEARS.
      *    ZERO (A PRE-EXISTING SHOPCONF.DAT) MEANS THE BUILT-IN 10
      *    YEARS STANDS.
           05  SC-ANON-YEARS PIC 99.
      *    STAFF MEALS -- CREW PAY FOR A MEAL ON THE 'E' TENDER AT
      *    SC-STAFF-DISC-PCT PERCENT OFF, UP TO SC-MEAL-CEILING
      *    CHARGED PER EMPLOYEE IN A PAY PERIOD; PAYENTRY TAKES THE
      *    BALANCE ONLY SO FAR AS NET PAY STAYS AT SC-MIN-NET-PAY OR
      *    ABOVE. ZEROS (A PRE-EXISTING SHOPCONF.DAT) MEAN THE
      *    BUILT-IN 20 PERCENT, 1,500.00 AND 1,000.00 STAND.
           05  SC-STAFF-DISC-PCT PIC 99.
           05  SC-MEAL-CEILING PIC 9(5)V99.
           05  SC-MIN-NET-PAY PIC 9(5)V99.
      *    CASH PICKUPS -- ONCE THE CASH A DRAWER SHOULD HOLD PASSES
      *    SC-PICKUP-LIMIT, ORDERTENDER CALLS FOR A SUPERVISOR TO
      *    TAKE A PICKUP TO THE SAFE. ZERO (A PRE-EXISTING
      *    SHOPCONF.DAT) MEANS THE BUILT-IN 10,000.00 STANDS.
           05  SC-PICKUP-LIMIT PIC 9(6)V99.

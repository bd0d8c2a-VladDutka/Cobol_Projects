      *     session with each miss logged to AUDIT.DAT, and the
      *     cashier EMPID is validated with the same weighted mod-11
      *     check digit instead of being taken on faith.
      *   - Loyalty points: a LOYMEM.DAT member attached at tender
      *     earns points on the order net of VAT and delivery fee
      *     at the SHOPCONF rate, and a [P] points tender redeems
      *     them against the amount due (the drawer expects only
      *     the cash part). Every earn and redeem is logged to
      *     LOYTXN.DAT by ONUM, and a void reverses both.
      *   - Senior citizen / PWD discount at tender: the card ID
      *     and name are captured, the qualifying lines have their
      *     VAT removed and take 20% off the VAT-exclusive amount,
      *     and the exempt sale and discount ride on the order so
      *     OR-VATBASE/OR-VAT stay right without a price override.
      *     The receipt prints the exemption; SCBOOK lists them.
      *   - Split tender: TENDER-PARA takes cash, card, gift
      *     certificate, account and points tenders one after
      *     another until the balance due is zero, change coming
      *     only out of the cash portion, and every tender line
      *     (type, amount, certificate/approval/account reference)
      *     goes to TENDERS.DAT under the ONUM. The drawer expects
      *     what the cash lines took, and a void gives every line
      *     back the way it came in.
      *   - Kitchen tickets: a recorded order fires one ticket per
      *     preparing department (IT-DEPT, named off DEPTS.DAT) to
      *     that station's KITCHEN_<DEPT>.SPL spool, listing only
      *     the department's items with combos exploded through
      *     COMBODEF, the ONUM, the route and the time; a void
      *     fires a VOID ticket to the same stations. Each ticket
      *     is logged open in KTICKETS.DAT for KITCHBUMP to bump
      *     and KTKTIME to time.
      *   - [N] at the order prompt opens the drawer as a no-sale,
      *     logged to NOSALE.DAT with the cashier, operator and a
      *     reason, and a void row now carries the cashier whose
      *     session rang it in OR-VOID-BY -- both for the LOSSPREV
      *     loss-prevention report.
      *   - A delivery order starts from the contact number: a
      *     number on DELCUST.DAT fills in the name, address,
      *     landmark and zone (the cashier may update them), and a
      *     new number is added to the address book there and then.
      *   - Advance and catering orders: [A] takes the customer, the
      *     due date and time and catalog-priced lines onto
      *     ADVORDER.DAT/ADVLINE.DAT with a cash deposit (a liability
      *     on ADVDEP.DAT, not a sale) and prints a claim slip; [U]
      *     calls the order up on the day, applies the deposit as a
      *     'D' tender line and tenders the balance as usual; [X]
      *     cancels one with the deposit refunded or forfeited on a
      *     supervisor's approval. A void of the claim reopens it.
      *   - A perishable item's sale also comes out of its lots on
      *     STOCKLOT.DAT, first-expiring-first, so what is left on
      *     the shelf is always the freshest stock.
      *   - Every draw-down posts to the STOCKLED.DAT stock ledger
      *     under the ONUM ('S' for an item sold, 'C' for a combo
      *     component), and an approved void now puts the original
      *     lines back on the shelf as 'V' void-return movements, a
      *     perishable item's units going back into its first-
      *     expiring lot.
      *   - An on-account charge that would take the customer past
      *     the CUSTMAST.DAT credit limit, or any charge to an
      *     account on credit hold, is refused unless a supervisor
      *     approves it on the spot; each approval is logged to
      *     AUDIT.DAT as a CREDITOVR line under the customer.
      *   - GIFTCERT.DAT, CUSTMAST.DAT and PALPROMO.DAT are indexed
      *     (on the certificate number, the customer number and the
      *     winning ONUM): a redemption, charge or claim now reads
      *     and rewrites just its own record instead of loading and
      *     rewriting the whole file, so the tender no longer slows
      *     as the files grow or caps them at 500/100/500 rows.
      *   - Staff meals: an [E]MPLOYEE tender charges a crew
      *     member's meal to their MEALBAL.DAT balance for PAYENTRY
      *     to deduct at payroll. The EMPID must be active on
      *     EMPMAST.DAT, the SHOPCONF staff discount comes off the
      *     charged part of the bill, and a charge that would take
      *     the employee past the per-period ceiling is refused.
      *     Every charge and void credit is logged to MEALLOG.DAT
      *     for MEALSTMT's statement.
      *   - [P] at the order prompt takes a mid-shift cash pickup: a
      *     supervisor (validated against OPERATORS.DAT) counts the
      *     cash out by denomination, a numbered pickup slip is
      *     spooled, and the pickup is logged into the safe on
      *     SAFELOG.DAT for BANKDEP's deposit and safe count. The
      *     drawer's expected cash drops by every pickup, and once
      *     it passes the SHOPCONF pickup limit the terminal calls
      *     for one after each transaction.
      *   - VAT is split by the catalog's item VAT class: each line
      *     is read back against ITEMPRICE for its class (carried
      *     on the ORDLINE), exempt and zero-rated lines come out
      *     of the VAT back-out into OR-ITEM-EXEMPT and
      *     OR-ZERO-RATED (a discount off the bill shared out in
      *     proportion), the receipt prints all three buckets, and
      *     a void reverses the original's own split.
      *   - LOYMEM.DAT is keyed by member number: attach, post and
      *     void reversal read and rewrite just the one member
      *     instead of loading the file into a 2000-row table and
      *     writing the whole of it back, so two tills posting
      *     points at once no longer overwrite each other and a
      *     member past the table can't be dropped.
      *   - Points are earned after the VAT split, net of the VAT
      *     the order really carries, so SC/PWD, exempt and
      *     zero-rated sales no longer have 12% backed out of them.
      *   - The cash tender forced once the tender lines run out
      *     must cover the balance -- a part payment there is asked
      *     again -- and no tender line is added past the tenth.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          SELECT OPTIONAL DISPATCH-FILE
          ASSIGN TO DISPATCH-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
      *    DELIVERY ADDRESS BOOK, KEYED BY CONTACT NUMBER -- LOOKED
      *    UP, ADDED TO AND UPDATED AS DELIVERY ORDERS ARE RUNG.
          SELECT OPTIONAL DELCUST-FILE
          ASSIGN TO DELCUST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS DC-CONTACT
          FILE STATUS IS DELCUST-STATUS.
      *    PROMO WINNERS FROM THE NIGHTLY PALINDROME SCAN -- LOOKED
      *    UP AND MARKED CLAIMED AT REDEMPTION TIME.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO PROMO-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT OPTIONAL ORSERIES-FILE
          ASSIGN TO ORSERIES-FILE-NAME
          SELECT OPTIONAL RECEIPT-FILE
          ASSIGN TO RECEIPT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
      *    CHARGE CUSTOMERS, KEYED BY CUSTOMER NUMBER -- ONE ROW READ
      *    AND REWRITTEN PER CHARGE OR VOID CREDIT.
          SELECT OPTIONAL CUST-FILE
          ASSIGN TO CUST-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT OPTIONAL CUSTTXN-FILE
          ASSIGN TO CUSTTXN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
      *    GIFT CERTIFICATES, KEYED BY CERTIFICATE NUMBER.
          SELECT OPTIONAL GIFTCERT-FILE
          ASSIGN TO GIFTCERT-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GC-CERT-NO
          FILE STATUS IS GIFTCERT-STATUS.
          SELECT OPTIONAL LOYMEM-FILE
          ASSIGN TO LOYMEM-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LM-MEMBER-NO
          FILE STATUS IS LOYMEM-STATUS.
          SELECT OPTIONAL LOYTXN-FILE
          ASSIGN TO LOYTXN-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO TENDERS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
          SELECT OPTIONAL PRICECHG-FILE
          ASSIGN TO "C:\Users\ADMIN\PRICECHG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
      *    KITCHEN TICKETS -- ONE ROW PER DEPARTMENT PER ORDER FOR
      *    THE KITCHBUMP SCREEN, AND ONE SPOOL PER STATION WHOSE
      *    NAME IS BUILT OFF THE DEPARTMENT CODE.
          SELECT OPTIONAL KTICKET-FILE
          ASSIGN TO KTICKET-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL KITCHEN-FILE
          ASSIGN TO KITCHEN-SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEPTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEPT-STATUS.
          SELECT OPTIONAL NOSALE-FILE
          ASSIGN TO NOSALE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ADVORDER-FILE
          ASSIGN TO ADVORDER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVORDER-STATUS.
          SELECT OPTIONAL ADVLINE-FILE
          ASSIGN TO ADVLINE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVLINE-STATUS.
          SELECT OPTIONAL ADVDEP-FILE
          ASSIGN TO ADVDEP-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL STOCKLOT-FILE
          ASSIGN TO STOCKLOT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLOT-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO STOCKLED-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
      *    STAFF MEALS -- THE CREW MEMBER IS LOOKED UP ON THE
      *    EMPLOYEE MASTER, THE BALANCE IS ONE ROW PER EMPLOYEE READ
      *    AND REWRITTEN BY KEY, AND THE PAY PERIOD THE CEILING RUNS
      *    IN COMES OFF PERIODS.DAT.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL MEALBAL-FILE
          ASSIGN TO MEALBAL-FILE-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MB-EMPID
          FILE STATUS IS MEALBAL-STATUS.
          SELECT OPTIONAL MEALLOG-FILE
          ASSIGN TO MEALLOG-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
      *    CASH PICKUPS -- EACH ONE LOGGED INTO THE SAFE AND ITS SLIP
      *    SPOOLED UNDER THE PICKUP SLIP NUMBER.
          SELECT OPTIONAL SAFELOG-FILE
          ASSIGN TO SAFELOG-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SAFELOG-STATUS.
          SELECT OPTIONAL PICKUP-SLIP-FILE
          ASSIGN TO PICKUP-SLIP-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES -- USED
      *    HERE FOR FAILED SIGN-ONS AND APPROVED CREDIT OVERRIDES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPATCH-REC.
           COPY "DISPATCH.CPY".
       FD  DELCUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DELCUST-REC.
           COPY "DELCUST.CPY".
       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMO-REC.
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFTCERT-REC.
           COPY "GIFTCERT.CPY".
      *    LOYALTY MEMBERS AND THEIR POINTS LEDGER -- EARNED AND
      *    REDEEMED HERE, REVERSED BY A VOID.
       FD  LOYMEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYMEM-REC.
           COPY "LOYMEM.CPY".
       FD  LOYTXN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYTXN-REC.
           COPY "LOYTXN.CPY".
      *    ONE LINE PER TENDER TAKEN AGAINST AN ORDER, AND ONE PER
      *    TENDER A VOID GIVES BACK.
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".
      *    SCHEDULED PRICE CHANGES FROM ITEMMAINT -- APPLIED TO THE
      *    CATALOG HERE BEFORE THE FIRST ORDER OF THEIR BUSINESS
      *    DATE, WITH THE HISTORY APPENDED.
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".
       FD  KTICKET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KTICKET-REC.
           COPY "KTICKET.CPY".
       FD  KITCHEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KITCHEN-LINE.
       01  KITCHEN-LINE PIC X(60).
      *    DEPARTMENT NAMES MAINTAINED THROUGH ITEMMAINT -- PRINTED
      *    AS THE STATION NAME ON EACH TICKET.
       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.
           COPY "DEPTS.CPY".
      *    EVERY NO-SALE DRAWER OPENING, FOR LOSSPREV.
       FD  NOSALE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOSALE-REC.
           COPY "NOSALE.CPY".
      *    ADVANCE ORDERS, THEIR LINES AND THE DEPOSIT LEDGER --
      *    TAKEN, CLAIMED AND CANCELLED HERE.
       FD  ADVORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVORDER-REC.
           COPY "ADVORDER.CPY".
       FD  ADVLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVLINE-REC.
           COPY "ADVLINE.CPY".
       FD  ADVDEP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVDEP-REC.
           COPY "ADVDEP.CPY".
       FD  STOCKLOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLOT-REC.
           COPY "STOCKLOT.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  MEALBAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALBAL-REC.
           COPY "MEALBAL.CPY".
       FD  MEALLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALLOG-REC.
           COPY "MEALLOG.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  SAFELOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SAFELOG-REC.
           COPY "SAFELOG.CPY".
       FD  PICKUP-SLIP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PICKUP-SLIP-LINE.
       01  PICKUP-SLIP-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01  SESSION-STATUS PIC XX.
       01  ONUM PIC 9(7).
      *    ACCOUNT CHARGE STICKS, PLUS THE SHIFT'S CHARGED TOTAL SO
      *    THE DRAWER EXPECTS CASH NET OF IT.
       01  CUST-STATUS PIC XX.
       01  CUST-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\CUSTMAST.DAT".
       01  CUSTTXN-FILE-NAME PIC X(45)
           88 ACCOUNT-TENDER VALUE 'A' 'a'.
           88 GIFTCERT-TENDER VALUE 'G' 'g'.
           88 CARD-TENDER VALUE 'K' 'k'.
           88 POINTS-TENDER VALUE 'P' 'p'.
           88 SPLIT-TENDER VALUE 'M'.
           88 STAFF-TENDER VALUE 'E' 'e'.
       01  ORDER-CUST-NO PIC X(5).
       01  CHARGED-CUST-NO PIC X(5).
       01  CHARGE-OK-SW PIC X.
           88 CHARGE-OK VALUE 'Y'.
       01  SHIFT-CHARGED PIC 9(6)V99 VALUE 0.
      *    STAFF-MEAL STATE -- THE SHOPCONF DISCOUNT AND CEILING
      *    (BUILT-IN 20% AND 1,500.00 A PERIOD), THE PAY PERIOD THE
      *    CEILING RUNS IN, THE EMPLOYEE CHARGED ON THE ORDER IN
      *    FLIGHT AND THE SHIFT'S STAFF-CHARGED TOTAL, WHICH LIKE AN
      *    ACCOUNT CHARGE PUTS NOTHING IN THE DRAWER.
       01  EM-STATUS PIC XX.
       01  EMP-FOUND-SW PIC X.
           88 EMP-FOUND VALUE 'Y'.
       01  MEALBAL-STATUS PIC XX.
       01  MEALBAL-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\MEALBAL.DAT".
       01  MEALLOG-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\MEALLOG.DAT".
       01  MB-FOUND-SW PIC X VALUE 'N'.
           88 MB-FOUND-ROW VALUE 'Y'.
       01  MB-OPEN-SW PIC X VALUE 'N'.
           88 MB-FILE-OPEN VALUE 'Y'.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  MEAL-OPEN-NO PIC 9(3).
       01  MEAL-CLOSED-NO PIC 9(3).
       01  MEAL-PERIOD-NO PIC 9(3) VALUE 1.
       01  STAFF-DISC-PCT PIC 99 VALUE 20.
       01  MEAL-CEILING PIC 9(5)V99 VALUE 1500.00.
       01  STAFF-EMPID PIC X(5).
       01  STAFF-CHARGED-EMPID PIC X(5).
       01  STAFF-OK-SW PIC X.
           88 STAFF-OK VALUE 'Y'.
       01  STAFF-GROSS PIC 9(4)V99.
       01  STAFF-DISC PIC 9(4)V99.
       01  MEAL-PERIOD-CHG PIC 9(5)V99.
       01  MEAL-ROOM PIC 9(5)V99.
       01  MEAL-STAMP-DATE PIC 9(8).
       01  MEAL-STAMP-TIME PIC 9(8).
       01  SHIFT-STAFF-CHARGED PIC 9(6)V99 VALUE 0.
      *    GIFT-CERTIFICATE STATE -- CASH TAKEN SELLING THEM (IN
      *    THE DRAWER BUT NOT IN SALES) AND SALES VALUE COVERED BY
      *    REDEEMING THEM (IN SALES BUT NOT IN THE DRAWER).
      *    CARD SALES RING AS SALES BUT PUT NOTHING IN THE DRAWER --
      *    THE TERMINAL'S BATCH SETTLES THEM (SEE CARDSETTLE).
       01  SHIFT-CARD PIC 9(6)V99 VALUE 0.
      *    SPLIT-TENDER STATE -- THE TENDERS TAKEN SO FAR AGAINST THE
      *    ORDER IN FLIGHT (OR GIVEN BACK BY THE VOID IN FLIGHT),
      *    WRITTEN TO TENDERS.DAT UNDER THE ONUM. THE LAST ROW IS
      *    KEPT FOR CASH SO A RUN OF PART PAYMENTS CAN ALWAYS
      *    SETTLE. THE DRAWER EXPECTS WHAT THE CASH LINES TOOK LESS
      *    WHAT THE VOIDS PAID BACK IN CASH.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  TENDERS-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\TENDERS.DAT".
       01  BALANCE-DUE PIC 9(4)V99.
       01  TEND-AMT PIC 9(4)V99.
       01  TEND-CHANGE PIC 9(4)V99.
       01  TEND-REF PIC X(12).
       01  CASH-TENDERED PIC 9(4)V99.
       01  TENDER-NAME PIC X(9).
       01  TN-CTR PIC 99 VALUE 0.
       01  TN-IX PIC 99.
       01  TN-TABLE.
           05  TN-ROW OCCURS 10 TIMES.
               10  TNR-TYPE PIC X(1).
               10  TNR-AMOUNT PIC 9(4)V99.
               10  TNR-TENDERED PIC 9(4)V99.
               10  TNR-CHANGE PIC 9(4)V99.
               10  TNR-REF PIC X(12).
       01  SHIFT-CASH-IN PIC 9(6)V99 VALUE 0.
       01  SHIFT-CASH-OUT PIC 9(6)V99 VALUE 0.
       01  GC-FOUND-SW PIC X VALUE 'N'.
           88 GC-FOUND-ROW VALUE 'Y'.
       01  GC-OPEN-SW PIC X VALUE 'N'.
           88 GC-FILE-OPEN VALUE 'Y'.
      *    HIGHEST CERTIFICATE NUMBER ON FILE -- FOUND ON THE FIRST
      *    SALE OF THE SHIFT AND COUNTED UP FROM AFTER THAT.
       01  GC-MAX-NO PIC 9(6) VALUE 0.
       01  GC-MAX-SW PIC X VALUE 'N'.
           88 GC-MAX-KNOWN VALUE 'Y'.
       01  GC-RETRY-SW PIC X.
           88 GC-RETRY VALUE 'Y'.
       01  GC-WRITE-STATUS PIC XX.
       01  ASK-CERT-NO PIC 9(6).
      *    LOYALTY STATE -- THE MEMBER ATTACHED TO THE ORDER IN
      *    FLIGHT, THE POINTS IT REDEEMS AND EARNS, AND THE SHIFT'S
      *    POINTS-COVERED SALES (IN SALES BUT NOT IN THE DRAWER).
       01  LOYMEM-STATUS PIC XX.
       01  LOYMEM-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\LOYMEM.DAT".
       01  LOYTXN-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\LOYTXN.DAT".
       01  LOY-EARN-RATE PIC 9V9(4) VALUE 0.
       01  LOY-PT-VALUE PIC 9V99 VALUE 1.00.
       01  ORDER-MEMBER-NO PIC 9(6) VALUE 0.
       01  PTS-TAKE PIC 9(7) VALUE 0.
       01  PTS-TAKE-AMT PIC 9(4)V99 VALUE 0.
       01  PTS-EARNED PIC 9(7) VALUE 0.
       01  EARN-BASE PIC S9(5)V99.
       01  SHIFT-PTS-REDEEMED PIC 9(6)V99 VALUE 0.
      *    LOYMEM.DAT IS KEYED BY MEMBER NUMBER -- ONLY THE ONE
      *    MEMBER IS READ AND REWRITTEN. THE BALANCE SEEN AT ATTACH
      *    IS KEPT FOR THE REDEMPTION, THE FILE BEING CLOSED BETWEEN.
       01  LM-FOUND-SW PIC X VALUE 'N'.
           88 LM-FOUND-ROW VALUE 'Y'.
       01  LM-OPEN-SW PIC X VALUE 'N'.
           88 LM-FILE-OPEN VALUE 'Y'.
       01  ORDER-MEMBER-PTS PIC 9(7) VALUE 0.
      *    SENIOR CITIZEN / PWD STATE FOR THE ORDER IN FLIGHT --
      *    THE LAW FIXES THE DISCOUNT AT 20% OF THE VAT-EXCLUSIVE
      *    PRICE OF WHAT THE CARDHOLDER CONSUMES.
       01  SCPWD-TYPE PIC X VALUE SPACE.
           88 SCPWD-SENIOR VALUE 'S'.
           88 SCPWD-PWD VALUE 'P'.
           88 SCPWD-NONE VALUE 'N' SPACE.
       01  SCPWD-ID PIC X(15).
       01  SCPWD-NAME PIC X(25).
       01  SCPWD-RATE PIC V99 VALUE .20.
       01  SCPWD-GROSS PIC 9(5)V99 VALUE 0.
       01  SCPWD-EXEMPT PIC 9(5)V99 VALUE 0.
       01  SCPWD-DISC PIC 9(5)V99 VALUE 0.
       01  SCPWD-LINE-ANS PIC X.
       01  SCPWD-LINE-AMT PIC 9(6)V99.
       01  VATABLE-AMT PIC S9(5)V99.
      *    VAT-CLASS SPLIT OF THE ORDER IN FLIGHT -- THE EXEMPT AND
      *    ZERO-RATED LINES' VALUE, THE VALUE OF EVERY LINE OUTSIDE
      *    THE SC/PWD SHARE PLUS THE FEE AND SERVICE CHARGE, AND
      *    WHAT THE TWO CLASSES COME TO ONCE ANY DISCOUNT OFF THE
      *    BILL IS SHARED OUT.
       01  CLASS-E-GROSS PIC 9(6)V99.
       01  CLASS-Z-GROSS PIC 9(6)V99.
       01  SPLIT-GROSS PIC 9(6)V99.
       01  SPLIT-LINE-AMT PIC 9(6)V99.
       01  ITEM-EXEMPT-AMT PIC 9(5)V99.
       01  ZERO-RATED-AMT PIC 9(5)V99.
       01  RCPT-EXEMPT PIC 9(5)V99.
      *    WHAT THE SALE BEING VOIDED EARNED AND REDEEMED.
       01  VOID-MEMBER-NO PIC 9(6).
       01  VOID-PTS-EARNED PIC 9(5).
       01  VOID-PTS-REDEEMED PIC 9(5).
       01  VOID-PTS-AMT PIC 9(4)V99.
       01  VOID-TENDER-TYPE PIC X.
       01  VOID-TENDER-CTR PIC 99.
      *    AN SC/PWD SALE IS REVERSED WITH ITS OWN VAT SPLIT AND
      *    EXEMPTION, NOT A FRESH BACK-OUT OF THE WHOLE TOTAL.
       01  VOID-VATBASE PIC 9(4)V99.
       01  VOID-VAT PIC 9(4)V99.
       01  VOID-SCPWD-TYPE PIC X.
       01  VOID-SCPWD-ID PIC X(15).
       01  VOID-SCPWD-NAME PIC X(25).
       01  VOID-SCPWD-GROSS PIC 9(5)V99.
       01  VOID-VAT-EXEMPT PIC 9(5)V99.
       01  VOID-SCPWD-DISC PIC 9(5)V99.
       01  VOID-ITEM-EXEMPT PIC 9(5)V99.
       01  VOID-ZERO-RATED PIC 9(5)V99.
       01  GC-FACE-AMT PIC 9(4)V99.
      *    IN-MEMORY COPY OF COMBODEF.DAT -- LOOKED UP PER SOLD
      *    LINE AT DRAW-DOWN TIME.
           88 COMBO-HIT VALUE 'Y'.
       01  DRAW-CODE PIC X(5).
       01  DRAW-QTY PIC 9(5).
      *    IN-MEMORY COPY OF STOCKLOT.DAT -- A PERISHABLE ITEM'S
      *    LOTS ARE DRAWN FIRST-EXPIRING-FIRST AND THE FILE GOES
      *    BACK WITHOUT THE LOTS THAT REACHED ZERO.
       01  STOCKLOT-STATUS PIC XX.
       01  STOCKLOT-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\STOCKLOT.DAT".
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
      *    ONE STOCK-LEDGER MOVEMENT, STAGED HERE UNTIL THE LEDGER
      *    IS OPEN TO TAKE IT -- LEDGER-OUT IS WHAT REALLY LEFT THE
      *    SHELF, SO A DRAW FLOORED AT ZERO TAKES ONLY THE BOOK.
       01  STOCKLED-STATUS PIC XX.
       01  STOCKLED-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\STOCKLED.DAT".
       01  LEDGER-TYPE PIC X(1).
       01  LEDGER-REF PIC X(10).
       01  LEDGER-IN PIC 9(5).
       01  LEDGER-OUT PIC 9(5).
       01  LEDGER-DATE PIC 9(8).
       01  LEDGER-TIME PIC 9(8).
      *    SCHEDULED-PRICE-CHANGE APPLY STATE -- THE WHOLE PENDING
      *    FILE RIDES THROUGH MEMORY AND GOES BACK FLAGGED.
       01  PRICECHG-STATUS PIC XX.
       01  GC-TAKE PIC 9(4)V99 VALUE 0.
       01  CASH-DUE PIC 9(4)V99.
       01  GC-TENDERED PIC 9(4)V99.
       01  CU-FOUND-SW PIC X VALUE 'N'.
           88 CU-FOUND-ROW VALUE 'Y'.
       01  CU-OPEN-SW PIC X VALUE 'N'.
           88 CU-FILE-OPEN VALUE 'Y'.
      *    CREDIT CHECK ON AN ON-ACCOUNT CHARGE.
       01  CREDIT-AFTER PIC 9(8)V99.
       01  CREDIT-BLOCK-SW PIC X.
           88 CREDIT-BLOCKED VALUE 'Y'.
       01  CREDIT-APPROVER PIC X(10).
       01  CREDIT-ANS PIC X.
       01  ORSERIES-STATUS PIC XX.
       01  CUR-ORNUM PIC 9(7) VALUE 0.
       01  RECEIPT-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\DISPATCH.DAT".
       01  DELIV-ADDRESS PIC X(30).
       01  DELIV-CONTACT PIC X(11).
       01  DELCUST-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\DELCUST.DAT".
       01  DELCUST-STATUS PIC XX.
       01  DELCUST-FILE-SW PIC X VALUE 'N'.
           88 DELCUST-FILE-AVAILABLE VALUE 'Y'.
       01  DELCUST-FOUND-SW PIC X.
           88 DELCUST-FOUND VALUE 'Y'.
       01  DELCUST-ANS PIC X.
       01  DELCUST-CHANGE-SW PIC X.
           88 DELCUST-CHANGED VALUE 'Y'.
       01  DELCUST-ENTRY PIC X(30).
      *    THE DELIVERY ZONE AND ITS FEE FOR THE ORDER IN FLIGHT,
      *    PLUS THE ZONE TABLE LOADED AT SIGN-ON.
       01  DELIV-ZONE PIC X(2).
           88 RESUME-ORDER VALUE 'Y' 'y'.
       01  CK-IX PIC 99.
       01  PROMO-STATUS PIC XX.
       01  REDEEM-ONUM PIC 9(7).
       01  PRIZE-OFF PIC 9(4)V99.
       01  PW-FOUND-SW PIC X VALUE 'N'.
           88 PW-FOUND-ROW VALUE 'Y'.
       01  PW-OPEN-SW PIC X VALUE 'N'.
           88 PW-FILE-OPEN VALUE 'Y'.
      *    THE ORDER IN PROGRESS, ONE ROW PER LINE ITEM -- WRITTEN
      *    OUT WITH THE ORDER'S ONUM WHEN THE ORDER IS RECORDED.
       01  ICODE PIC X(5).
               10  LNR-OVERRIDE PIC X(1).
               10  LNR-ORIG-PRICE PIC 9(4)V99.
               10  LNR-SUPERVISOR PIC X(10).
      *    THE ITEM'S VAT CLASS, LOOKED UP WHEN THE ORDER IS
      *    RECORDED, AND WHETHER THE LINE WAS THE SC/PWD
      *    CARDHOLDER'S (ALREADY IN THE SC/PWD EXEMPT SALE).
               10  LNR-VAT-CLASS PIC X(1).
               10  LNR-SCPWD-SW PIC X(1).
      *    PRICE-OVERRIDE STATE FOR THE LINE BEING KEYED.
       01  OVR-ANS PIC X.
       01  OVR-PRICE PIC 9(4)V99.
       01  OVR-SUPERVISOR PIC X(10).
       01  LINE-OVERRIDE-SW PIC X.
           88 LINE-OVERRIDDEN VALUE 'Y'.
      *    KITCHEN-TICKET STATE -- THE ORDER'S ITEMS WITH COMBOS
      *    EXPLODED TO THEIR COMPONENTS, EACH TAGGED WITH THE
      *    DEPARTMENT THAT MAKES IT, AND THE DEPARTMENTS THAT GET A
      *    TICKET. A VOID RE-READS THE ORIGINAL'S ORDLINES.
       01  KTICKET-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\KTICKETS.DAT".
       01  KITCHEN-PREFIX PIC X(30)
           VALUE "C:\Users\ADMIN\KITCHEN_".
       01  KITCHEN-SPOOL-NAME PIC X(45).
       01  TICKET-LINE PIC X(60).
       01  KITCHEN-ONUM PIC 9(7).
       01  KITCHEN-TXN PIC X.
       01  KITCHEN-ORIG-ONUM PIC 9(7).
       01  KITCHEN-ROUTE PIC X.
       01  KITCHEN-ITEM PIC X(5).
       01  KITCHEN-QTY PIC 9(5).
       01  KITCHEN-COMBO PIC X(5).
       01  KITCHEN-DATE PIC 9(8).
       01  KITCHEN-TIME PIC 9(8).
       01  KITCHEN-UNITS PIC 9(3).
       01  KITCHEN-QTY-DP PIC ZZZZ9.
       01  ROUTE-NAME PIC X(8).
       01  STATION-CODE PIC X(3).
       01  STATION-NAME PIC X(20).
       01  VOID-ROUTE PIC X.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  KL-CTR PIC 99 VALUE 0.
       01  KL-IX PIC 99.
       01  KL-TABLE.
           05  KL-ROW OCCURS 90 TIMES.
               10  KLR-DEPT PIC X(2).
               10  KLR-ITEM-CODE PIC X(5).
               10  KLR-QTY PIC 9(5).
               10  KLR-COMBO PIC X(5).
       01  KD-CTR PIC 99 VALUE 0.
       01  KD-IX PIC 99.
       01  KD-FOUND-SW PIC X.
           88 KD-FOUND-ROW VALUE 'Y'.
       01  KD-TABLE.
           05  KD-ROW OCCURS 20 TIMES.
               10  KDR-DEPT PIC X(2).
       01  DEPT-STATUS PIC XX.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  DT-ROW-CTR PIC 99 VALUE 0.
       01  DT-IX PIC 99.
       01  DT-TABLE.
           05  DT-ROW OCCURS 20 TIMES.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
      *    NO-SALE DRAWER OPENINGS THIS SHIFT.
       01  NOSALE-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\NOSALE.DAT".
       01  SHIFT-NOSALE-CTR PIC 9(4) VALUE 0.
      *    CASH PICKUPS -- THE SHOPCONF LIMIT (BUILT-IN 10,000.00)
      *    PAST WHICH THE DRAWER CALLS FOR ONE, THE PICKUP BEING
      *    TAKEN AND THE SHIFT'S PICKUPS, CASH THAT LEFT THE DRAWER
      *    FOR THE SAFE AND IS NO LONGER EXPECTED AT THE CLOSE.
       01  SAFELOG-STATUS PIC XX.
       01  SAFELOG-EOF PIC X VALUE 'N'.
           88 SAFELOG-END VALUE 'Y'.
       01  SAFELOG-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\SAFELOG.DAT".
       01  PICKUP-PREFIX PIC X(30)
           VALUE "C:\Users\ADMIN\PICKUP_".
       01  PICKUP-SLIP-NAME PIC X(45).
       01  PICKUP-PRT PIC X(60).
       01  PICKUP-LIMIT PIC 9(6)V99 VALUE 10000.00.
       01  PICKUP-AMT PIC 9(6)V99.
       01  PICKUP-SLIP-NO PIC 9(6).
       01  PICKUP-ANS PIC X.
       01  PICKUPDP PIC $ZZZ,ZZ9.99.
       01  SHIFT-PICKUP-CTR PIC 9(4) VALUE 0.
       01  SHIFT-PICKUPS PIC 9(6)V99 VALUE 0.
      *    ADVANCE-ORDER STATE -- THE ORDER FILE IN MEMORY, THE ORDER
      *    BEING TAKEN, CLAIMED OR CANCELLED, AND THE SHIFT'S
      *    DEPOSITS: TAKEN AND REFUNDED ARE CASH IN AND OUT OF THE
      *    DRAWER BUT NOT SALES, APPLIED IS SALES BUT NOT CASH.
       01  ADVORDER-STATUS PIC XX.
       01  ADVORDER-EOF PIC X VALUE 'N'.
           88 ADVORDER-END VALUE 'Y'.
       01  ADVLINE-STATUS PIC XX.
       01  ADVLINE-EOF PIC X VALUE 'N'.
           88 ADVLINE-END VALUE 'Y'.
       01  ADVORDER-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\ADVORDER.DAT".
       01  ADVLINE-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\ADVLINE.DAT".
       01  ADVDEP-FILE-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\ADVDEP.DAT".
       01  AV-ROW-CTR PIC 9(4) VALUE 0.
       01  AV-FOUND-SW PIC X VALUE 'N'.
           88 AV-FOUND-ROW VALUE 'Y'.
       01  AV-IX PIC 9(4).
       01  AV-MAX-NO PIC 9(6) VALUE 0.
       01  AV-TABLE.
           05  AV-ROW OCCURS 300 TIMES.
               10  AVR-ADV-NO PIC 9(6).
               10  AVR-STATUS PIC X(1).
               10  AVR-CUST-NAME PIC X(25).
               10  AVR-CONTACT PIC X(11).
               10  AVR-DUE-DATE PIC 9(8).
               10  AVR-DUE-TIME PIC 9(4).
               10  AVR-ROUTE PIC X(1).
               10  AVR-TOTAL PIC 9(4)V99.
               10  AVR-DEPOSIT PIC 9(4)V99.
               10  AVR-TAKEN-DATE PIC 9(8).
               10  AVR-CASHIER PIC X(5).
               10  AVR-CLAIM-ONUM PIC 9(7).
               10  AVR-CLOSED-DATE PIC 9(8).
               10  AVR-APPROVER PIC X(10).
       01  ASK-ADV-NO PIC 9(6).
       01  ADV-NAME PIC X(25).
       01  ADV-CONTACT PIC X(11).
       01  ADV-DUE-DATE PIC 9(8).
       01  ADV-DUE-DATE-R REDEFINES ADV-DUE-DATE.
           05  ADV-DUE-YYYY PIC 9(4).
           05  ADV-DUE-MM PIC 9(2).
           05  ADV-DUE-DD PIC 9(2).
       01  ADV-DUE-TIME PIC 9(4).
       01  ADV-DUE-TIME-R REDEFINES ADV-DUE-TIME.
           05  ADV-DUE-HH PIC 9(2).
           05  ADV-DUE-MI PIC 9(2).
       01  ADV-ROUTE PIC X.
           88 ADV-ROUTE-OK VALUE 'C' 'D'.
       01  ADV-DEP-AMT PIC 9(4)V99.
       01  ADV-BALANCE PIC 9(4)V99.
       01  ADV-LINE-SW PIC X.
           88 ADV-LINE-OK VALUE 'Y'.
       01  ADV-TENDERED PIC 9(4)V99.
       01  ADV-CANCEL-ANS PIC X.
           88 ADV-REFUND VALUE 'R' 'r'.
           88 ADV-FORFEIT VALUE 'F' 'f'.
       01  ADV-ACTION PIC X.
       01  ADV-ACTION-AMT PIC 9(4)V99.
       01  ADV-APPROVER PIC X(10).
       01  ADV-CLAIM-SW PIC X VALUE 'N'.
           88 ADV-CLAIM-OK VALUE 'Y'.
      *    ON A CLAIM, THE ADVANCE ORDER BEING CLAIMED AND THE
      *    DEPOSIT STILL TO APPLY -- ZERO ON EVERY OTHER ORDER. A
      *    DISCOUNT THAT BRINGS THE TOTAL UNDER THE DEPOSIT LEAVES
      *    AN EXCESS PAID BACK IN CASH.
       01  ADV-APPLY-NO PIC 9(6) VALUE 0.
       01  ADV-DEPOSIT-DUE PIC 9(4)V99 VALUE 0.
       01  ADV-EXCESS PIC 9(4)V99 VALUE 0.
       01  SHIFT-DEP-TAKEN PIC 9(6)V99 VALUE 0.
       01  SHIFT-DEP-REFUND PIC 9(6)V99 VALUE 0.
       01  SHIFT-DEP-APPLIED PIC 9(6)V99 VALUE 0.
      *    TWO-DIGIT COUNTER/LOCATION CODE, PREFIXED ONTO EVERY ONUM
      *    THIS RUN ASSIGNS SO ORDER NUMBERS FROM DIFFERENT LOCATIONS
      *    NEVER COLLIDE ONCE THEY LAND IN ONE SHARED ORDERS FILE.
                   TO RECEIPT-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINDSP.DAT"
                   TO DISPATCH-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINDCU.DAT"
                   TO DELCUST-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINITM.DAT"
                   TO ITEM-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINPAL.DAT"
                   TO CUSTTXN-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINGC.DAT"
                   TO GIFTCERT-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINLOY.DAT"
                   TO LOYMEM-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINLTX.DAT"
                   TO LOYTXN-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINTND.DAT"
                   TO TENDERS-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINKTK.DAT"
                   TO KTICKET-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINKIT_"
                   TO KITCHEN-PREFIX
               MOVE "C:\Users\ADMIN\TRAINNSL.DAT"
                   TO NOSALE-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINADV.DAT"
                   TO ADVORDER-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINADL.DAT"
                   TO ADVLINE-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINADD.DAT"
                   TO ADVDEP-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINLOT.DAT"
                   TO STOCKLOT-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINLED.DAT"
                   TO STOCKLED-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINMB.DAT"
                   TO MEALBAL-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINML.DAT"
                   TO MEALLOG-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINSAF.DAT"
                   TO SAFELOG-FILE-NAME
               MOVE "C:\Users\ADMIN\TRAINPKP_"
                   TO PICKUP-PREFIX
               DISPLAY "*** TRAINING MODE - EVERY WRITE GOES TO THE"
                   " TRAIN- PRACTICE FILES ***"
           END-IF
      *    THE BRANCH COMES FROM SHOPCONF.DAT WHEN CONFIGURED --
      *    ONLY AN UNCONFIGURED MACHINE STILL PROMPTS FOR IT.
           PERFORM LOAD-SHOP-CONF
           PERFORM LOAD-MEAL-PERIOD
           IF CONF-BRANCH > 0
               MOVE CONF-BRANCH TO BRANCH-CODE
               DISPLAY "BRANCH CODE (FROM SHOPCONF): " BRANCH-CODE
                   PERFORM APPLY-PRICE-CHANGES
                   PERFORM LOAD-COMBODEF-TABLE
               END-IF
               OPEN I-O DELCUST-FILE
               IF DELCUST-STATUS = "00" OR DELCUST-STATUS = "05"
                   MOVE 'Y' TO DELCUST-FILE-SW
               END-IF
               OPEN EXTEND ORDLINE-FILE
               PERFORM LOAD-DEPT-TABLE
      *    THE CHECKPOINT SLOT IS THE SIGNED-ON CASHIER'S OWN -- AN
      *    ORDER A POWER BLIP KILLED MID-ENTRY IS OFFERED BACK
      *    BEFORE ANYTHING NEW RINGS.
               END-IF
               PERFORM UNTIL NO-MORE-ORDERS
                   DISPLAY "[O] NEW ORDER  [V] VOID/REFUND  "
                       "[G] ISSUE GIFT CERT  [N] NO SALE"
                   DISPLAY "[A] ADVANCE ORDER  [U] PICK UP ADVANCE  "
                       "[X] CANCEL ADVANCE"
                   DISPLAY "[P] CASH PICKUP TO THE SAFE: "
                   ACCEPT TXN-CHOICE
                   IF VOID-CHOICE
                       PERFORM VOID-ONE-ORDER
                   ELSE
                   IF TXN-CHOICE = 'G' OR TXN-CHOICE = 'g'
                       PERFORM ISSUE-GIFT-CERT
                   ELSE
                   IF TXN-CHOICE = 'N' OR TXN-CHOICE = 'n'
                       PERFORM OPEN-NO-SALE
                   ELSE
                   IF TXN-CHOICE = 'A' OR TXN-CHOICE = 'a'
                       PERFORM TAKE-ADVANCE-ORDER
                   ELSE
                   IF TXN-CHOICE = 'U' OR TXN-CHOICE = 'u'
                       PERFORM PICKUP-ADVANCE-ORDER
                       IF ADV-CLAIM-OK
                           PERFORM TENDER-PARA
                           PERFORM RECORD-ORDER
                           PERFORM CLAIM-ADVANCE-ORDER
                       END-IF
                   ELSE
                   IF TXN-CHOICE = 'X' OR TXN-CHOICE = 'x'
                       PERFORM CANCEL-ADVANCE-ORDER
                   ELSE
                   IF TXN-CHOICE = 'P' OR TXN-CHOICE = 'p'
                       PERFORM TAKE-CASH-PICKUP
                   ELSE
                       PERFORM A-PARA
                       PERFORM B-PARA
                       PERFORM RECORD-ORDER
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   PERFORM CHECK-PICKUP-LIMIT
                   DISPLAY "ANOTHER ORDER? (Y/N): "
                   ACCEPT MORE-ORDERS
               END-PERFORM
               IF ITEM-FILE-AVAILABLE
                   CLOSE ITEM-FILE
               END-IF
               IF DELCUST-FILE-AVAILABLE
                   CLOSE DELCUST-FILE
               END-IF
           END-IF.
           GOBACK.

            MOVE SPACES TO DELIV-ZONE
            MOVE 0 TO DELIV-FEE
            IF DELIVERY-ORDER
                DISPLAY "CONTACT NUMBER: "
                ACCEPT DELIV-CONTACT
                PERFORM TAKE-DELIVERY-ADDRESS
            END-IF
            DISPLAY "MODE - [I] ITEM ENTRY  [Q] QUICK TOTAL: "
            ACCEPT TRANS-MODE
            IF NOT QUICK-MODE
                DISPLAY "ENTER NUMBER OF ITEMS: "
                ACCEPT INUM
            END-IF.

       TAKE-DELIVERY-ADDRESS.
      *    THE ADDRESS BOOK FILLS IN WHAT IT KNOWS OF THE CONTACT
      *    NUMBER -- SHARED BY A NEW DELIVERY AND THE CLAIM OF A
      *    DELIVERED ADVANCE ORDER.
            PERFORM LOOKUP-DELIVERY-CUSTOMER
      *    THE ZONE SETS THE DELIVERY FEE -- AN UNKNOWN ZONE IS
      *    RE-ASKED, BECAUSE A ZONE NOBODY PRICED IS THE INFORMAL
      *    CHARGE ALL OVER AGAIN. WITH NO TABLE ON FILE THERE IS
      *    SIMPLY NO FEE, THE OLD BEHAVIOR.
            IF DZ-ROW-CTR > 0
                IF DELIV-ZONE = SPACES
                    DISPLAY "DELIVERY ZONE: "
                    ACCEPT DELIV-ZONE
                END-IF
                PERFORM FIND-DELZONE-ROW
                PERFORM UNTIL DZ-FOUND-ROW
                    DISPLAY "UNKNOWN ZONE - RE-ENTER: "
                    ACCEPT DELIV-ZONE
                    PERFORM FIND-DELZONE-ROW
                END-PERFORM
                MOVE DZR-FEE (DZ-IX) TO DELIV-FEE
            END-IF
            PERFORM SAVE-DELIVERY-CUSTOMER.

       B-PARA.
            IF QUICK-MODE
      *    QUICK MODE TAKES ONE PRE-TOTALED AMOUNT, THE SAME AS THE
      *    OLD ORDER1/TENDERISLESSTHAN SCRIPTS, BUT STILL RUNS
      *    THROUGH THE SAME TENDER FLOW.
                DISPLAY "TOTAL AMOUNT: "
                ACCEPT ATOT
            ELSE

       TENDER-PARA.
            PERFORM PROMO-REDEEM.
            PERFORM SCPWD-DISCOUNT.
      *    THE SERVICE CHARGE GOES ONTO A DINE-IN TOTAL BEFORE THE
      *    CUSTOMER TENDERS -- DELIVERY ORDERS CARRY NONE, AND A
      *    CLAIMED ADVANCE ORDER IS TAKEN AWAY AT ITS QUOTED PRICE.
      *    THE ZONE FEE GOES ON BEFORE THE CUSTOMER TENDERS -- IT
      *    RIDES INSIDE ATOT SO THE VAT BACK-OUT TREATS IT LIKE THE
      *    REST OF THE VAT-INCLUSIVE TOTAL.
                    DELIV-FEE "  TOTAL WITH DELIVERY: " ATOT
            END-IF.
            MOVE 0 TO SVC-AMT.
            IF COUNTER-ORDER AND SVC-RATE > 0 AND ADV-APPLY-NO = 0
                COMPUTE SVC-AMT ROUNDED = ATOT * SVC-RATE
                ADD SVC-AMT TO ATOT
                DISPLAY "SERVICE CHARGE: " SVC-AMT
                    "  TOTAL WITH SERVICE: " ATOT
            END-IF.
      *    THE CUSTOMER MAY SPLIT THE BILL -- TENDERS ARE TAKEN ONE
      *    AT A TIME AGAINST THE BALANCE DUE UNTIL NOTHING IS LEFT,
      *    EACH KEPT AS A LINE FOR TENDERS.DAT. A TENDER THAT DOESN'T
      *    STICK (UNKNOWN OR CLOSED ACCOUNT, SPENT CERTIFICATE, NO
      *    CARD APPROVAL) JUST LEAVES THE BALANCE WHERE IT WAS,
      *    BECAUSE THE ORDER STILL GETS PAID FOR. OTEND CARRIES THE
      *    CASH HANDED OVER PLUS ANY CARD CHARGE, AND CHA THE CHANGE
      *    OFF THE CASH LINE.
            MOVE SPACES TO ORDER-CUST-NO.
            MOVE SPACES TO CHARGED-CUST-NO.
            MOVE SPACES TO STAFF-CHARGED-EMPID.
            MOVE 0 TO GC-TAKE.
            MOVE 0 TO TN-CTR.
            MOVE 0 TO OTEND.
            MOVE 0 TO CHA.
            PERFORM ATTACH-LOYALTY-MEMBER.
            MOVE ATOT TO BALANCE-DUE.
      *    A CLAIMED ADVANCE ORDER'S DEPOSIT GOES ON FIRST, AS ITS
      *    OWN TENDER LINE -- THE CUSTOMER TENDERS ONLY THE BALANCE.
            IF ADV-DEPOSIT-DUE > 0
                PERFORM APPLY-ADVANCE-DEPOSIT
            END-IF.
            PERFORM TAKE-ONE-TENDER UNTIL BALANCE-DUE = 0.
            EVALUATE TN-CTR
                WHEN 0
                    MOVE 'C' TO TENDER-TYPE
                WHEN 1
                    MOVE TNR-TYPE (1) TO TENDER-TYPE
                WHEN OTHER
                    MOVE 'M' TO TENDER-TYPE
            END-EVALUATE.
            IF CHA > 0
                DISPLAY "CHANGE: " CHA
                PERFORM DENOM-BREAKDOWN
            END-IF.

       TAKE-ONE-TENDER.
            DISPLAY "BALANCE DUE: " BALANCE-DUE.
            IF TN-CTR > 8
                DISPLAY "TENDER LIMIT REACHED - BALANCE IN CASH."
                MOVE 'C' TO TENDER-TYPE
            ELSE
                DISPLAY "TENDER - [C]ASH [A]CCOUNT [G]IFT CERT "
                    "[K] CARD [P]OINTS [E]MPLOYEE: "
                ACCEPT TENDER-TYPE
            END-IF.
            MOVE 0 TO TEND-AMT.
            MOVE 0 TO CASH-TENDERED.
            MOVE 0 TO TEND-CHANGE.
            MOVE SPACES TO TEND-REF.
            EVALUATE TRUE
                WHEN ACCOUNT-TENDER
                    PERFORM ASK-TENDER-AMOUNT
                    PERFORM CHARGE-TO-ACCOUNT
                    IF CHARGE-OK
                        MOVE 'A' TO TENDER-TYPE
                        MOVE ORDER-CUST-NO TO TEND-REF
                        MOVE ORDER-CUST-NO TO CHARGED-CUST-NO
                    ELSE
                        MOVE 0 TO TEND-AMT
                    END-IF
                WHEN GIFTCERT-TENDER
                    PERFORM REDEEM-GIFT-CERT
                    MOVE GC-TAKE TO TEND-AMT
                    MOVE 'G' TO TENDER-TYPE
                    MOVE ASK-CERT-NO TO TEND-REF
                WHEN CARD-TENDER
      *    THE TERMINAL CHARGES WHAT IS KEYED HERE -- NO CASH MOVES,
      *    AND THE APPROVAL CODE IS WHAT CARDSETTLE'S ACQUIRER CALL
      *    WILL ASK FOR.
                    PERFORM ASK-TENDER-AMOUNT
                    DISPLAY "CARD APPROVAL CODE: "
                    ACCEPT TEND-REF
                    IF TEND-REF = SPACES
                        DISPLAY "NO APPROVAL CODE - CARD NOT TAKEN."
                        MOVE 0 TO TEND-AMT
                    ELSE
                        MOVE 'K' TO TENDER-TYPE
                        DISPLAY "CARD CHARGED " TEND-AMT
                            " - SETTLE THE TERMINAL BATCH AT CLOSE."
                    END-IF
                WHEN POINTS-TENDER
                    IF PTS-TAKE > 0
                        DISPLAY "POINTS ALREADY REDEEMED ON THIS "
                            "ORDER."
                    ELSE
                        PERFORM REDEEM-LOYALTY-POINTS
                        MOVE PTS-TAKE-AMT TO TEND-AMT
                        MOVE 'P' TO TENDER-TYPE
                        MOVE ORDER-MEMBER-NO TO TEND-REF
                    END-IF
      *    ONE EMPLOYEE'S MEAL PER ORDER -- THE DISCOUNT COMES OFF
      *    ATOT AND THE BALANCE DUE, AND THE LINE CARRIES WHAT WAS
      *    CHARGED AGAINST THE EMPID.
                WHEN STAFF-TENDER
                    IF STAFF-CHARGED-EMPID NOT = SPACES
                        DISPLAY "STAFF MEAL ALREADY CHARGED ON THIS "
                            "ORDER."
                    ELSE
                        PERFORM ASK-TENDER-AMOUNT
                        PERFORM CHARGE-TO-EMPLOYEE
                        IF STAFF-OK
                            MOVE 'E' TO TENDER-TYPE
                            MOVE STAFF-EMPID TO TEND-REF
                            MOVE STAFF-EMPID TO STAFF-CHARGED-EMPID
                        ELSE
                            MOVE 0 TO TEND-AMT
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 'C' TO TENDER-TYPE
                    PERFORM D-PARA
      *    THE FORCED CASH LINE IS THE LAST THE TENDER TABLE HOLDS,
      *    SO IT HAS TO CLEAR THE BALANCE -- NO PART PAYMENT.
                    PERFORM UNTIL TN-CTR NOT > 8
                            OR CASH-TENDERED NOT < BALANCE-DUE
                        DISPLAY "LAST TENDER - CASH MUST COVER "
                            BALANCE-DUE
                        PERFORM D-PARA
                    END-PERFORM
            END-EVALUATE.
            IF TEND-AMT > 0
                IF TN-CTR < 10
                    ADD 1 TO TN-CTR
                    MOVE TENDER-TYPE TO TNR-TYPE (TN-CTR)
                    MOVE TEND-AMT TO TNR-AMOUNT (TN-CTR)
                    MOVE CASH-TENDERED TO TNR-TENDERED (TN-CTR)
                    MOVE TEND-CHANGE TO TNR-CHANGE (TN-CTR)
                    MOVE TEND-REF TO TNR-REF (TN-CTR)
                    SUBTRACT TEND-AMT FROM BALANCE-DUE
                    IF TENDER-TYPE = 'C'
                        ADD CASH-TENDERED TO OTEND
                        MOVE TEND-CHANGE TO CHA
                    END-IF
                    IF TENDER-TYPE = 'K'
                        ADD TEND-AMT TO OTEND
                    END-IF
                ELSE
                    DISPLAY "TENDER TABLE FULL - TENDER NOT TAKEN."
                END-IF
            END-IF.

       ASK-TENDER-AMOUNT.
      *    ZERO TAKES THE WHOLE BALANCE -- NOTHING BUT CASH MAY GO
      *    OVER IT, SINCE ONLY CASH CAN BE HANDED BACK AS CHANGE.
            DISPLAY "AMOUNT (0 = WHOLE BALANCE OF " BALANCE-DUE "): ".
            ACCEPT TEND-AMT.
            IF TEND-AMT > BALANCE-DUE
                DISPLAY "ONLY CASH CAN EXCEED THE BALANCE - TAKING "
                    BALANCE-DUE
            END-IF.
            IF TEND-AMT = 0 OR TEND-AMT > BALANCE-DUE
                MOVE BALANCE-DUE TO TEND-AMT
            END-IF.

       C-PARA.
            DISPLAY "ITEMS ENTERED: " CTR " RUNNING SUBTOTAL: " ATOT.

       D-PARA.
      *    CASH AGAINST THE BALANCE DUE. LESS THAN THE BALANCE IS A
      *    PART PAYMENT AND THE REST IS TAKEN AS ANOTHER TENDER;
      *    ONLY AN OVER-TENDER GIVES CHANGE, SO THE SUBTRACT NEVER
      *    PRODUCES A TRUNCATED/MISLEADING UNSIGNED CHA.
            DISPLAY "CASH TENDERED: "
            ACCEPT CASH-TENDERED
            IF CASH-TENDERED < BALANCE-DUE
                MOVE CASH-TENDERED TO TEND-AMT
                MOVE 0 TO TEND-CHANGE
                IF CASH-TENDERED > 0
                    SUBTRACT CASH-TENDERED FROM BALANCE-DUE
                        GIVING INSUF
                    DISPLAY "PART PAYMENT - STILL SHORT BY " INSUF
                END-IF
            ELSE
                MOVE BALANCE-DUE TO TEND-AMT
                SUBTRACT BALANCE-DUE FROM CASH-TENDERED
                    GIVING TEND-CHANGE
            END-IF.

       DENOM-BREAKDOWN.
      *    SUGGEST A BILL/COIN COUNT FOR CHA SO THE CASHIER DOESN'T
               MOVE SC-BRANCH-CODE TO CONF-BRANCH
               MOVE SC-VAT-RATE TO VAT-RATE
               MOVE SC-SVC-RATE TO SVC-RATE
               IF SC-LOY-EARN-RATE IS NUMERIC
                   MOVE SC-LOY-EARN-RATE TO LOY-EARN-RATE
               END-IF
               IF SC-LOY-PT-VALUE IS NUMERIC AND SC-LOY-PT-VALUE > 0
                   MOVE SC-LOY-PT-VALUE TO LOY-PT-VALUE
               END-IF
               IF SC-STAFF-DISC-PCT IS NUMERIC
                       AND SC-STAFF-DISC-PCT > 0
                   MOVE SC-STAFF-DISC-PCT TO STAFF-DISC-PCT
               END-IF
               IF SC-MEAL-CEILING IS NUMERIC AND SC-MEAL-CEILING > 0
                   MOVE SC-MEAL-CEILING TO MEAL-CEILING
               END-IF
               IF SC-PICKUP-LIMIT IS NUMERIC AND SC-PICKUP-LIMIT > 0
                   MOVE SC-PICKUP-LIMIT TO PICKUP-LIMIT
               END-IF
               CLOSE SHOPCONF-FILE
           END-IF.

           MOVE 'S' TO OR-TXN-TYPE
           MOVE 0 TO OR-ORIG-ONUM
           MOVE SPACES TO OR-REASON
           MOVE SPACES TO OR-VOID-BY
      *    BATCH REPROCESSING PRE-DATES THE SERVICE CHARGE AND
      *    CARRIES NONE. ITS ONE TENDER IS THE CASH ON THE LINE.
           IF BATCH-RUN
               MOVE 0 TO SVC-AMT
               MOVE 'C' TO TENDER-TYPE
               MOVE SPACES TO ORDER-CUST-NO
               MOVE SPACES TO CHARGED-CUST-NO
               MOVE 0 TO TN-CTR
               IF ATOT > 0
                   MOVE 1 TO TN-CTR
                   MOVE 'C' TO TNR-TYPE (1)
                   MOVE ATOT TO TNR-AMOUNT (1)
                   MOVE OTEND TO TNR-TENDERED (1)
                   MOVE CHA TO TNR-CHANGE (1)
                   MOVE SPACES TO TNR-REF (1)
               END-IF
               MOVE SPACES TO DELIV-ZONE
               MOVE 0 TO DELIV-FEE
               MOVE 0 TO ORDER-MEMBER-NO
               MOVE 0 TO PTS-TAKE
               MOVE 0 TO PTS-TAKE-AMT
               MOVE SPACE TO SCPWD-TYPE
               MOVE SPACES TO SCPWD-ID
               MOVE SPACES TO SCPWD-NAME
               MOVE 0 TO SCPWD-GROSS
               MOVE 0 TO SCPWD-EXEMPT
               MOVE 0 TO SCPWD-DISC
           END-IF
           MOVE SVC-AMT TO OR-SVCCHG
           MOVE DELIV-ZONE TO OR-DELV-ZONE
           MOVE DELIV-FEE TO OR-DELV-FEE
      *    ONE TENDER TYPE, OR 'M' FOR A SPLIT BILL -- THE LINES
      *    THEMSELVES GO TO TENDERS.DAT RIGHT AFTER THE ORDER.
           MOVE TENDER-TYPE TO OR-TENDER-TYPE
           MOVE CHARGED-CUST-NO TO OR-CUST-NO
           MOVE TN-CTR TO OR-TENDER-CTR
      *    BACK THE CONFIGURED VAT OUT OF THE VAT-INCLUSIVE TOTAL --
      *    BASE + VAT = ATOT, AND A ZERO RATE JUST RECORDS THE WHOLE
      *    TOTAL AS BASE. AN SC/PWD SALE'S EXEMPT PART (NET OF ITS
      *    DISCOUNT) CARRIES NO VAT AND STAYS OUT OF THE BACK-OUT,
      *    AND SO DO THE EXEMPT AND ZERO-RATED ITEMS' SALES.
           COMPUTE VATABLE-AMT = ATOT - SCPWD-EXEMPT + SCPWD-DISC
           IF VATABLE-AMT < 0
               MOVE 0 TO VATABLE-AMT
           END-IF
           PERFORM SPLIT-VAT-CLASSES
           SUBTRACT ITEM-EXEMPT-AMT FROM VATABLE-AMT
           SUBTRACT ZERO-RATED-AMT FROM VATABLE-AMT
           MOVE ITEM-EXEMPT-AMT TO OR-ITEM-EXEMPT
           MOVE ZERO-RATED-AMT TO OR-ZERO-RATED
           COMPUTE VAT-BASE ROUNDED = VATABLE-AMT / (1 + VAT-RATE)
           COMPUTE VAT-AMT = VATABLE-AMT - VAT-BASE
           MOVE VAT-BASE TO OR-VATBASE
           MOVE VAT-AMT TO OR-VAT
      *    POINTS ARE EARNED AFTER THE SPLIT, SO ONLY THE VAT THE
      *    ORDER ACTUALLY CARRIES COMES OFF THE EARN BASE.
           PERFORM POST-LOYALTY-POINTS
           MOVE ORDER-MEMBER-NO TO OR-LOY-MEMBER
           MOVE PTS-EARNED TO OR-LOY-EARNED
           MOVE PTS-TAKE TO OR-LOY-REDEEMED
           IF SCPWD-SENIOR OR SCPWD-PWD
               MOVE SCPWD-TYPE TO OR-SCPWD-TYPE
           ELSE
               MOVE SPACE TO OR-SCPWD-TYPE
           END-IF
           MOVE SCPWD-ID TO OR-SCPWD-ID
           MOVE SCPWD-NAME TO OR-SCPWD-NAME
           MOVE SCPWD-GROSS TO OR-SCPWD-GROSS
           MOVE SCPWD-EXEMPT TO OR-VAT-EXEMPT
           MOVE SCPWD-DISC TO OR-SCPWD-DISC
           DISPLAY "VATABLE BASE: " VAT-BASE "  VAT: " VAT-AMT
           IF ITEM-EXEMPT-AMT > 0 OR ZERO-RATED-AMT > 0
               DISPLAY "VAT-EXEMPT ITEMS: " ITEM-EXEMPT-AMT
                   "  ZERO-RATED: " ZERO-RATED-AMT
           END-IF
           PERFORM ISSUE-OR-NUMBER
           MOVE CUR-ORNUM TO OR-ORNUM
           WRITE ORDERS-REC
           CLOSE ORDERS-FILE
           PERFORM WRITE-TENDER-LINES
      *    BATCH REPROCESSING CARRIES NO ADDRESS OR CONTACT, SO
      *    DISPATCH ROWS COME ONLY FROM THE COUNTER -- A BLANK ROW
      *    WOULD SIT ON THE UNDELIVERED REPORT FOREVER.
               MOVE LNR-OVERRIDE (LINE-IX) TO OL-OVERRIDE-SW
               MOVE LNR-ORIG-PRICE (LINE-IX) TO OL-ORIG-PRICE
               MOVE LNR-SUPERVISOR (LINE-IX) TO OL-SUPERVISOR
               MOVE LNR-VAT-CLASS (LINE-IX) TO OL-VAT-CLASS
               WRITE ORDLINE-REC
               PERFORM DRAW-DOWN-STOCK
           END-PERFORM
      *    THE KITCHEN HEARS ABOUT THE ORDER FROM ITS TICKETS --
      *    QUICK AND BATCH ORDERS HAVE NO ITEMS TO MAKE, AND A
      *    CLAIMED ADVANCE ORDER WAS MADE OFF THE PRODUCTION LIST.
           IF NOT BATCH-RUN AND LINE-CTR > 0 AND ADV-APPLY-NO = 0
               PERFORM FIRE-ORDER-TICKETS
           END-IF
           MOVE 0 TO LINE-CTR
           ADD 1 TO SHIFT-ORDER-CTR
           ADD ATOT TO SHIFT-SALES
               PERFORM CLEAR-ORD-CKPT
           END-IF.

       SPLIT-VAT-CLASSES.
      *    EACH LINE'S CLASS COMES OFF THE CATALOG AS IT STANDS AT
      *    THE SALE -- A LINE WHOSE ITEM CANNOT BE READ, AND A QUICK
      *    OR BATCH ORDER WITH NO LINES, IS ALL VATABLE AS BEFORE.
      *    WHEN A PROMO OR STAFF DISCOUNT HAS TAKEN THE BILL BELOW
      *    WHAT THE LINES, FEE AND SERVICE CHARGE CAME TO, EACH
      *    CLASS BEARS ITS SHARE OF THE DISCOUNT.
           MOVE 0 TO CLASS-E-GROSS.
           MOVE 0 TO CLASS-Z-GROSS.
           MOVE 0 TO SPLIT-GROSS.
           MOVE 0 TO ITEM-EXEMPT-AMT.
           MOVE 0 TO ZERO-RATED-AMT.
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-CTR
               PERFORM SPLIT-ONE-LINE
           END-PERFORM.
           IF CLASS-E-GROSS > 0 OR CLASS-Z-GROSS > 0
               ADD SVC-AMT TO SPLIT-GROSS
               IF DELIVERY-ORDER
                   ADD DELIV-FEE TO SPLIT-GROSS
               END-IF
               IF VATABLE-AMT < SPLIT-GROSS
                   COMPUTE ITEM-EXEMPT-AMT ROUNDED =
                       CLASS-E-GROSS * VATABLE-AMT / SPLIT-GROSS
                   COMPUTE ZERO-RATED-AMT ROUNDED =
                       CLASS-Z-GROSS * VATABLE-AMT / SPLIT-GROSS
               ELSE
                   MOVE CLASS-E-GROSS TO ITEM-EXEMPT-AMT
                   MOVE CLASS-Z-GROSS TO ZERO-RATED-AMT
               END-IF
               IF ITEM-EXEMPT-AMT + ZERO-RATED-AMT > VATABLE-AMT
                   COMPUTE ZERO-RATED-AMT = VATABLE-AMT
                       - ITEM-EXEMPT-AMT
               END-IF
           END-IF.

       SPLIT-ONE-LINE.
           MOVE 'V' TO LNR-VAT-CLASS (LINE-IX).
           IF ITEM-FILE-AVAILABLE
               MOVE LNR-ITEM-CODE (LINE-IX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IT-VAT-CLASS = 'E' OR IT-VAT-CLASS = 'Z'
                           MOVE IT-VAT-CLASS
                               TO LNR-VAT-CLASS (LINE-IX)
                       END-IF
               END-READ
           END-IF.
      *    THE CARDHOLDER'S LINES ARE ALREADY THE SC/PWD EXEMPT SALE.
           IF (SCPWD-SENIOR OR SCPWD-PWD)
                   AND LNR-SCPWD-SW (LINE-IX) = 'Y'
               CONTINUE
           ELSE
               COMPUTE SPLIT-LINE-AMT = LNR-QTY (LINE-IX)
                   * LNR-UNIT-PRICE (LINE-IX)
               ADD SPLIT-LINE-AMT TO SPLIT-GROSS
               IF LNR-VAT-CLASS (LINE-IX) = 'E'
                   ADD SPLIT-LINE-AMT TO CLASS-E-GROSS
               END-IF
               IF LNR-VAT-CLASS (LINE-IX) = 'Z'
                   ADD SPLIT-LINE-AMT TO CLASS-Z-GROSS
               END-IF
           END-IF.

       DRAW-DOWN-STOCK.
      *    A COMBO LINE EXPLODES INTO ITS COMPONENT ITEMS -- THE
      *    BURGER, FRIES AND DRINK COME OFF THE SHELF, NOT THE
      *    PHANTOM COMBO CODE. A PLAIN ITEM DRAWS ITSELF DOWN AS
      *    BEFORE.
           IF ITEM-FILE-AVAILABLE
               MOVE OL-ONUM TO LEDGER-REF
               MOVE 'N' TO COMBO-HIT-SW
               PERFORM VARYING CB-IX FROM 1 BY 1
                       UNTIL CB-IX > CB-ROW-CTR
                       MOVE CBR-COMP-CODE (CB-IX) TO DRAW-CODE
                       COMPUTE DRAW-QTY = OL-QTY
                           * CBR-COMP-QTY (CB-IX)
                       MOVE 'C' TO LEDGER-TYPE
                       PERFORM DRAW-ONE-ITEM
                   END-IF
               END-PERFORM
               IF NOT COMBO-HIT
                   MOVE OL-ITEM-CODE TO DRAW-CODE
                   MOVE OL-QTY TO DRAW-QTY
                   MOVE 'S' TO LEDGER-TYPE
                   PERFORM DRAW-ONE-ITEM
               END-IF
           END-IF.
                       DISPLAY "STOCK SHORT ON " IT-CODE
                           " - BOOK " IT-STOCK " SOLD "
                           DRAW-QTY " - COUNT IT"
                       MOVE IT-STOCK TO LEDGER-OUT
                       MOVE 0 TO IT-STOCK
                   ELSE
                       MOVE DRAW-QTY TO LEDGER-OUT
                       SUBTRACT DRAW-QTY FROM IT-STOCK
                   END-IF
                   REWRITE ITEM-REC
                   MOVE 0 TO LEDGER-IN
                   PERFORM POST-TO-LEDGER
                   IF IT-PERISH = 'Y'
                       MOVE DRAW-CODE TO LOT-CODE
                       MOVE DRAW-QTY TO LOT-DRAW
                       PERFORM LOAD-STOCKLOT-TABLE
                       PERFORM DRAW-LOTS-FIRST-EXPIRING
                       PERFORM REWRITE-STOCKLOT-FILE
                   END-IF
           END-READ.

       POST-TO-LEDGER.
      *    THE MOVEMENT GOES ON THE STOCK LEDGER WITH THE BALANCE THE
      *    ITEM REWRITE JUST LEFT -- ITEM-REC IS STILL THE ITEM.
           ACCEPT LEDGER-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDGER-TIME FROM TIME.
           OPEN EXTEND STOCKLED-FILE.
           STRING LEDGER-DATE DELIMITED BY SIZE
               LEDGER-TIME DELIMITED BY SIZE
               INTO LE-STAMP.
           MOVE IT-CODE TO LE-ITEM-CODE.
           MOVE LEDGER-TYPE TO LE-TYPE.
           MOVE LEDGER-REF TO LE-REF.
           MOVE LEDGER-IN TO LE-QTY-IN.
           MOVE LEDGER-OUT TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.
           CLOSE STOCKLED-FILE.

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

       FIRE-ORDER-TICKETS.
           MOVE 0 TO KL-CTR.
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-CTR
               MOVE LNR-ITEM-CODE (LINE-IX) TO KITCHEN-ITEM
               MOVE LNR-QTY (LINE-IX) TO KITCHEN-QTY
               PERFORM EXPLODE-KITCHEN-LINE
           END-PERFORM.
           MOVE ONUM TO KITCHEN-ONUM.
           MOVE 'S' TO KITCHEN-TXN.
           MOVE 0 TO KITCHEN-ORIG-ONUM.
           IF COUNTER-ORDER
               MOVE 'C' TO KITCHEN-ROUTE
           ELSE
               MOVE 'D' TO KITCHEN-ROUTE
           END-IF.
           PERFORM PRINT-KITCHEN-TICKETS.

       FIRE-VOID-TICKETS.
      *    THE STATIONS THAT MADE THE ORIGINAL GET A VOID TICKET
      *    FOR THE SAME ITEMS, READ BACK OFF ORDLINES -- THE
      *    SESSION'S APPEND IS CLOSED AROUND THE LOOKUP SO THIS
      *    SHIFT'S OWN LINES ARE ON THE FILE.
           MOVE 0 TO KL-CTR.
           CLOSE ORDLINE-FILE.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-ONUM = VOID-ONUM
                       MOVE OL-ITEM-CODE TO KITCHEN-ITEM
                       MOVE OL-QTY TO KITCHEN-QTY
                       PERFORM EXPLODE-KITCHEN-LINE
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           ELSE
               IF ORDLINE-STATUS = "05"
                   CLOSE ORDLINE-FILE
               END-IF
           END-IF.
           OPEN EXTEND ORDLINE-FILE.
           IF KL-CTR > 0
               MOVE ONUM TO KITCHEN-ONUM
               MOVE 'V' TO KITCHEN-TXN
               MOVE VOID-ONUM TO KITCHEN-ORIG-ONUM
               MOVE VOID-ROUTE TO KITCHEN-ROUTE
               PERFORM PRINT-KITCHEN-TICKETS
           END-IF.

       RESTOCK-VOIDED-ORDER.
      *    WHAT THE ORIGINAL SALE DREW DOWN GOES BACK ON THE SHELF,
      *    READ BACK OFF ORDLINES THE SAME WAY THE VOID TICKETS ARE
      *    -- COMBOS EXPLODED, EACH UNIT A VOID RETURN ON THE LEDGER
      *    UNDER THE REVERSAL'S OWN ONUM.
           IF ITEM-FILE-AVAILABLE
               CLOSE ORDLINE-FILE
               MOVE 'N' TO ORDLINE-EOF
               OPEN INPUT ORDLINE-FILE
               IF ORDLINE-STATUS = "00"
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
                   PERFORM UNTIL ORDLINE-END
                       IF OL-ONUM = VOID-ONUM
                           PERFORM RESTOCK-ONE-LINE
                       END-IF
                       READ ORDLINE-FILE
                           AT END MOVE 'Y' TO ORDLINE-EOF
                       END-READ
                   END-PERFORM
                   CLOSE ORDLINE-FILE
               ELSE
                   IF ORDLINE-STATUS = "05"
                       CLOSE ORDLINE-FILE
                   END-IF
               END-IF
               OPEN EXTEND ORDLINE-FILE
           END-IF.

       RESTOCK-ONE-LINE.
           MOVE ONUM TO LEDGER-REF.
           MOVE 'V' TO LEDGER-TYPE.
           MOVE 'N' TO COMBO-HIT-SW.
           PERFORM VARYING CB-IX FROM 1 BY 1
                   UNTIL CB-IX > CB-ROW-CTR
               IF CBR-COMBO-CODE (CB-IX) = OL-ITEM-CODE
                   MOVE 'Y' TO COMBO-HIT-SW
                   MOVE CBR-COMP-CODE (CB-IX) TO DRAW-CODE
                   COMPUTE DRAW-QTY = OL-QTY
                       * CBR-COMP-QTY (CB-IX)
                   PERFORM RETURN-ONE-ITEM
               END-IF
           END-PERFORM.
           IF NOT COMBO-HIT
               MOVE OL-ITEM-CODE TO DRAW-CODE
               MOVE OL-QTY TO DRAW-QTY
               PERFORM RETURN-ONE-ITEM
           END-IF.

       RETURN-ONE-ITEM.
      *    A PERISHABLE ITEM'S UNITS GO BACK INTO THE LOT THAT
      *    EXPIRES FIRST -- THE ONE THE SALE MOST LIKELY CAME OUT
      *    OF. WITH NO LOT LEFT ON FILE THEY STAY UNLOTTED UNTIL
      *    THE NEXT COUNT BOOKS THEM INTO ONE.
           MOVE DRAW-CODE TO IT-CODE.
           READ ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD DRAW-QTY TO IT-STOCK
                   REWRITE ITEM-REC
                   MOVE DRAW-QTY TO LEDGER-IN
                   MOVE 0 TO LEDGER-OUT
                   PERFORM POST-TO-LEDGER
                   IF IT-PERISH = 'Y'
                       MOVE DRAW-CODE TO LOT-CODE
                       PERFORM LOAD-STOCKLOT-TABLE
                       PERFORM FIND-EARLIEST-LOT
                       IF SK-FOUND
                           ADD DRAW-QTY TO SKR-QTY (SK-IX)
                           PERFORM REWRITE-STOCKLOT-FILE
                       END-IF
                   END-IF
           END-READ.

       EXPLODE-KITCHEN-LINE.
      *    A COMBO GOES TO THE KITCHEN AS ITS COMPONENTS -- THE
      *    BURGER TO THE GRILL, THE FRIES TO THE FRYER -- THE SAME
      *    EXPLOSION THE STOCK DRAW-DOWN USES.
           MOVE 'N' TO COMBO-HIT-SW.
           PERFORM VARYING CB-IX FROM 1 BY 1
                   UNTIL CB-IX > CB-ROW-CTR
               IF CBR-COMBO-CODE (CB-IX) = KITCHEN-ITEM
                   MOVE 'Y' TO COMBO-HIT-SW
                   MOVE CBR-COMP-CODE (CB-IX) TO DRAW-CODE
                   COMPUTE DRAW-QTY = KITCHEN-QTY
                       * CBR-COMP-QTY (CB-IX)
                   MOVE KITCHEN-ITEM TO KITCHEN-COMBO
                   PERFORM ADD-KITCHEN-LINE
               END-IF
           END-PERFORM.
           IF NOT COMBO-HIT
               MOVE KITCHEN-ITEM TO DRAW-CODE
               MOVE KITCHEN-QTY TO DRAW-QTY
               MOVE SPACES TO KITCHEN-COMBO
               PERFORM ADD-KITCHEN-LINE
           END-IF.

       ADD-KITCHEN-LINE.
      *    THE PREPARING DEPARTMENT IS THE ITEM'S IT-DEPT -- AN
      *    ITEM WITH NONE (OR NO CATALOG) GOES TO THE GENERAL
      *    STATION.
           IF KL-CTR < 90
               ADD 1 TO KL-CTR
               MOVE DRAW-CODE TO KLR-ITEM-CODE (KL-CTR)
               MOVE DRAW-QTY TO KLR-QTY (KL-CTR)
               MOVE KITCHEN-COMBO TO KLR-COMBO (KL-CTR)
               MOVE SPACES TO KLR-DEPT (KL-CTR)
               IF ITEM-FILE-AVAILABLE
                   MOVE DRAW-CODE TO IT-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IT-DEPT TO KLR-DEPT (KL-CTR)
                   END-READ
               END-IF
           END-IF.

       PRINT-KITCHEN-TICKETS.
      *    ONE TICKET PER DEPARTMENT ON THE ORDER, EACH LISTING
      *    ONLY THAT DEPARTMENT'S ITEMS, SPOOLED TO ITS STATION AND
      *    LOGGED OPEN FOR THE KITCHBUMP SCREEN.
           MOVE 0 TO KD-CTR.
           PERFORM VARYING KL-IX FROM 1 BY 1
                   UNTIL KL-IX > KL-CTR
               MOVE 'N' TO KD-FOUND-SW
               PERFORM VARYING KD-IX FROM 1 BY 1
                       UNTIL KD-IX > KD-CTR
                   IF KDR-DEPT (KD-IX) = KLR-DEPT (KL-IX)
                       MOVE 'Y' TO KD-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT KD-FOUND-ROW AND KD-CTR < 20
                   ADD 1 TO KD-CTR
                   MOVE KLR-DEPT (KL-IX) TO KDR-DEPT (KD-CTR)
               END-IF
           END-PERFORM.
           ACCEPT KITCHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT KITCHEN-TIME FROM TIME.
           IF KITCHEN-ROUTE = 'D'
               MOVE "DELIVERY" TO ROUTE-NAME
           ELSE
               MOVE "COUNTER" TO ROUTE-NAME
           END-IF.
           OPEN EXTEND KTICKET-FILE.
           PERFORM VARYING KD-IX FROM 1 BY 1
                   UNTIL KD-IX > KD-CTR
               PERFORM PRINT-ONE-TICKET
           END-PERFORM.
           CLOSE KTICKET-FILE.

       PRINT-ONE-TICKET.
           PERFORM FIND-STATION-NAME.
           MOVE SPACES TO KITCHEN-SPOOL-NAME.
           STRING KITCHEN-PREFIX DELIMITED BY SPACE
               STATION-CODE DELIMITED BY SPACE
               ".SPL" DELIMITED BY SIZE
               INTO KITCHEN-SPOOL-NAME.
           OPEN EXTEND KITCHEN-FILE.
           MOVE ALL '=' TO TICKET-LINE.
           WRITE KITCHEN-LINE FROM TICKET-LINE.
           MOVE SPACES TO TICKET-LINE.
           STRING STATION-NAME DELIMITED BY SIZE
               " TICKET " DELIMITED BY SIZE
               KITCHEN-ONUM DELIMITED BY SIZE
               INTO TICKET-LINE.
           WRITE KITCHEN-LINE FROM TICKET-LINE.
           IF KITCHEN-TXN = 'V'
               MOVE SPACES TO TICKET-LINE
               STRING "*** VOID - PULL ORDER " DELIMITED BY SIZE
                   KITCHEN-ORIG-ONUM DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO TICKET-LINE
               WRITE KITCHEN-LINE FROM TICKET-LINE
           END-IF.
           MOVE SPACES TO TICKET-LINE.
           STRING ROUTE-NAME DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               KITCHEN-TIME (1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               KITCHEN-TIME (3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               KITCHEN-TIME (5:2) DELIMITED BY SIZE
               INTO TICKET-LINE.
           WRITE KITCHEN-LINE FROM TICKET-LINE.
           MOVE 0 TO KITCHEN-UNITS.
           PERFORM VARYING KL-IX FROM 1 BY 1
                   UNTIL KL-IX > KL-CTR
               IF KLR-DEPT (KL-IX) = KDR-DEPT (KD-IX)
                   MOVE KLR-QTY (KL-IX) TO KITCHEN-QTY-DP
                   MOVE SPACES TO TICKET-LINE
                   IF KLR-COMBO (KL-IX) = SPACES
                       STRING KITCHEN-QTY-DP DELIMITED BY SIZE
                           " X " DELIMITED BY SIZE
                           KLR-ITEM-CODE (KL-IX) DELIMITED BY SIZE
                           INTO TICKET-LINE
                   ELSE
                       STRING KITCHEN-QTY-DP DELIMITED BY SIZE
                           " X " DELIMITED BY SIZE
                           KLR-ITEM-CODE (KL-IX) DELIMITED BY SIZE
                           "  (COMBO " DELIMITED BY SIZE
                           KLR-COMBO (KL-IX) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO TICKET-LINE
                   END-IF
                   WRITE KITCHEN-LINE FROM TICKET-LINE
                   ADD KLR-QTY (KL-IX) TO KITCHEN-UNITS
               END-IF
           END-PERFORM.
           CLOSE KITCHEN-FILE.
           MOVE SPACES TO KTICKET-REC.
           MOVE KITCHEN-ONUM TO KT-ONUM.
           MOVE BUSINESS-DATE TO KT-BUSDATE.
           MOVE KDR-DEPT (KD-IX) TO KT-DEPT.
           MOVE KITCHEN-TXN TO KT-TXN-TYPE.
           MOVE KITCHEN-ORIG-ONUM TO KT-ORIG-ONUM.
           MOVE KITCHEN-ROUTE TO KT-ROUTE.
           MOVE KITCHEN-UNITS TO KT-ITEM-CTR.
           MOVE KITCHEN-DATE TO KT-FIRE-DATE.
           MOVE KITCHEN-TIME TO KT-FIRE-TIME.
           MOVE 'O' TO KT-STATUS.
           MOVE 0 TO KT-BUMP-DATE.
           MOVE 0 TO KT-BUMP-TIME.
           WRITE KTICKET-REC.

       FIND-STATION-NAME.
           IF KDR-DEPT (KD-IX) = SPACES
               MOVE "GEN" TO STATION-CODE
               MOVE "GENERAL" TO STATION-NAME
           ELSE
               MOVE KDR-DEPT (KD-IX) TO STATION-CODE
               MOVE KDR-DEPT (KD-IX) TO STATION-NAME
               PERFORM VARYING DT-IX FROM 1 BY 1
                       UNTIL DT-IX > DT-ROW-CTR
                   IF DTR-DEPT (DT-IX) = KDR-DEPT (KD-IX)
                       MOVE DTR-NAME (DT-IX) TO STATION-NAME
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-DEPT-TABLE.
      *    DEPT-FILE IS OPTIONAL -- WITHOUT IT THE TICKETS CARRY
      *    THE BARE DEPARTMENT CODE AS THE STATION NAME.
           MOVE 'N' TO DEPT-EOF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               READ DEPT-FILE
                   AT END MOVE 'Y' TO DEPT-EOF
               END-READ
               PERFORM UNTIL DEPT-END
                   IF DT-ROW-CTR < 20
                       ADD 1 TO DT-ROW-CTR
                       MOVE DT-DEPT TO DTR-DEPT (DT-ROW-CTR)
                       MOVE DT-NAME TO DTR-NAME (DT-ROW-CTR)
                   END-IF
                   READ DEPT-FILE
                       AT END MOVE 'Y' TO DEPT-EOF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           ELSE
               IF DEPT-STATUS = "05"
                   CLOSE DEPT-FILE
               END-IF
           END-IF.

       LOAD-COMBODEF-TABLE.
      *    COMBODEF-FILE IS OPTIONAL -- NO DEFINITIONS MEANS EVERY
      *    LINE DRAWS ITSELF DOWN, THE OLD BEHAVIOR.
      *    SELLING A CERTIFICATE TAKES CASH BUT BOOKS NO SALE --
      *    THE MONEY IS A LIABILITY UNTIL THE PAPER COMES BACK.
      *    THE NUMBER COUNTS UP FROM THE HIGHEST ON FILE, SAME ADD
      *    1 TO N IDIOM AS THE ONUM GENERATOR. THE HIGHEST IS LOOKED
      *    UP ON THE SHIFT'S FIRST SALE ONLY; A NUMBER ANOTHER TILL
      *    HAS TAKEN SINCE COMES BACK AS A DUPLICATE KEY AND IS
      *    STEPPED OVER.
           DISPLAY "FACE VALUE: ".
           ACCEPT GC-FACE-AMT.
           PERFORM UNTIL GC-FACE-AMT > 0
               DISPLAY "INVALID - FACE MUST BE OVER 0: "
               ACCEPT GC-FACE-AMT
           END-PERFORM.
           DISPLAY "CASH TENDERED: ".
           ACCEPT GC-TENDERED.
           PERFORM UNTIL GC-TENDERED >= GC-FACE-AMT
               DISPLAY "INSUFFICIENT - FACE IS " GC-FACE-AMT
                   ": "
               ACCEPT GC-TENDERED
           END-PERFORM.
           SUBTRACT GC-FACE-AMT FROM GC-TENDERED GIVING CHA.
           MOVE "99" TO GC-WRITE-STATUS.
           PERFORM OPEN-GIFTCERT-FILE.
           IF GC-FILE-OPEN
               IF NOT GC-MAX-KNOWN
                   PERFORM FIND-HIGHEST-GIFTCERT
               END-IF
               MOVE 'Y' TO GC-RETRY-SW
               PERFORM UNTIL NOT GC-RETRY
                   ADD 1 TO GC-MAX-NO
                   MOVE GC-MAX-NO TO GC-CERT-NO
                   MOVE GC-FACE-AMT TO GC-FACE
                   MOVE GC-FACE-AMT TO GC-REMAIN
                   MOVE 'O' TO GC-STATUS
                   MOVE BUSINESS-DATE TO GC-ISSUE-DATE
                   MOVE CASHIER-EMPID TO GC-CASHIER
                   WRITE GIFTCERT-REC
                       INVALID KEY
                           IF GIFTCERT-STATUS NOT = "22"
                               MOVE 'N' TO GC-RETRY-SW
                           END-IF
                       NOT INVALID KEY
                           MOVE 'N' TO GC-RETRY-SW
                   END-WRITE
               END-PERFORM
               MOVE GIFTCERT-STATUS TO GC-WRITE-STATUS
           ELSE
               MOVE GIFTCERT-STATUS TO GC-WRITE-STATUS
           END-IF.
           PERFORM CLOSE-GIFTCERT-FILE.
           IF GC-WRITE-STATUS = "00"
               DISPLAY "CHANGE: " CHA
               ADD GC-FACE-AMT TO SHIFT-GC-SOLD
               ADD CHA TO SHIFT-CHANGE
               DISPLAY "GIFT CERTIFICATE NO. " GC-MAX-NO
                   " ISSUED FOR " GC-FACE-AMT "."
           ELSE
               DISPLAY "*** CERTIFICATE FILE STATUS " GC-WRITE-STATUS
                   " - NOT ISSUED. HAND BACK THE " GC-TENDERED
                   " TENDERED. ***"
           END-IF.

       REDEEM-GIFT-CERT.
           MOVE 0 TO GC-TAKE.
           DISPLAY "CERTIFICATE NUMBER: ".
           ACCEPT ASK-CERT-NO.
           PERFORM READ-GIFTCERT-RECORD.
           IF NOT GC-FOUND-ROW
               DISPLAY "NO SUCH CERTIFICATE - NOT TAKEN."
           ELSE
           IF GC-REMAIN = 0
               DISPLAY "CERTIFICATE IS FULLY REDEEMED - NOT TAKEN."
           ELSE
               IF GC-REMAIN < BALANCE-DUE
                   MOVE GC-REMAIN TO GC-TAKE
               ELSE
                   MOVE BALANCE-DUE TO GC-TAKE
               END-IF
               SUBTRACT GC-TAKE FROM GC-REMAIN
               IF GC-REMAIN = 0
                   MOVE 'R' TO GC-STATUS
               END-IF
               REWRITE GIFTCERT-REC
                   INVALID KEY
                       DISPLAY "CERTIFICATE FILE STATUS "
                           GIFTCERT-STATUS " - NOT TAKEN."
                       MOVE 0 TO GC-TAKE
                   NOT INVALID KEY
                       DISPLAY "CERTIFICATE " ASK-CERT-NO " COVERS "
                           GC-TAKE " - REMAINING BALANCE "
                           GC-REMAIN
               END-REWRITE
           END-IF
           END-IF.
           PERFORM CLOSE-GIFTCERT-FILE.

       READ-GIFTCERT-RECORD.
      *    OPENS THE FILE FOR UPDATE AND READS THE ONE CERTIFICATE
      *    ASKED FOR -- THE CALLER REWRITES IT AND CLOSES THE FILE.
           MOVE 'N' TO GC-FOUND-SW.
           PERFORM OPEN-GIFTCERT-FILE.
           IF GC-FILE-OPEN
               MOVE ASK-CERT-NO TO GC-CERT-NO
               READ GIFTCERT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO GC-FOUND-SW
               END-READ
           END-IF.

       FIND-HIGHEST-GIFTCERT.
      *    THE FILE RUNS IN CERTIFICATE-NUMBER ORDER, SO THE LAST
      *    ROW READ IS THE HIGHEST.
           MOVE 0 TO GC-MAX-NO.
           MOVE 'N' TO GIFTCERT-EOF.
           MOVE 0 TO GC-CERT-NO.
           START GIFTCERT-FILE KEY NOT < GC-CERT-NO
               INVALID KEY MOVE 'Y' TO GIFTCERT-EOF
           END-START.
           PERFORM UNTIL GIFTCERT-END
               READ GIFTCERT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO GIFTCERT-EOF
                   NOT AT END MOVE GC-CERT-NO TO GC-MAX-NO
               END-READ
           END-PERFORM.
           MOVE 'Y' TO GC-MAX-SW.

       OPEN-GIFTCERT-FILE.
           MOVE 'N' TO GC-OPEN-SW.
           OPEN I-O GIFTCERT-FILE.
           IF GIFTCERT-STATUS = "00" OR GIFTCERT-STATUS = "05"
               MOVE 'Y' TO GC-OPEN-SW
           END-IF.

       CLOSE-GIFTCERT-FILE.
           IF GC-FILE-OPEN
               CLOSE GIFTCERT-FILE
               MOVE 'N' TO GC-OPEN-SW
           END-IF.

       CHARGE-TO-ACCOUNT.
      *    THE CUSTOMER'S OWN ROW IS READ AND REWRITTEN BY KEY, THE
      *    FILE HELD OPEN ONLY UNTIL THE CHARGE IS DECIDED.
      *    ONLY THE TENDER AMOUNT IS CHARGED -- THE REST OF A SPLIT
      *    BILL IS PAID SOME OTHER WAY.
           MOVE 'N' TO CHARGE-OK-SW.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT ORDER-CUST-NO.
           PERFORM READ-CUST-RECORD.
           IF NOT CU-FOUND-ROW
               DISPLAY "NO SUCH CHARGE CUSTOMER - NOT CHARGED."
           ELSE
           IF CU-ACTIVE NOT = 'A'
               DISPLAY "ACCOUNT IS CLOSED - NOT CHARGED."
           ELSE
               PERFORM CHECK-CUSTOMER-CREDIT
           IF CREDIT-BLOCKED
               DISPLAY "NOT CHARGED - TAKE ANOTHER TENDER."
           ELSE
               ADD TEND-AMT TO CU-BALANCE
               REWRITE CUST-REC
                   INVALID KEY
                       DISPLAY "CUSTOMER FILE STATUS " CUST-STATUS
                           " - NOT CHARGED."
                   NOT INVALID KEY
                       MOVE 'Y' TO CHARGE-OK-SW
               END-REWRITE
           IF CHARGE-OK
               OPEN EXTEND CUSTTXN-FILE
               MOVE ORDER-CUST-NO TO CX-CUST-NO
               MOVE BUSINESS-DATE TO CX-BUSDATE
               MOVE 'S' TO CX-TYPE
               MOVE ONUM TO CX-REF
               MOVE TEND-AMT TO CX-AMOUNT
               WRITE CUSTTXN-REC
               CLOSE CUSTTXN-FILE
               DISPLAY "CHARGED TO " CU-NAME
                   " - BALANCE NOW " CU-BALANCE
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM CLOSE-CUST-FILE.

       CHECK-CUSTOMER-CREDIT.
      *    AN ACCOUNT ON HOLD, OR A CHARGE THAT WOULD TAKE THE
      *    BALANCE PAST A SET LIMIT, ONLY GOES THROUGH WITH A
      *    SUPERVISOR'S APPROVAL -- SAME SHAPE AS A VOID -- AND
      *    THE APPROVAL IS LEFT ON THE AUDIT TRAIL.
           MOVE 'N' TO CREDIT-BLOCK-SW.
           COMPUTE CREDIT-AFTER = CU-BALANCE + TEND-AMT.
           IF CU-HOLD = 'H'
               DISPLAY "ACCOUNT IS ON CREDIT HOLD."
               MOVE 'Y' TO CREDIT-BLOCK-SW
           ELSE
               IF CU-CREDIT-LIMIT > 0
                       AND CREDIT-AFTER > CU-CREDIT-LIMIT
                   DISPLAY "CHARGE TAKES THE BALANCE TO "
                       CREDIT-AFTER " - LIMIT IS "
                       CU-CREDIT-LIMIT "."
                   MOVE 'Y' TO CREDIT-BLOCK-SW
               END-IF
           END-IF.
           IF CREDIT-BLOCKED
               DISPLAY "SUPERVISOR APPROVAL TO CHARGE ANYWAY? (Y/N): "
               ACCEPT CREDIT-ANS
               IF CREDIT-ANS = 'Y' OR CREDIT-ANS = 'y'
                   PERFORM APPROVE-THE-CREDIT
                   IF APPR-OK
                       MOVE 'N' TO CREDIT-BLOCK-SW
                       PERFORM LOG-CREDIT-OVERRIDE
                       DISPLAY "CHARGE APPROVED BY " CREDIT-APPROVER
                   ELSE
                       DISPLAY "NOT APPROVED."
                   END-IF
               END-IF
           END-IF.

       APPROVE-THE-CREDIT.
           MOVE 'N' TO APPR-OK-SW.
           IF SUPERVISOR-SESSION
               MOVE 'Y' TO APPR-OK-SW
               MOVE OPERATOR-ID TO CREDIT-APPROVER
           ELSE
               DISPLAY "SUPERVISOR ID: "
               ACCEPT TYPED-ID
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE 'Y' TO APPR-OK-SW
                   MOVE OPR-ID (OP-IX) TO CREDIT-APPROVER
               END-IF
           END-IF.

       LOG-CREDIT-OVERRIDE.
           OPEN EXTEND AUDIT-FILE.
           MOVE CREDIT-APPROVER TO AU-OPERATOR.
           MOVE ORDER-CUST-NO TO AU-EMPID.
           MOVE "CREDITOVR" TO AU-ACTION.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO AU-MACH-STAMP.
           STRING BUSINESS-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO AU-STAMP.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       WRITE-TENDER-LINES.
      *    ONE TENDERS.DAT LINE PER TENDER TAKEN, AND THE SHIFT'S
      *    TENDER TOTALS ROLLED UP FROM THE SAME LINES FOR THE
      *    DRAWER DECLARATION.
           OPEN EXTEND TENDERS-FILE.
           PERFORM VARYING TN-IX FROM 1 BY 1
                   UNTIL TN-IX > TN-CTR
               MOVE ONUM TO TD-ONUM
               MOVE 'S' TO TD-TXN-TYPE
               MOVE 0 TO TD-ORIG-ONUM
               MOVE CASHIER-EMPID TO TD-CASHIER
               PERFORM WRITE-ONE-TENDER-LINE
               EVALUATE TNR-TYPE (TN-IX)
                   WHEN 'K'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-CARD
                   WHEN 'G'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-GC-REDEEMED
                   WHEN 'A'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-CHARGED
                   WHEN 'E'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-STAFF-CHARGED
                   WHEN 'P'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-PTS-REDEEMED
                   WHEN 'D'
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-DEP-APPLIED
                   WHEN OTHER
                       ADD TNR-AMOUNT (TN-IX) TO SHIFT-CASH-IN
               END-EVALUATE
           END-PERFORM.
           CLOSE TENDERS-FILE.

       WRITE-ONE-TENDER-LINE.
           MOVE BUSINESS-DATE TO TD-BUSDATE.
           MOVE TN-IX TO TD-SEQ.
           MOVE TNR-TYPE (TN-IX) TO TD-TYPE.
           MOVE TNR-AMOUNT (TN-IX) TO TD-AMOUNT.
           MOVE TNR-TENDERED (TN-IX) TO TD-TENDERED.
           MOVE TNR-CHANGE (TN-IX) TO TD-CHANGE.
           MOVE TNR-REF (TN-IX) TO TD-REF.
           WRITE TENDER-REC.

       NAME-THE-TENDER.
           EVALUATE TNR-TYPE (TN-IX)
               WHEN 'K'
                   MOVE "CARD" TO TENDER-NAME
               WHEN 'G'
                   MOVE "GIFT CERT" TO TENDER-NAME
               WHEN 'A'
                   MOVE "ACCOUNT" TO TENDER-NAME
               WHEN 'E'
                   MOVE "STAFF" TO TENDER-NAME
               WHEN 'P'
                   MOVE "POINTS" TO TENDER-NAME
               WHEN 'D'
                   MOVE "DEPOSIT" TO TENDER-NAME
               WHEN OTHER
                   MOVE "CASH" TO TENDER-NAME
           END-EVALUATE.

       LOAD-VOID-TENDERS.
      *    THE SALE'S OWN TENDER LINES -- OR, FOR A ROW FROM BEFORE
      *    THE TENDER DETAIL, THE ONE TENDER IT IMPLIES: CASH, AS
      *    VOIDS WERE ALWAYS PAID BACK, EXCEPT THAT A POINTS SALE'S
      *    POINTS PART COMES BACK AS POINTS.
           MOVE 0 TO TN-CTR.
           IF VOID-TENDER-CTR > 0
               MOVE 'N' TO TENDERS-EOF
               OPEN INPUT TENDERS-FILE
               IF TENDERS-STATUS = "00"
                   READ TENDERS-FILE
                       AT END MOVE 'Y' TO TENDERS-EOF
                   END-READ
                   PERFORM UNTIL TENDERS-END
                       IF TD-ONUM = VOID-ONUM
                               AND TD-TXN-TYPE = 'S'
                               AND TN-CTR < 10
                           ADD 1 TO TN-CTR
                           MOVE TD-TYPE TO TNR-TYPE (TN-CTR)
                           MOVE TD-AMOUNT TO TNR-AMOUNT (TN-CTR)
                           MOVE 0 TO TNR-TENDERED (TN-CTR)
                           MOVE 0 TO TNR-CHANGE (TN-CTR)
                           MOVE TD-REF TO TNR-REF (TN-CTR)
                           IF TD-TYPE = 'P'
                               MOVE TD-AMOUNT TO VOID-PTS-AMT
                           END-IF
                       END-IF
                       READ TENDERS-FILE
                           AT END MOVE 'Y' TO TENDERS-EOF
                       END-READ
                   END-PERFORM
                   CLOSE TENDERS-FILE
               ELSE
                   IF TENDERS-STATUS = "05"
                       CLOSE TENDERS-FILE
                   END-IF
               END-IF
           END-IF.
           IF TN-CTR = 0 AND VOID-AMT > 0
               IF VOID-TENDER-TYPE = 'P' AND VOID-PTS-AMT > 0
                   ADD 1 TO TN-CTR
                   MOVE 'P' TO TNR-TYPE (TN-CTR)
                   MOVE VOID-PTS-AMT TO TNR-AMOUNT (TN-CTR)
                   MOVE 0 TO TNR-TENDERED (TN-CTR)
                   MOVE 0 TO TNR-CHANGE (TN-CTR)
                   MOVE VOID-MEMBER-NO TO TNR-REF (TN-CTR)
               END-IF
               IF VOID-AMT > VOID-PTS-AMT
                   ADD 1 TO TN-CTR
                   MOVE 'C' TO TNR-TYPE (TN-CTR)
                   COMPUTE TNR-AMOUNT (TN-CTR) = VOID-AMT
                       - VOID-PTS-AMT
                   MOVE 0 TO TNR-TENDERED (TN-CTR)
                   MOVE 0 TO TNR-CHANGE (TN-CTR)
                   MOVE SPACES TO TNR-REF (TN-CTR)
               END-IF
           END-IF.

       REVERSE-TENDER-LINES.
      *    EVERY TENDER THE SALE TOOK GOES BACK THE WAY IT CAME IN
      *    -- CASH OUT OF THE DRAWER, THE CARD REFUNDED AT THE
      *    TERMINAL, THE CERTIFICATE'S BALANCE RESTORED, THE ACCOUNT
      *    CREDITED, THE STAFF MEAL TAKEN BACK OFF THE EMPLOYEE'S
      *    BALANCE -- AND EACH IS LOGGED TO TENDERS.DAT AGAINST THE
      *    VOID ROW. POINTS COME BACK THROUGH REVERSE-LOYALTY-POINTS.
      *    A CERTIFICATE, ACCOUNT OR STAFF BALANCE NO LONGER ON FILE
      *    IS PAID BACK IN CASH INSTEAD, AND ITS LINE SAYS SO. A
      *    CLAIMED ADVANCE ORDER'S DEPOSIT GOES BACK ON THE REOPENED
      *    ORDER.
           PERFORM VARYING TN-IX FROM 1 BY 1
                   UNTIL TN-IX > TN-CTR
               EVALUATE TNR-TYPE (TN-IX)
                   WHEN 'K'
                       DISPLAY "REFUND " TNR-AMOUNT (TN-IX)
                           " TO THE CARD AT THE TERMINAL (APPROVAL "
                           TNR-REF (TN-IX) ")."
                   WHEN 'G'
                       PERFORM RESTORE-GIFT-CERT
                   WHEN 'A'
                       PERFORM CREDIT-THE-ACCOUNT
                   WHEN 'E'
                       PERFORM CREDIT-THE-STAFF-MEAL
                   WHEN 'D'
                       PERFORM RESTORE-ADVANCE-DEPOSIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TNR-TYPE (TN-IX) = 'C'
                   ADD TNR-AMOUNT (TN-IX) TO SHIFT-CASH-OUT
                   DISPLAY "PAY BACK " TNR-AMOUNT (TN-IX)
                       " IN CASH."
               END-IF
           END-PERFORM.
           OPEN EXTEND TENDERS-FILE.
           PERFORM VARYING TN-IX FROM 1 BY 1
                   UNTIL TN-IX > TN-CTR
               MOVE ONUM TO TD-ONUM
               MOVE 'V' TO TD-TXN-TYPE
               MOVE VOID-ONUM TO TD-ORIG-ONUM
               MOVE VOID-CASHIER TO TD-CASHIER
               PERFORM WRITE-ONE-TENDER-LINE
           END-PERFORM.
           CLOSE TENDERS-FILE.

       RESTORE-GIFT-CERT.
           MOVE TNR-REF (TN-IX) (1:6) TO ASK-CERT-NO.
           PERFORM READ-GIFTCERT-RECORD.
           IF NOT GC-FOUND-ROW
               DISPLAY "CERTIFICATE " ASK-CERT-NO " NO LONGER ON "
                   "FILE."
               MOVE 'C' TO TNR-TYPE (TN-IX)
           ELSE
               ADD TNR-AMOUNT (TN-IX) TO GC-REMAIN
               MOVE 'O' TO GC-STATUS
               REWRITE GIFTCERT-REC
                   INVALID KEY
                       DISPLAY "CERTIFICATE FILE STATUS "
                           GIFTCERT-STATUS " - NOT RESTORED."
                       MOVE 'C' TO TNR-TYPE (TN-IX)
                   NOT INVALID KEY
                       DISPLAY "CERTIFICATE " ASK-CERT-NO
                           " RESTORED BY " TNR-AMOUNT (TN-IX)
                           " - BALANCE NOW " GC-REMAIN
               END-REWRITE
           END-IF.
           PERFORM CLOSE-GIFTCERT-FILE.

       CREDIT-THE-ACCOUNT.
      *    THE CREDIT IS LOGGED AS A 'V' MOVEMENT AGAINST THE SALE'S
      *    ONUM SO CUSTSTMT CAN SET IT AGAINST THAT CHARGE.
           MOVE TNR-REF (TN-IX) (1:5) TO ORDER-CUST-NO.
           PERFORM READ-CUST-RECORD.
           IF NOT CU-FOUND-ROW
               DISPLAY "CHARGE CUSTOMER " ORDER-CUST-NO " NO LONGER "
                   "ON FILE."
               MOVE 'C' TO TNR-TYPE (TN-IX)
           ELSE
               IF TNR-AMOUNT (TN-IX) > CU-BALANCE
                   DISPLAY "CREDIT EXCEEDS WHAT " ORDER-CUST-NO
                       " OWES - SETTLE THE DIFFERENCE IN CUSTMAINT."
                   MOVE 0 TO CU-BALANCE
               ELSE
                   SUBTRACT TNR-AMOUNT (TN-IX) FROM CU-BALANCE
               END-IF
               OPEN EXTEND CUSTTXN-FILE
               MOVE ORDER-CUST-NO TO CX-CUST-NO
               MOVE BUSINESS-DATE TO CX-BUSDATE
               MOVE 'V' TO CX-TYPE
               MOVE VOID-ONUM TO CX-REF
               MOVE TNR-AMOUNT (TN-IX) TO CX-AMOUNT
               WRITE CUSTTXN-REC
               CLOSE CUSTTXN-FILE
               DISPLAY "CREDITED " TNR-AMOUNT (TN-IX) " TO "
                   CU-NAME " - BALANCE NOW " CU-BALANCE
               REWRITE CUST-REC
                   INVALID KEY
                       DISPLAY "*** CUSTOMER FILE STATUS "
                           CUST-STATUS " - BALANCE NOT UPDATED, "
                           "CORRECT IT IN CUSTMAINT. ***"
               END-REWRITE
           END-IF.
           PERFORM CLOSE-CUST-FILE.

       CHARGE-TO-EMPLOYEE.
      *    THE CREW MEMBER MUST BE ACTIVE ON EMPMAST.DAT (A ROW FROM
      *    BEFORE THE STATUS CODE COUNTS AS ACTIVE) -- ON LEAVE,
      *    SEPARATED OR UNKNOWN IS REFUSED. THE STAFF DISCOUNT COMES
      *    OFF THE PART OF THE BILL BEING CHARGED, AND WHAT IS LEFT
      *    GOES ON THE EMPLOYEE'S MEALBAL.DAT BALANCE UNLESS IT WOULD
      *    TAKE THE PERIOD'S CHARGES PAST THE CEILING. A BALANCE
      *    LAST CHARGED IN AN EARLIER PERIOD STARTS THIS ONE AT ZERO.
           MOVE 'N' TO STAFF-OK-SW.
           MOVE 'N' TO EMP-FOUND-SW.
           DISPLAY "EMPLOYEE EMPID: ".
           ACCEPT STAFF-EMPID.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00" OR EM-STATUS = "05"
               MOVE STAFF-EMPID TO EM-EMPID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO EMP-FOUND-SW
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF NOT EMP-FOUND
               DISPLAY "NO SUCH EMPLOYEE - NOT CHARGED."
           ELSE
           IF EM-STATUS-CODE NOT = 'A' AND EM-STATUS-CODE NOT = SPACE
               DISPLAY "EMPLOYEE IS NOT ACTIVE - NOT CHARGED."
           ELSE
               MOVE TEND-AMT TO STAFF-GROSS
               COMPUTE STAFF-DISC ROUNDED =
                   STAFF-GROSS * STAFF-DISC-PCT / 100
               COMPUTE TEND-AMT = STAFF-GROSS - STAFF-DISC
               PERFORM READ-MEALBAL-RECORD
               IF MB-FOUND-ROW AND MB-PERIOD-NO = MEAL-PERIOD-NO
                   MOVE MB-PERIOD-CHG TO MEAL-PERIOD-CHG
               ELSE
                   MOVE 0 TO MEAL-PERIOD-CHG
               END-IF
               IF NOT MB-FILE-OPEN
                   DISPLAY "STAFF MEAL FILE STATUS " MEALBAL-STATUS
                       " - NOT CHARGED."
               ELSE
               IF MEAL-PERIOD-CHG + TEND-AMT > MEAL-CEILING
                   IF MEAL-PERIOD-CHG < MEAL-CEILING
                       COMPUTE MEAL-ROOM = MEAL-CEILING
                           - MEAL-PERIOD-CHG
                   ELSE
                       MOVE 0 TO MEAL-ROOM
                   END-IF
                   DISPLAY "OVER THE " MEAL-CEILING " STAFF MEAL "
                       "CEILING - ONLY " MEAL-ROOM " LEFT THIS "
                       "PERIOD. NOT CHARGED."
               ELSE
                   IF NOT MB-FOUND-ROW
                       MOVE STAFF-EMPID TO MB-EMPID
                       MOVE 0 TO MB-BALANCE
                   END-IF
                   ADD TEND-AMT TO MB-BALANCE
                   COMPUTE MB-PERIOD-CHG = MEAL-PERIOD-CHG + TEND-AMT
                   MOVE MEAL-PERIOD-NO TO MB-PERIOD-NO
                   MOVE BUSINESS-DATE TO MB-LAST-DATE
                   IF MB-FOUND-ROW
                       REWRITE MEALBAL-REC
                           INVALID KEY
                               DISPLAY "STAFF MEAL FILE STATUS "
                                   MEALBAL-STATUS " - NOT CHARGED."
                           NOT INVALID KEY
                               MOVE 'Y' TO STAFF-OK-SW
                       END-REWRITE
                   ELSE
                       WRITE MEALBAL-REC
                           INVALID KEY
                               DISPLAY "STAFF MEAL FILE STATUS "
                                   MEALBAL-STATUS " - NOT CHARGED."
                           NOT INVALID KEY
                               MOVE 'Y' TO STAFF-OK-SW
                       END-WRITE
                   END-IF
               IF STAFF-OK
                   MOVE 'C' TO ML-TYPE
                   MOVE ONUM TO ML-ONUM
                   MOVE STAFF-GROSS TO ML-GROSS
                   MOVE STAFF-DISC TO ML-DISC
                   MOVE TEND-AMT TO ML-AMOUNT
                   PERFORM WRITE-MEALLOG-LINE
                   SUBTRACT STAFF-DISC FROM ATOT
                   SUBTRACT STAFF-DISC FROM BALANCE-DUE
                   DISPLAY "STAFF DISCOUNT " STAFF-DISC " - "
                       TEND-AMT " CHARGED TO " EM-EMPFN " "
                       EM-EMPLN
                   DISPLAY "STAFF MEAL BALANCE NOW " MB-BALANCE
               END-IF
               END-IF
               END-IF
               PERFORM CLOSE-MEALBAL-FILE
           END-IF
           END-IF.

       CREDIT-THE-STAFF-MEAL.
      *    THE VOID TAKES THE CHARGE BACK OFF THE EMPLOYEE'S BALANCE
      *    AND, STILL IN THE PERIOD IT WAS CHARGED IN, BACK UNDER THE
      *    CEILING. ONLY THE CHARGED AMOUNT IS ON THE LINE -- THE
      *    DISCOUNT WAS NEVER OWED. A MEAL ALREADY DEDUCTED AT
      *    PAYROLL CAN'T BE TAKEN OFF A BALANCE THAT IS NO LONGER
      *    THERE, SO THE DIFFERENCE GOES BACK THROUGH ADJENTRY.
           MOVE TNR-REF (TN-IX) (1:5) TO STAFF-EMPID.
           PERFORM READ-MEALBAL-RECORD.
           IF NOT MB-FOUND-ROW
               DISPLAY "STAFF MEAL BALANCE FOR " STAFF-EMPID
                   " NO LONGER ON FILE."
               MOVE 'C' TO TNR-TYPE (TN-IX)
           ELSE
               IF TNR-AMOUNT (TN-IX) > MB-BALANCE
                   DISPLAY "CREDIT EXCEEDS WHAT " STAFF-EMPID
                       " OWES - REFUND THE DIFFERENCE IN ADJENTRY."
                   MOVE 0 TO MB-BALANCE
               ELSE
                   SUBTRACT TNR-AMOUNT (TN-IX) FROM MB-BALANCE
               END-IF
               IF MB-PERIOD-NO = MEAL-PERIOD-NO
                   IF TNR-AMOUNT (TN-IX) > MB-PERIOD-CHG
                       MOVE 0 TO MB-PERIOD-CHG
                   ELSE
                       SUBTRACT TNR-AMOUNT (TN-IX) FROM MB-PERIOD-CHG
                   END-IF
               END-IF
               REWRITE MEALBAL-REC
                   INVALID KEY
                       DISPLAY "*** STAFF MEAL FILE STATUS "
                           MEALBAL-STATUS " - BALANCE NOT UPDATED, "
                           "PAY BACK IN CASH. ***"
                       MOVE 'C' TO TNR-TYPE (TN-IX)
                   NOT INVALID KEY
                       MOVE 'V' TO ML-TYPE
                       MOVE VOID-ONUM TO ML-ONUM
                       MOVE 0 TO ML-GROSS
                       MOVE 0 TO ML-DISC
                       MOVE TNR-AMOUNT (TN-IX) TO ML-AMOUNT
                       PERFORM WRITE-MEALLOG-LINE
                       DISPLAY "CREDITED " TNR-AMOUNT (TN-IX) " TO "
                           STAFF-EMPID " - STAFF MEAL BALANCE NOW "
                           MB-BALANCE
               END-REWRITE
           END-IF.
           PERFORM CLOSE-MEALBAL-FILE.

       READ-MEALBAL-RECORD.
      *    OPENS THE FILE FOR UPDATE AND READS THE ONE EMPLOYEE'S
      *    BALANCE -- THE CALLER WRITES OR REWRITES IT AND CLOSES.
           MOVE 'N' TO MB-FOUND-SW.
           MOVE 'N' TO MB-OPEN-SW.
           OPEN I-O MEALBAL-FILE.
           IF MEALBAL-STATUS = "00" OR MEALBAL-STATUS = "05"
               MOVE 'Y' TO MB-OPEN-SW
               MOVE STAFF-EMPID TO MB-EMPID
               READ MEALBAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MB-FOUND-SW
               END-READ
           END-IF.

       CLOSE-MEALBAL-FILE.
           IF MB-FILE-OPEN
               CLOSE MEALBAL-FILE
               MOVE 'N' TO MB-OPEN-SW
           END-IF.

       WRITE-MEALLOG-LINE.
      *    THE CALLER SETS THE TYPE, ONUM AND AMOUNTS; THE BALANCE
      *    LOGGED IS THE ONE JUST WRITTEN BACK.
           MOVE MB-EMPID TO ML-EMPID.
           MOVE MEAL-PERIOD-NO TO ML-PERIOD.
           MOVE BUSINESS-DATE TO ML-BUSDATE.
           MOVE MB-BALANCE TO ML-BALANCE.
           ACCEPT MEAL-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MEAL-STAMP-TIME FROM TIME.
           MOVE SPACES TO ML-STAMP.
           STRING MEAL-STAMP-DATE DELIMITED BY SIZE
               MEAL-STAMP-TIME (1:6) DELIMITED BY SIZE
               INTO ML-STAMP.
           MOVE OPERATOR-ID TO ML-OPERATOR.
           OPEN EXTEND MEALLOG-FILE.
           WRITE MEALLOG-REC.
           CLOSE MEALLOG-FILE.

       LOAD-MEAL-PERIOD.
      *    A STAFF MEAL COUNTS AGAINST THE PAY PERIOD OPEN ON
      *    PERIODS.DAT -- BEFORE THE FIRST PERIODCLOSE THERE IS NO
      *    FILE AND IT IS PERIOD 1. BETWEEN A CLOSE AND THE NEXT
      *    OPEN IT BELONGS TO THE PERIOD AFTER THE LAST ONE CLOSED.
           MOVE 0 TO MEAL-OPEN-NO.
           MOVE 0 TO MEAL-CLOSED-NO.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'O'
                       MOVE PD-PERIOD-NO TO MEAL-OPEN-NO
                   END-IF
                   IF PD-STATUS = 'C' AND PD-PERIOD-NO > MEAL-CLOSED-NO
                       MOVE PD-PERIOD-NO TO MEAL-CLOSED-NO
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
           IF MEAL-OPEN-NO > 0
               MOVE MEAL-OPEN-NO TO MEAL-PERIOD-NO
           ELSE
               IF MEAL-CLOSED-NO > 0
                   COMPUTE MEAL-PERIOD-NO = MEAL-CLOSED-NO + 1
               END-IF
           END-IF.

       ATTACH-LOYALTY-MEMBER.
      *    ANY ORDER CAN CARRY A MEMBER -- AN UNKNOWN OR CLOSED CARD
      *    IS SIMPLY NOT ATTACHED AND THE SALE GOES ON WITHOUT ONE.
           MOVE 0 TO ORDER-MEMBER-NO.
           MOVE 0 TO PTS-TAKE.
           MOVE 0 TO PTS-TAKE-AMT.
           MOVE 0 TO PTS-EARNED.
           MOVE 0 TO ORDER-MEMBER-PTS.
           DISPLAY "LOYALTY MEMBER NUMBER (0 IF NONE): ".
           ACCEPT ORDER-MEMBER-NO.
           IF ORDER-MEMBER-NO > 0
               PERFORM READ-LOYMEM-RECORD
               IF NOT LM-FOUND-ROW
                   DISPLAY "NO SUCH LOYALTY MEMBER - NOT ATTACHED."
                   MOVE 0 TO ORDER-MEMBER-NO
               ELSE
               IF LM-ACTIVE NOT = 'A'
                   DISPLAY "MEMBERSHIP IS CLOSED - NOT ATTACHED."
                   MOVE 0 TO ORDER-MEMBER-NO
               ELSE
                   MOVE LM-POINTS TO ORDER-MEMBER-PTS
                   DISPLAY "MEMBER " LM-NAME
                       " - POINTS AVAILABLE " LM-POINTS
               END-IF
               END-IF
               PERFORM CLOSE-LOYMEM-FILE
           END-IF.

       REDEEM-LOYALTY-POINTS.
      *    WHOLE POINTS ONLY, NEVER MORE THAN THE MEMBER HAS OR THE
      *    ORDER NEEDS -- THE BALANCE IS POSTED WITH THE ORDER.
      *    ORDER-MEMBER-PTS IS WHAT ATTACH-LOYALTY-MEMBER FOUND.
           MOVE 0 TO PTS-TAKE.
           MOVE 0 TO PTS-TAKE-AMT.
           IF ORDER-MEMBER-NO = 0
               DISPLAY "NO LOYALTY MEMBER ON THIS ORDER - NOT TAKEN."
           ELSE
               COMPUTE PTS-TAKE = BALANCE-DUE / LOY-PT-VALUE
               IF PTS-TAKE > ORDER-MEMBER-PTS
                   MOVE ORDER-MEMBER-PTS TO PTS-TAKE
               END-IF
               IF PTS-TAKE = 0
                   DISPLAY "NO POINTS TO REDEEM - NOT TAKEN."
               ELSE
                   COMPUTE PTS-TAKE-AMT = PTS-TAKE * LOY-PT-VALUE
                   DISPLAY "REDEEMING " PTS-TAKE " POINTS FOR "
                       PTS-TAKE-AMT
               END-IF
           END-IF.

       POST-LOYALTY-POINTS.
      *    EARN ON THE ORDER NET OF ITS OWN VAT (VAT-AMT -- NOTHING
      *    IS BACKED OUT OF SC/PWD-EXEMPT, EXEMPT OR ZERO-RATED
      *    SALES) AND THE DELIVERY FEE, LESS WHATEVER THE POINTS
      *    THEMSELVES PAID FOR, THEN POST THE REDEMPTION AND THE
      *    EARN TO THE MEMBER AND THE LEDGER.
           MOVE 0 TO PTS-EARNED.
           IF ORDER-MEMBER-NO > 0
               COMPUTE EARN-BASE =
                   ATOT - VAT-AMT - DELIV-FEE - PTS-TAKE-AMT
               IF EARN-BASE > 0
                   COMPUTE PTS-EARNED = EARN-BASE * LOY-EARN-RATE
               END-IF
               PERFORM READ-LOYMEM-RECORD
               IF LM-FOUND-ROW
      *    ANOTHER TILL MAY HAVE SPENT SOME OF THE POINTS SINCE THE
      *    ATTACH -- THE BALANCE STOPS AT ZERO RATHER THAN WRAP.
                   IF PTS-TAKE > LM-POINTS
                       MOVE 0 TO LM-POINTS
                   ELSE
                       SUBTRACT PTS-TAKE FROM LM-POINTS
                   END-IF
                   ADD PTS-EARNED TO LM-POINTS
                   ADD PTS-EARNED TO LM-LIFETIME
                   OPEN EXTEND LOYTXN-FILE
                   IF PTS-TAKE > 0
                       MOVE 'R' TO LT-TYPE
                       MOVE PTS-TAKE TO LT-POINTS
                       MOVE PTS-TAKE-AMT TO LT-AMOUNT
                       PERFORM WRITE-LOYTXN-LINE
                   END-IF
                   IF PTS-EARNED > 0
                       MOVE 'E' TO LT-TYPE
                       MOVE PTS-EARNED TO LT-POINTS
                       MOVE 0 TO LT-AMOUNT
                       PERFORM WRITE-LOYTXN-LINE
                   END-IF
                   CLOSE LOYTXN-FILE
                   DISPLAY "POINTS EARNED: " PTS-EARNED
                       "  BALANCE NOW " LM-POINTS
                   REWRITE LOYMEM-REC
                       INVALID KEY
                           DISPLAY "LOYALTY FILE STATUS "
                               LOYMEM-STATUS " - BALANCE NOT SAVED."
                   END-REWRITE
               END-IF
               PERFORM CLOSE-LOYMEM-FILE
           END-IF.

       WRITE-LOYTXN-LINE.
           MOVE ORDER-MEMBER-NO TO LT-MEMBER-NO.
           MOVE BUSINESS-DATE TO LT-BUSDATE.
           MOVE ONUM TO LT-ONUM.
           MOVE CASHIER-EMPID TO LT-CASHIER.
           WRITE LOYTXN-REC.

       CAPTURE-VOID-LOYALTY.
      *    ROWS FROM BEFORE LOYALTY EXISTED READ SPACES HERE -- NO
      *    MEMBER, NOTHING TO REVERSE. THE POINTS-COVERED PART OF A
      *    'P' SALE IS WHAT THE CASH TENDERED DIDN'T PAY FOR.
           MOVE 0 TO VOID-MEMBER-NO.
           MOVE 0 TO VOID-PTS-EARNED.
           MOVE 0 TO VOID-PTS-REDEEMED.
           MOVE 0 TO VOID-PTS-AMT.
           IF OR-LOY-MEMBER IS NUMERIC AND OR-LOY-MEMBER > 0
               MOVE OR-LOY-MEMBER TO VOID-MEMBER-NO
               IF OR-LOY-EARNED IS NUMERIC
                   MOVE OR-LOY-EARNED TO VOID-PTS-EARNED
               END-IF
               IF OR-LOY-REDEEMED IS NUMERIC
                   MOVE OR-LOY-REDEEMED TO VOID-PTS-REDEEMED
               END-IF
               IF OR-TENDER-TYPE = 'P'
                   COMPUTE VOID-PTS-AMT = OR-ATOT + OR-CHA - OR-OTEND
               END-IF
           END-IF.

       REVERSE-LOYALTY-POINTS.
      *    THE VOID TAKES BACK WHAT THE SALE EARNED (NEVER BELOW
      *    ZERO -- POINTS ALREADY SPENT ARE GONE) AND GIVES BACK
      *    WHAT IT REDEEMED, EACH LOGGED AGAINST THE ORIGINAL ONUM.
           IF VOID-MEMBER-NO > 0
               MOVE VOID-MEMBER-NO TO ORDER-MEMBER-NO
               PERFORM READ-LOYMEM-RECORD
               IF NOT LM-FOUND-ROW
                   DISPLAY "LOYALTY MEMBER " VOID-MEMBER-NO
                       " NO LONGER ON FILE - POINTS NOT REVERSED."
                   MOVE 0 TO VOID-PTS-EARNED
                   MOVE 0 TO VOID-PTS-REDEEMED
               ELSE
                   IF VOID-PTS-EARNED > LM-POINTS
                       MOVE LM-POINTS TO VOID-PTS-EARNED
                   END-IF
                   SUBTRACT VOID-PTS-EARNED FROM LM-POINTS
                   IF VOID-PTS-EARNED > LM-LIFETIME
                       MOVE 0 TO LM-LIFETIME
                   ELSE
                       SUBTRACT VOID-PTS-EARNED
                           FROM LM-LIFETIME
                   END-IF
                   ADD VOID-PTS-REDEEMED TO LM-POINTS
                   OPEN EXTEND LOYTXN-FILE
                   MOVE VOID-ONUM TO LT-ONUM
                   MOVE VOID-MEMBER-NO TO LT-MEMBER-NO
                   MOVE BUSINESS-DATE TO LT-BUSDATE
                   MOVE VOID-CASHIER TO LT-CASHIER
                   IF VOID-PTS-EARNED > 0
                       MOVE 'U' TO LT-TYPE
                       MOVE VOID-PTS-EARNED TO LT-POINTS
                       MOVE 0 TO LT-AMOUNT
                       WRITE LOYTXN-REC
                   END-IF
                   IF VOID-PTS-REDEEMED > 0
                       MOVE 'B' TO LT-TYPE
                       MOVE VOID-PTS-REDEEMED TO LT-POINTS
                       MOVE VOID-PTS-AMT TO LT-AMOUNT
                       WRITE LOYTXN-REC
                   END-IF
                   CLOSE LOYTXN-FILE
                   DISPLAY "LOYALTY POINTS REVERSED - MEMBER "
                       "BALANCE NOW " LM-POINTS
                   REWRITE LOYMEM-REC
                       INVALID KEY
                           DISPLAY "LOYALTY FILE STATUS "
                               LOYMEM-STATUS " - BALANCE NOT SAVED."
                   END-REWRITE
               END-IF
               PERFORM CLOSE-LOYMEM-FILE
           END-IF.

       READ-LOYMEM-RECORD.
      *    OPENS THE FILE FOR UPDATE AND READS THE ONE MEMBER ON
      *    ORDER-MEMBER-NO -- THE CALLER REWRITES IT AND CLOSES THE
      *    FILE.
           MOVE 'N' TO LM-FOUND-SW.
           MOVE 'N' TO LM-OPEN-SW.
           OPEN I-O LOYMEM-FILE.
           IF LOYMEM-STATUS = "00" OR LOYMEM-STATUS = "05"
               MOVE 'Y' TO LM-OPEN-SW
               MOVE ORDER-MEMBER-NO TO LM-MEMBER-NO
               READ LOYMEM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO LM-FOUND-SW
               END-READ
           END-IF.

       CLOSE-LOYMEM-FILE.
           IF LM-FILE-OPEN
               CLOSE LOYMEM-FILE
               MOVE 'N' TO LM-OPEN-SW
           END-IF.

       READ-CUST-RECORD.
      *    OPENS THE FILE FOR UPDATE AND READS THE ONE CUSTOMER
      *    ASKED FOR -- THE CALLER REWRITES IT AND CLOSES THE FILE.
      *    A ROW WITHOUT A LIMIT OR HOLD FLAG (KEYED BEFORE THEY
      *    EXISTED) READS AS NO LIMIT AND NOT ON HOLD.
           MOVE 'N' TO CU-FOUND-SW.
           MOVE 'N' TO CU-OPEN-SW.
           OPEN I-O CUST-FILE.
           IF CUST-STATUS = "00" OR CUST-STATUS = "05"
               MOVE 'Y' TO CU-OPEN-SW
               MOVE ORDER-CUST-NO TO CU-CUST-NO
               READ CUST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO CU-FOUND-SW
               END-READ
           END-IF.
           IF CU-FOUND-ROW
               IF CU-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE 0 TO CU-CREDIT-LIMIT
               END-IF
               IF CU-HOLD NOT = 'H'
                   MOVE 'N' TO CU-HOLD
               END-IF
           END-IF.

       CLOSE-CUST-FILE.
           IF CU-FILE-OPEN
               CLOSE CUST-FILE
               MOVE 'N' TO CU-OPEN-SW
           END-IF.

       VOID-ONE-ORDER.
      *    A REVERSAL IS ITS OWN RECORD TIED TO THE ORIGINAL ONUM --
               PERFORM APPROVE-THE-VOID
               IF APPR-OK
                   PERFORM RECORD-VOID
                   PERFORM FIRE-VOID-TICKETS
                   PERFORM RESTOCK-VOIDED-ORDER
                   DISPLAY "ORDER " VOID-ONUM " REVERSED."
               ELSE
                   DISPLAY "NOT APPROVED - NOTHING REVERSED."
                       MOVE 'Y' TO VOID-FOUND-SW
                       MOVE OR-ATOT TO VOID-AMT
                       MOVE OR-CASHIER-EMPID TO VOID-CASHIER
                       MOVE OR-ROUTE TO VOID-ROUTE
                       PERFORM CAPTURE-VOID-LOYALTY
                       PERFORM CAPTURE-VOID-SCPWD
                       MOVE OR-TENDER-TYPE TO VOID-TENDER-TYPE
                       IF OR-TENDER-CTR IS NUMERIC
                           MOVE OR-TENDER-CTR TO VOID-TENDER-CTR
                       ELSE
                           MOVE 0 TO VOID-TENDER-CTR
                       END-IF
                   END-IF
                   IF OR-TXN-TYPE = 'V'
                           AND OR-ORIG-ONUM = VOID-ONUM
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.
           IF VOID-FOUND
               PERFORM LOAD-VOID-TENDERS
           END-IF.

       APPROVE-THE-OVERRIDE.
      *    SAME APPROVAL SHAPE AS A VOID -- A SUPERVISOR SESSION
           MOVE 'C' TO OR-ROUTE.
           MOVE VOID-CASHIER TO OR-CASHIER-EMPID.
           MOVE 0 TO OR-SVCCHG.
           MOVE SPACES TO OR-CUST-NO.
           MOVE SPACES TO OR-DELV-ZONE.
           MOVE 0 TO OR-DELV-FEE.
           PERFORM REVERSE-TENDER-LINES.
           EVALUATE TN-CTR
               WHEN 0
                   MOVE 'C' TO OR-TENDER-TYPE
               WHEN 1
                   MOVE TNR-TYPE (1) TO OR-TENDER-TYPE
               WHEN OTHER
                   MOVE 'M' TO OR-TENDER-TYPE
           END-EVALUATE.
           MOVE TN-CTR TO OR-TENDER-CTR.
           PERFORM REVERSE-LOYALTY-POINTS.
           MOVE VOID-MEMBER-NO TO OR-LOY-MEMBER.
           MOVE VOID-PTS-EARNED TO OR-LOY-EARNED.
           MOVE VOID-PTS-REDEEMED TO OR-LOY-REDEEMED.
           MOVE 'V' TO OR-TXN-TYPE.
           MOVE VOID-ONUM TO OR-ORIG-ONUM.
           MOVE VOID-REASON TO OR-REASON.
           MOVE CASHIER-EMPID TO OR-VOID-BY.
      *    A SALE WITH ANY VAT-FREE PART IS REVERSED WITH ITS OWN
      *    SPLIT; AN ALL-VATABLE ONE IS SIMPLY BACKED OUT AGAIN.
           MOVE VOID-ITEM-EXEMPT TO OR-ITEM-EXEMPT.
           MOVE VOID-ZERO-RATED TO OR-ZERO-RATED.
           IF VOID-SCPWD-TYPE = 'S' OR VOID-SCPWD-TYPE = 'P'
                   OR VOID-ITEM-EXEMPT > 0 OR VOID-ZERO-RATED > 0
               MOVE VOID-VATBASE TO OR-VATBASE
               MOVE VOID-VAT TO OR-VAT
           ELSE
               COMPUTE VAT-BASE ROUNDED = VOID-AMT / (1 + VAT-RATE)
               COMPUTE VAT-AMT = VOID-AMT - VAT-BASE
               MOVE VAT-BASE TO OR-VATBASE
               MOVE VAT-AMT TO OR-VAT
           END-IF.
           MOVE VOID-SCPWD-TYPE TO OR-SCPWD-TYPE.
           MOVE VOID-SCPWD-ID TO OR-SCPWD-ID.
           MOVE VOID-SCPWD-NAME TO OR-SCPWD-NAME.
           MOVE VOID-SCPWD-GROSS TO OR-SCPWD-GROSS.
           MOVE VOID-VAT-EXEMPT TO OR-VAT-EXEMPT.
           MOVE VOID-SCPWD-DISC TO OR-SCPWD-DISC.
      *    A VOID CONSUMES ITS OWN OR NUMBER -- THE SERIES MUST STAY
      *    CONTINUOUS, SO A VOIDED RECEIPT IS RECORDED, NOT SKIPPED.
           PERFORM ISSUE-OR-NUMBER.
               SHIFT-VOIDS
           SUBTRACT SHIFT-VOIDS FROM SHIFT-SALES
           DISPLAY "NET SALES AFTER REVERSALS: " SHIFT-SALES
           DISPLAY "TOTAL CHANGE GIVEN: " SHIFT-CHANGE
           DISPLAY "TENDERED - CASH: " SHIFT-CASH-IN
               "  CARD: " SHIFT-CARD
           DISPLAY "  GIFT CERT: " SHIFT-GC-REDEEMED
               "  ACCOUNT: " SHIFT-CHARGED
               "  POINTS: " SHIFT-PTS-REDEEMED
           DISPLAY "  STAFF MEALS: " SHIFT-STAFF-CHARGED
           DISPLAY "CASH PAID BACK ON VOIDS: " SHIFT-CASH-OUT.
           DISPLAY "NO-SALE DRAWER OPENINGS: " SHIFT-NOSALE-CTR.
           DISPLAY "CASH PICKUPS TO THE SAFE: " SHIFT-PICKUP-CTR
               " FOR " SHIFT-PICKUPS.
           DISPLAY "ADVANCE DEPOSITS - TAKEN: " SHIFT-DEP-TAKEN
               "  REFUNDED: " SHIFT-DEP-REFUND
               "  APPLIED: " SHIFT-DEP-APPLIED.

       OPEN-NO-SALE.
      *    THE DRAWER OPENS WITH NOTHING RUNG -- ALLOWED, BUT NEVER
      *    UNRECORDED.
           MOVE SPACES TO NOSALE-REC.
           DISPLAY "NO-SALE REASON (E.G. CHANGE, FLOAT): ".
           ACCEPT NS-REASON.
           MOVE BUSINESS-DATE TO NS-BUSDATE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO NS-STAMP.
           MOVE CASHIER-EMPID TO NS-CASHIER.
           MOVE OPERATOR-ID TO NS-OPERATOR.
           OPEN EXTEND NOSALE-FILE.
           WRITE NOSALE-REC.
           CLOSE NOSALE-FILE.
           ADD 1 TO SHIFT-NOSALE-CTR.
           DISPLAY "DRAWER OPENED - NO SALE RECORDED.".

       LOOKUP-DELIVERY-CUSTOMER.
      *    THE SAME HOUSES ORDER EVERY WEEK -- A KNOWN NUMBER BRINGS
      *    ITS ADDRESS AND ZONE BACK, A NEW ONE IS TAKEN DOWN ONCE.
      *    WITH NO ADDRESS BOOK OPEN THE ADDRESS IS SIMPLY KEYED, THE
      *    OLD BEHAVIOR.
           MOVE SPACES TO DELIV-ADDRESS.
           MOVE SPACES TO DELIV-ZONE.
           MOVE 'N' TO DELCUST-FOUND-SW.
           MOVE 'N' TO DELCUST-CHANGE-SW.
           IF NOT DELCUST-FILE-AVAILABLE
               DISPLAY "DELIVERY ADDRESS: "
               ACCEPT DELIV-ADDRESS
           ELSE
               MOVE DELIV-CONTACT TO DC-CONTACT
               READ DELCUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO DELCUST-FOUND-SW
               END-READ
               IF DELCUST-FOUND
                   MOVE DC-ADDRESS TO DELIV-ADDRESS
                   MOVE DC-ZONE TO DELIV-ZONE
                   DISPLAY "CUSTOMER: " DC-NAME
                   DISPLAY "ADDRESS:  " DC-ADDRESS
                   DISPLAY "LANDMARK: " DC-LANDMARK
                   DISPLAY "ZONE:     " DC-ZONE
                   DISPLAY "UPDATE ADDRESS/LANDMARK/ZONE? (Y/N): "
                   ACCEPT DELCUST-ANS
                   IF DELCUST-ANS = 'Y' OR DELCUST-ANS = 'y'
                       PERFORM UPDATE-DELIVERY-CUSTOMER
                   END-IF
               ELSE
                   MOVE SPACES TO DELCUST-REC
                   MOVE DELIV-CONTACT TO DC-CONTACT
                   MOVE 0 TO DC-ADDED-DATE
                   MOVE 0 TO DC-CHANGED-DATE
                   DISPLAY "NEW DELIVERY CUSTOMER - NAME: "
                   ACCEPT DC-NAME
                   DISPLAY "DELIVERY ADDRESS: "
                   ACCEPT DELIV-ADDRESS
                   DISPLAY "LANDMARK / DIRECTIONS: "
                   ACCEPT DC-LANDMARK
                   MOVE 'Y' TO DELCUST-CHANGE-SW
               END-IF
           END-IF.

       UPDATE-DELIVERY-CUSTOMER.
      *    A BLANK ENTRY KEEPS WHAT IS ON FILE. A BLANKED ZONE IS
      *    ASKED FOR AGAIN BY THE ZONE CHECK THAT FOLLOWS.
           DISPLAY "NEW ADDRESS (BLANK = KEEP): ".
           MOVE SPACES TO DELCUST-ENTRY.
           ACCEPT DELCUST-ENTRY.
           IF DELCUST-ENTRY NOT = SPACES
               MOVE DELCUST-ENTRY TO DELIV-ADDRESS
               MOVE 'Y' TO DELCUST-CHANGE-SW
           END-IF.
           DISPLAY "NEW LANDMARK (BLANK = KEEP): ".
           MOVE SPACES TO DELCUST-ENTRY.
           ACCEPT DELCUST-ENTRY.
           IF DELCUST-ENTRY NOT = SPACES
               MOVE DELCUST-ENTRY TO DC-LANDMARK
               MOVE 'Y' TO DELCUST-CHANGE-SW
           END-IF.
           DISPLAY "NEW ZONE (BLANK = KEEP): ".
           MOVE SPACES TO DELCUST-ENTRY.
           ACCEPT DELCUST-ENTRY.
           IF DELCUST-ENTRY NOT = SPACES
               MOVE DELCUST-ENTRY TO DELIV-ZONE
           END-IF.

       SAVE-DELIVERY-CUSTOMER.
      *    CALLED ONCE THE ZONE HAS BEEN CHECKED AGAINST THE FEE
      *    TABLE, SO THE BOOK NEVER HOLDS A ZONE NOBODY PRICED.
           IF DELCUST-FILE-AVAILABLE
               IF DELIV-ADDRESS NOT = DC-ADDRESS
                       OR DELIV-ZONE NOT = DC-ZONE
                   MOVE 'Y' TO DELCUST-CHANGE-SW
               END-IF
               IF DELCUST-CHANGED
                   MOVE DELIV-ADDRESS TO DC-ADDRESS
                   MOVE DELIV-ZONE TO DC-ZONE
                   MOVE BUSINESS-DATE TO DC-CHANGED-DATE
                   IF DELCUST-FOUND
                       REWRITE DELCUST-REC
                           INVALID KEY
                               DISPLAY "*** ADDRESS BOOK NOT UPDATED"
                                   " - STATUS " DELCUST-STATUS " ***"
                       END-REWRITE
                   ELSE
                       MOVE BUSINESS-DATE TO DC-ADDED-DATE
                       WRITE DELCUST-REC
                           INVALID KEY
                               DISPLAY "*** ADDRESS BOOK NOT UPDATED"
                                   " - STATUS " DELCUST-STATUS " ***"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       RECORD-DISPATCH.
           OPEN EXTEND DISPATCH-FILE.
           MOVE ONUM TO DP-ONUM.
           MOVE SPACES TO DP-OUT-STAMP.
           MOVE SPACES TO DP-DONE-STAMP.
           MOVE DELIV-ZONE TO DP-ZONE.
           MOVE 0 TO DP-TRIP-NO.
           MOVE 0 TO DP-STOP-SEQ.
           WRITE DISPATCH-REC.
           CLOSE DISPATCH-FILE.

       SCPWD-DISCOUNT.
      *    A SENIOR OR PWD CARDHOLDER'S SHARE IS VAT-EXEMPT AND
      *    TAKES 20% OFF THE VAT-EXCLUSIVE PRICE. ITEM ENTRY PICKS
      *    THE QUALIFYING LINES ONE BY ONE; A QUICK TOTAL TAKES THE
      *    QUALIFYING AMOUNT AS KEYED. NO CALCULATOR, NO OVERRIDE.
           MOVE SPACE TO SCPWD-TYPE.
           MOVE SPACES TO SCPWD-ID.
           MOVE SPACES TO SCPWD-NAME.
           MOVE 0 TO SCPWD-GROSS.
           MOVE 0 TO SCPWD-EXEMPT.
           MOVE 0 TO SCPWD-DISC.
           DISPLAY "SC/PWD DISCOUNT - [S]ENIOR [P]WD [N]ONE: ".
           ACCEPT SCPWD-TYPE.
           INSPECT SCPWD-TYPE CONVERTING "spn" TO "SPN".
           PERFORM UNTIL SCPWD-SENIOR OR SCPWD-PWD OR SCPWD-NONE
               DISPLAY "INVALID - ENTER S, P OR N: "
               ACCEPT SCPWD-TYPE
               INSPECT SCPWD-TYPE CONVERTING "spn" TO "SPN"
           END-PERFORM.
           IF SCPWD-SENIOR OR SCPWD-PWD
               DISPLAY "ID NUMBER: "
               ACCEPT SCPWD-ID
               PERFORM UNTIL SCPWD-ID NOT = SPACES
                   DISPLAY "INVALID - THE ID NUMBER IS REQUIRED: "
                   ACCEPT SCPWD-ID
               END-PERFORM
               DISPLAY "NAME ON THE ID: "
               ACCEPT SCPWD-NAME
               PERFORM UNTIL SCPWD-NAME NOT = SPACES
                   DISPLAY "INVALID - THE NAME IS REQUIRED: "
                   ACCEPT SCPWD-NAME
               END-PERFORM
               IF LINE-CTR > 0
                   PERFORM VARYING LINE-IX FROM 1 BY 1
                           UNTIL LINE-IX > LINE-CTR
                       PERFORM SCPWD-ASK-ONE-LINE
                   END-PERFORM
               ELSE
                   DISPLAY "QUALIFYING AMOUNT (VAT INCLUSIVE): "
                   ACCEPT SCPWD-GROSS
               END-IF
               IF SCPWD-GROSS > ATOT
                   MOVE ATOT TO SCPWD-GROSS
               END-IF
               COMPUTE SCPWD-EXEMPT ROUNDED =
                   SCPWD-GROSS / (1 + VAT-RATE)
               COMPUTE SCPWD-DISC ROUNDED =
                   SCPWD-EXEMPT * SCPWD-RATE
               COMPUTE ATOT = ATOT - SCPWD-GROSS + SCPWD-EXEMPT
                   - SCPWD-DISC
               DISPLAY "VAT-EXEMPT SALE: " SCPWD-EXEMPT
                   "  20% DISCOUNT: " SCPWD-DISC
                   "  TOTAL NOW: " ATOT
           ELSE
               MOVE SPACE TO SCPWD-TYPE
           END-IF.

       SCPWD-ASK-ONE-LINE.
           COMPUTE SCPWD-LINE-AMT = LNR-QTY (LINE-IX)
               * LNR-UNIT-PRICE (LINE-IX).
           DISPLAY "  " LNR-ITEM-CODE (LINE-IX) " X"
               LNR-QTY (LINE-IX) " = " SCPWD-LINE-AMT
               " FOR THE CARDHOLDER? (Y/N): ".
           ACCEPT SCPWD-LINE-ANS.
           IF SCPWD-LINE-ANS = 'Y' OR SCPWD-LINE-ANS = 'y'
               ADD SCPWD-LINE-AMT TO SCPWD-GROSS
               MOVE 'Y' TO LNR-SCPWD-SW (LINE-IX)
           ELSE
               MOVE 'N' TO LNR-SCPWD-SW (LINE-IX)
           END-IF.

       CAPTURE-VOID-SCPWD.
      *    ROWS FROM BEFORE THE DISCOUNT EXISTED READ SPACES HERE.
           MOVE OR-VATBASE TO VOID-VATBASE.
           MOVE OR-VAT TO VOID-VAT.
           MOVE SPACE TO VOID-SCPWD-TYPE.
           MOVE SPACES TO VOID-SCPWD-ID.
           MOVE SPACES TO VOID-SCPWD-NAME.
           MOVE 0 TO VOID-SCPWD-GROSS.
           MOVE 0 TO VOID-VAT-EXEMPT.
           MOVE 0 TO VOID-SCPWD-DISC.
           MOVE 0 TO VOID-ITEM-EXEMPT.
           MOVE 0 TO VOID-ZERO-RATED.
           IF OR-ITEM-EXEMPT IS NUMERIC
               MOVE OR-ITEM-EXEMPT TO VOID-ITEM-EXEMPT
           END-IF.
           IF OR-ZERO-RATED IS NUMERIC
               MOVE OR-ZERO-RATED TO VOID-ZERO-RATED
           END-IF.
           IF (OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P')
                   AND OR-VAT-EXEMPT IS NUMERIC
                   AND OR-SCPWD-DISC IS NUMERIC
                   AND OR-SCPWD-GROSS IS NUMERIC
               MOVE OR-SCPWD-TYPE TO VOID-SCPWD-TYPE
               MOVE OR-SCPWD-ID TO VOID-SCPWD-ID
               MOVE OR-SCPWD-NAME TO VOID-SCPWD-NAME
               MOVE OR-SCPWD-GROSS TO VOID-SCPWD-GROSS
               MOVE OR-VAT-EXEMPT TO VOID-VAT-EXEMPT
               MOVE OR-SCPWD-DISC TO VOID-SCPWD-DISC
           END-IF.

       PROMO-REDEEM.
      *    THE CUSTOMER'S LUCKY ONUM IS LOOKED UP IN THE PROMO FILE
      *    -- A VALID UNCLAIMED, UNEXPIRED WINNER TAKES ITS PRIZE
           DISPLAY "PROMO ORDER NUMBER TO REDEEM (0 IF NONE): ".
           ACCEPT REDEEM-ONUM.
           IF REDEEM-ONUM > 0
               PERFORM READ-PROMO-RECORD
               IF NOT PW-FOUND-ROW
                   DISPLAY "NOT A WINNING NUMBER."
               ELSE
               IF PR-STATUS = 'C'
                   DISPLAY "ALREADY CLAIMED ON "
                       PR-CLAIM-STAMP " BY "
                       PR-CASHIER "."
               ELSE
               IF PR-STATUS = 'E'
                       OR (PR-EXPIRY > 0
                       AND PR-EXPIRY < BUSINESS-DATE)
                   DISPLAY "PRIZE EXPIRED."
               ELSE
                   MOVE 'C' TO PR-STATUS
                   ACCEPT OR-DATE FROM DATE YYYYMMDD
                   ACCEPT OR-TIME FROM TIME
                   STRING OR-DATE DELIMITED BY SIZE
                       OR-TIME DELIMITED BY SIZE
                       INTO PR-CLAIM-STAMP
                   MOVE CASHIER-EMPID TO PR-CASHIER
                   REWRITE PROMO-REC
                       INVALID KEY
                           DISPLAY "PROMO FILE STATUS " PROMO-STATUS
                               " - PRIZE NOT APPLIED."
                       NOT INVALID KEY
                           MOVE PR-PRIZE TO PRIZE-OFF
                           IF PRIZE-OFF > ATOT
                               MOVE ATOT TO PRIZE-OFF
                           END-IF
                           SUBTRACT PRIZE-OFF FROM ATOT
                           DISPLAY "PRIZE OF " PRIZE-OFF
                               " APPLIED - TOTAL NOW " ATOT
                   END-REWRITE
               END-IF
               END-IF
               END-IF
               PERFORM CLOSE-PROMO-FILE
           END-IF.

       READ-PROMO-RECORD.
      *    OPENS THE FILE FOR UPDATE AND READS THE ONE WINNER ASKED
      *    FOR -- THE CALLER REWRITES IT AND CLOSES THE FILE.
           MOVE 'N' TO PW-FOUND-SW.
           MOVE 'N' TO PW-OPEN-SW.
           OPEN I-O PROMO-FILE.
           IF PROMO-STATUS = "00" OR PROMO-STATUS = "05"
               MOVE 'Y' TO PW-OPEN-SW
               MOVE REDEEM-ONUM TO PR-ONUM
               READ PROMO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO PW-FOUND-SW
               END-READ
           END-IF.

       CLOSE-PROMO-FILE.
           IF PW-FILE-OPEN
               CLOSE PROMO-FILE
               MOVE 'N' TO PW-OPEN-SW
           END-IF.

       ISSUE-OR-NUMBER.
      *    THE NEXT NUMBER COMES OFF THE CONTROLLED SERIES AND THE
               OR-VAT DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
      *    THE THREE SALES BUCKETS -- THE VATABLE ONE IS ABOVE, THE
      *    EXEMPT ONE TAKES IN AN SC/PWD CARDHOLDER'S SHARE.
           MOVE OR-ITEM-EXEMPT TO RCPT-EXEMPT.
           IF OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P'
               ADD OR-VAT-EXEMPT TO RCPT-EXEMPT
           END-IF.
           MOVE SPACES TO RCPT-LINE.
           STRING "VAT-EXEMPT SALES " DELIMITED BY SIZE
               RCPT-EXEMPT DELIMITED BY SIZE
               "  ZERO-RATED SALES " DELIMITED BY SIZE
               OR-ZERO-RATED DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           IF OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P'
               MOVE SPACES TO RCPT-LINE
               IF OR-SCPWD-TYPE = 'S'
                   STRING "SENIOR CITIZEN ID " DELIMITED BY SIZE
                       OR-SCPWD-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OR-SCPWD-NAME DELIMITED BY SIZE
                       INTO RCPT-LINE
               ELSE
                   STRING "PWD ID " DELIMITED BY SIZE
                       OR-SCPWD-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OR-SCPWD-NAME DELIMITED BY SIZE
                       INTO RCPT-LINE
               END-IF
               WRITE RECEIPT-LINE FROM RCPT-LINE
               MOVE SPACES TO RCPT-LINE
               STRING "VAT-EXEMPT SALE " DELIMITED BY SIZE
                   OR-VAT-EXEMPT DELIMITED BY SIZE
                   "  LESS 20% DISCOUNT " DELIMITED BY SIZE
                   OR-SCPWD-DISC DELIMITED BY SIZE
                   INTO RCPT-LINE
               WRITE RECEIPT-LINE FROM RCPT-LINE
           END-IF.
           PERFORM VARYING TN-IX FROM 1 BY 1
                   UNTIL TN-IX > TN-CTR
               PERFORM NAME-THE-TENDER
               MOVE SPACES TO RCPT-LINE
               IF OR-TXN-TYPE = 'V'
                   STRING "REFUND " DELIMITED BY SIZE
                       TENDER-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TNR-AMOUNT (TN-IX) DELIMITED BY SIZE
                       INTO RCPT-LINE
               ELSE
               IF TNR-TYPE (TN-IX) = 'C'
                   STRING TENDER-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TNR-AMOUNT (TN-IX) DELIMITED BY SIZE
                       "  TENDERED " DELIMITED BY SIZE
                       TNR-TENDERED (TN-IX) DELIMITED BY SIZE
                       "  CHANGE " DELIMITED BY SIZE
                       TNR-CHANGE (TN-IX) DELIMITED BY SIZE
                       INTO RCPT-LINE
               ELSE
                   STRING TENDER-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TNR-AMOUNT (TN-IX) DELIMITED BY SIZE
                       "  REF " DELIMITED BY SIZE
                       TNR-REF (TN-IX) DELIMITED BY SIZE
                       INTO RCPT-LINE
               END-IF
               END-IF
               WRITE RECEIPT-LINE FROM RCPT-LINE
           END-PERFORM.
           MOVE SPACES TO RCPT-LINE.
           STRING "CASHIER " DELIMITED BY SIZE
               OR-CASHIER-EMPID DELIMITED BY SIZE
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           CLOSE RECEIPT-FILE.

       TAKE-ADVANCE-ORDER.
      *    AN ADVANCE OR CATERING ORDER IS PRICED NOW OFF THE
      *    CATALOG AND HELD WITH A DEPOSIT. THE DEPOSIT IS CASH IN
      *    THE DRAWER BUT A LIABILITY ON ADVDEP.DAT, NOT A SALE --
      *    NOTHING REACHES ORDERS.DAT UNTIL THE ORDER IS CLAIMED.
           PERFORM LOAD-ADVORDER-TABLE.
           IF AV-ROW-CTR = 300
               DISPLAY "ADVANCE ORDER FILE FULL."
           ELSE
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING MODE - PRACTICE ORDER ***"
               END-IF
               DISPLAY "CUSTOMER NAME: "
               ACCEPT ADV-NAME
               DISPLAY "CONTACT NUMBER: "
               ACCEPT ADV-CONTACT
               DISPLAY "DUE DATE (YYYYMMDD): "
               ACCEPT ADV-DUE-DATE
               PERFORM UNTIL ADV-DUE-DATE NOT < BUSINESS-DATE
                       AND ADV-DUE-MM > 0 AND ADV-DUE-MM < 13
                       AND ADV-DUE-DD > 0 AND ADV-DUE-DD < 32
                   DISPLAY "INVALID - A DATE FROM " BUSINESS-DATE
                       " ON: "
                   ACCEPT ADV-DUE-DATE
               END-PERFORM
               DISPLAY "DUE TIME (HHMM): "
               ACCEPT ADV-DUE-TIME
               PERFORM UNTIL ADV-DUE-HH < 24 AND ADV-DUE-MI < 60
                   DISPLAY "INVALID - ENTER HHMM: "
                   ACCEPT ADV-DUE-TIME
               END-PERFORM
               DISPLAY "PICKED UP OR DELIVERED? (C/D): "
               ACCEPT ADV-ROUTE
               PERFORM UNTIL ADV-ROUTE-OK
                   DISPLAY "INVALID - ENTER C OR D: "
                   ACCEPT ADV-ROUTE
               END-PERFORM
               DISPLAY "ENTER NUMBER OF ITEMS: "
               ACCEPT INUM
               PERFORM UNTIL INUM > 0 AND INUM NOT > 30
                   DISPLAY "INVALID - 1 TO 30 ITEMS: "
                   ACCEPT INUM
               END-PERFORM
               MOVE 1 TO CTR
               MOVE 0 TO ATOT
               MOVE 0 TO LINE-CTR
               PERFORM ADV-ITEM-LINE UNTIL CTR > INUM
               DISPLAY "ORDER TOTAL: " ATOT
               IF ATOT = 0
                   DISPLAY "NOTHING PRICED - ADVANCE ORDER NOT TAKEN."
               ELSE
                   PERFORM TAKE-ADVANCE-DEPOSIT
               END-IF
               MOVE 0 TO LINE-CTR
           END-IF.

       TAKE-ADVANCE-DEPOSIT.
           DISPLAY "DEPOSIT: ".
           ACCEPT ADV-DEP-AMT.
           PERFORM UNTIL ADV-DEP-AMT > 0 AND ADV-DEP-AMT NOT > ATOT
               DISPLAY "INVALID - DEPOSIT MUST BE OVER 0 AND AT "
                   "MOST THE TOTAL " ATOT ": "
               ACCEPT ADV-DEP-AMT
           END-PERFORM.
           DISPLAY "CASH TENDERED: ".
           ACCEPT ADV-TENDERED.
           PERFORM UNTIL ADV-TENDERED NOT < ADV-DEP-AMT
               DISPLAY "INSUFFICIENT - DEPOSIT IS " ADV-DEP-AMT ": "
               ACCEPT ADV-TENDERED
           END-PERFORM.
           SUBTRACT ADV-DEP-AMT FROM ADV-TENDERED GIVING CHA.
           DISPLAY "CHANGE: " CHA.
      *    THE NUMBER COUNTS UP FROM THE HIGHEST ON FILE, THE SAME
      *    WAY AS A GIFT CERTIFICATE'S.
           ADD 1 TO AV-ROW-CTR.
           MOVE AV-ROW-CTR TO AV-IX.
           ADD 1 TO AV-MAX-NO.
           MOVE AV-MAX-NO TO ASK-ADV-NO.
           MOVE AV-MAX-NO TO AVR-ADV-NO (AV-IX).
           MOVE 'O' TO AVR-STATUS (AV-IX).
           MOVE ADV-NAME TO AVR-CUST-NAME (AV-IX).
           MOVE ADV-CONTACT TO AVR-CONTACT (AV-IX).
           MOVE ADV-DUE-DATE TO AVR-DUE-DATE (AV-IX).
           MOVE ADV-DUE-TIME TO AVR-DUE-TIME (AV-IX).
           MOVE ADV-ROUTE TO AVR-ROUTE (AV-IX).
           MOVE ATOT TO AVR-TOTAL (AV-IX).
           MOVE ADV-DEP-AMT TO AVR-DEPOSIT (AV-IX).
           MOVE BUSINESS-DATE TO AVR-TAKEN-DATE (AV-IX).
           MOVE CASHIER-EMPID TO AVR-CASHIER (AV-IX).
           MOVE 0 TO AVR-CLAIM-ONUM (AV-IX).
           MOVE 0 TO AVR-CLOSED-DATE (AV-IX).
           MOVE SPACES TO AVR-APPROVER (AV-IX).
           PERFORM REWRITE-ADVORDER-FILE.
           OPEN EXTEND ADVLINE-FILE.
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-CTR
               MOVE AV-MAX-NO TO AL-ADV-NO
               MOVE LNR-ITEM-CODE (LINE-IX) TO AL-ITEM-CODE
               MOVE LNR-QTY (LINE-IX) TO AL-QTY
               MOVE LNR-UNIT-PRICE (LINE-IX) TO AL-UNIT-PRICE
               WRITE ADVLINE-REC
           END-PERFORM.
           CLOSE ADVLINE-FILE.
           MOVE 'T' TO ADV-ACTION.
           MOVE ADV-DEP-AMT TO ADV-ACTION-AMT.
           MOVE SPACES TO ADV-APPROVER.
           PERFORM WRITE-ADVDEP-LINE.
           ADD ADV-DEP-AMT TO SHIFT-DEP-TAKEN.
           ADD CHA TO SHIFT-CHANGE.
           PERFORM PRINT-CLAIM-SLIP.
           DISPLAY "ADVANCE ORDER NO. " AV-MAX-NO " TAKEN - DUE "
               ADV-DUE-DATE " " ADV-DUE-TIME ", DEPOSIT "
               ADV-DEP-AMT ".".

       ADV-ITEM-LINE.
      *    THE PRICE THE COUNTER WOULD CHARGE TODAY IS THE QUOTE,
      *    AND IT HOLDS TO THE CLAIM WHATEVER THE CATALOG DOES IN
      *    BETWEEN. AN UNKNOWN OR RETIRED CODE IS NOT TAKEN -- THE
      *    SAME ITEM NUMBER IS ASKED AGAIN.
           MOVE 'Y' TO ADV-LINE-SW.
           DISPLAY "ITEM NO." CTR.
           DISPLAY "ITEM CODE: ".
           ACCEPT ICODE.
           DISPLAY "QUANTITY: ".
           ACCEPT IQTY.
           PERFORM UNTIL IQTY > 0
               DISPLAY "INVALID - QUANTITY MUST BE OVER 0: "
               ACCEPT IQTY
           END-PERFORM.
           MOVE ICODE TO IT-CODE.
           IF ITEM-FILE-AVAILABLE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "CODE NOT FOUND - LINE NOT TAKEN."
                       MOVE 'N' TO ADV-LINE-SW
                   NOT INVALID KEY
                       IF IT-ACTIVE = 'R'
                           DISPLAY "ITEM IS RETIRED - LINE NOT "
                               "TAKEN."
                           MOVE 'N' TO ADV-LINE-SW
                       ELSE
                           MOVE IT-PRICE TO IPRICE
                           DISPLAY "UNIT PRICE: " IPRICE
                       END-IF
               END-READ
           ELSE
               DISPLAY "ITEM CATALOG NOT AVAILABLE - ENTER UNIT "
                   "PRICE: "
               ACCEPT IPRICE
           END-IF.
           IF ADV-LINE-OK
               COMPUTE IAMOUNT = IQTY * IPRICE
               ADD IAMOUNT TO ATOT
               ADD 1 TO LINE-CTR
               MOVE ICODE TO LNR-ITEM-CODE (LINE-CTR)
               MOVE IQTY TO LNR-QTY (LINE-CTR)
               MOVE IPRICE TO LNR-UNIT-PRICE (LINE-CTR)
               ADD 1 TO CTR
               DISPLAY "RUNNING SUBTOTAL: " ATOT
           END-IF.

       PRINT-CLAIM-SLIP.
      *    THE CUSTOMER'S CLAIM SLIP, SPOOLED TO THE RECEIPT PRINTER
      *    -- NOT AN OFFICIAL RECEIPT, WHICH THE CLAIM ISSUES.
           OPEN EXTEND RECEIPT-FILE.
           MOVE ALL '=' TO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           MOVE SPACES TO RCPT-LINE.
           STRING "ADVANCE ORDER CLAIM SLIP NO. " DELIMITED BY SIZE
               AVR-ADV-NO (AV-IX) DELIMITED BY SIZE
               "   TAKEN " DELIMITED BY SIZE
               AVR-TAKEN-DATE (AV-IX) DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           MOVE SPACES TO RCPT-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
               AVR-CUST-NAME (AV-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AVR-CONTACT (AV-IX) DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           IF AVR-ROUTE (AV-IX) = 'D'
               MOVE "DELIVERY" TO ROUTE-NAME
           ELSE
               MOVE "PICKUP" TO ROUTE-NAME
           END-IF.
           MOVE SPACES TO RCPT-LINE.
           STRING "DUE " DELIMITED BY SIZE
               AVR-DUE-DATE (AV-IX) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               AVR-DUE-TIME (AV-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ROUTE-NAME DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-CTR
               MOVE SPACES TO RCPT-LINE
               STRING "  " DELIMITED BY SIZE
                   LNR-ITEM-CODE (LINE-IX) DELIMITED BY SIZE
                   "  X" DELIMITED BY SIZE
                   LNR-QTY (LINE-IX) DELIMITED BY SIZE
                   "  AT " DELIMITED BY SIZE
                   LNR-UNIT-PRICE (LINE-IX) DELIMITED BY SIZE
                   INTO RCPT-LINE
               WRITE RECEIPT-LINE FROM RCPT-LINE
           END-PERFORM.
           SUBTRACT AVR-DEPOSIT (AV-IX) FROM AVR-TOTAL (AV-IX)
               GIVING ADV-BALANCE.
           MOVE SPACES TO RCPT-LINE.
           STRING "TOTAL " DELIMITED BY SIZE
               AVR-TOTAL (AV-IX) DELIMITED BY SIZE
               "  DEPOSIT PAID " DELIMITED BY SIZE
               AVR-DEPOSIT (AV-IX) DELIMITED BY SIZE
               "  BALANCE AT CLAIM " DELIMITED BY SIZE
               ADV-BALANCE DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           MOVE "PRESENT THIS SLIP TO CLAIM - NOT AN OFFICIAL RECEIPT"
               TO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           MOVE SPACES TO RCPT-LINE.
           STRING "CASHIER " DELIMITED BY SIZE
               AVR-CASHIER (AV-IX) DELIMITED BY SIZE
               INTO RCPT-LINE.
           WRITE RECEIPT-LINE FROM RCPT-LINE.
           CLOSE RECEIPT-FILE.

       PICKUP-ADVANCE-ORDER.
      *    THE CLAIM RINGS THE ADVANCE ORDER'S OWN LINES AT THE
      *    QUOTED PRICES AS A NORMAL ORDER -- TENDER-PARA PUTS THE
      *    DEPOSIT ON FIRST AND THE CUSTOMER PAYS THE BALANCE.
           MOVE 'N' TO ADV-CLAIM-SW.
           DISPLAY "ADVANCE ORDER NUMBER: ".
           ACCEPT ASK-ADV-NO.
           PERFORM LOAD-ADVORDER-TABLE.
           PERFORM FIND-ADVORDER-ROW.
           PERFORM LOAD-ADVANCE-LINES.
           IF NOT AV-FOUND-ROW
               DISPLAY "NO SUCH ADVANCE ORDER."
           ELSE
           IF AVR-STATUS (AV-IX) NOT = 'O'
               DISPLAY "ADVANCE ORDER IS NOT OPEN - STATUS "
                   AVR-STATUS (AV-IX) "."
           ELSE
           IF LINE-CTR = 0
               DISPLAY "NO LINES ON FILE FOR THIS ORDER - NOT "
                   "CLAIMED."
           ELSE
               IF AVR-DUE-DATE (AV-IX) NOT = BUSINESS-DATE
                   DISPLAY "NOTE - THIS ORDER WAS DUE "
                       AVR-DUE-DATE (AV-IX) "."
               END-IF
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING MODE - PRACTICE ORDER ***"
               END-IF
               MOVE 'Y' TO ADV-CLAIM-SW
               MOVE ASK-ADV-NO TO ADV-APPLY-NO
               MOVE AVR-DEPOSIT (AV-IX) TO ADV-DEPOSIT-DUE
               MOVE 0 TO ADV-EXCESS
               DISPLAY "CUSTOMER: " AVR-CUST-NAME (AV-IX)
                   "  DEPOSIT HELD: " AVR-DEPOSIT (AV-IX)
               PERFORM ASSIGN-NEXT-ONUM
               DISPLAY "ORDER NUMBER (AUTO-ASSIGNED): " ONUM
               MOVE SPACES TO DELIV-ZONE
               MOVE 0 TO DELIV-FEE
               MOVE AVR-ROUTE (AV-IX) TO ORDER-TYPE
               IF DELIVERY-ORDER
                   MOVE AVR-CONTACT (AV-IX) TO DELIV-CONTACT
                   PERFORM TAKE-DELIVERY-ADDRESS
               END-IF
               MOVE 'I' TO TRANS-MODE
               MOVE LINE-CTR TO INUM
               COMPUTE CTR = LINE-CTR + 1
               DISPLAY "TOTAL AMOUNT: " ATOT
           END-IF
           END-IF
           END-IF.
      *    NOTHING CLAIMED LEAVES NO LINES BEHIND FOR A VOID RECEIPT.
           IF NOT ADV-CLAIM-OK
               MOVE 0 TO LINE-CTR
           END-IF.

       LOAD-ADVANCE-LINES.
           MOVE 0 TO LINE-CTR.
           MOVE 0 TO ATOT.
           MOVE 'N' TO ADVLINE-EOF.
           OPEN INPUT ADVLINE-FILE.
           IF ADVLINE-STATUS = "00"
               READ ADVLINE-FILE
                   AT END MOVE 'Y' TO ADVLINE-EOF
               END-READ
               PERFORM UNTIL ADVLINE-END
                   IF AL-ADV-NO = ASK-ADV-NO AND LINE-CTR < 30
                       ADD 1 TO LINE-CTR
                       MOVE AL-ITEM-CODE TO LNR-ITEM-CODE (LINE-CTR)
                       MOVE AL-QTY TO LNR-QTY (LINE-CTR)
                       MOVE AL-UNIT-PRICE
                           TO LNR-UNIT-PRICE (LINE-CTR)
                       MOVE 'N' TO LNR-OVERRIDE (LINE-CTR)
                       MOVE 0 TO LNR-ORIG-PRICE (LINE-CTR)
                       MOVE SPACES TO LNR-SUPERVISOR (LINE-CTR)
                       COMPUTE IAMOUNT = AL-QTY * AL-UNIT-PRICE
                       ADD IAMOUNT TO ATOT
                       DISPLAY "  " AL-ITEM-CODE "  X" AL-QTY
                           "  AT " AL-UNIT-PRICE
                   END-IF
                   READ ADVLINE-FILE
                       AT END MOVE 'Y' TO ADVLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVLINE-FILE
           ELSE
               IF ADVLINE-STATUS = "05"
                   CLOSE ADVLINE-FILE
               END-IF
           END-IF.

       APPLY-ADVANCE-DEPOSIT.
      *    THE DEPOSIT COVERS WHAT IT CAN OF THE TOTAL AS A 'D'
      *    TENDER LINE REFERENCING THE ADVANCE ORDER. A DISCOUNT
      *    THAT TOOK THE TOTAL UNDER THE DEPOSIT LEAVES AN EXCESS,
      *    PAID BACK IN CASH WHEN THE CLAIM IS RECORDED.
           MOVE 0 TO ADV-EXCESS.
           IF ADV-DEPOSIT-DUE > BALANCE-DUE
               MOVE BALANCE-DUE TO TEND-AMT
               SUBTRACT BALANCE-DUE FROM ADV-DEPOSIT-DUE
                   GIVING ADV-EXCESS
           ELSE
               MOVE ADV-DEPOSIT-DUE TO TEND-AMT
           END-IF.
           IF TEND-AMT > 0
               ADD 1 TO TN-CTR
               MOVE 'D' TO TNR-TYPE (TN-CTR)
               MOVE TEND-AMT TO TNR-AMOUNT (TN-CTR)
               MOVE 0 TO TNR-TENDERED (TN-CTR)
               MOVE 0 TO TNR-CHANGE (TN-CTR)
               MOVE ADV-APPLY-NO TO TNR-REF (TN-CTR)
               SUBTRACT TEND-AMT FROM BALANCE-DUE
               DISPLAY "DEPOSIT APPLIED: " TEND-AMT
           END-IF.
           IF ADV-EXCESS > 0
               DISPLAY "DEPOSIT EXCEEDS THE TOTAL BY " ADV-EXCESS
                   " - PAID BACK WHEN THE ORDER IS RECORDED."
           END-IF.

       CLAIM-ADVANCE-ORDER.
      *    THE ORDER IS RECORDED -- THE ADVANCE ORDER IS CLAIMED
      *    UNDER ITS ONUM AND ANY EXCESS DEPOSIT GOES BACK AS A
      *    REFUND ON THE LEDGER.
           MOVE ADV-APPLY-NO TO ASK-ADV-NO.
           PERFORM LOAD-ADVORDER-TABLE.
           PERFORM FIND-ADVORDER-ROW.
           IF AV-FOUND-ROW
               MOVE 'C' TO AVR-STATUS (AV-IX)
               MOVE ONUM TO AVR-CLAIM-ONUM (AV-IX)
               MOVE BUSINESS-DATE TO AVR-CLOSED-DATE (AV-IX)
               PERFORM REWRITE-ADVORDER-FILE
           END-IF.
           IF ADV-EXCESS > 0
               MOVE 'R' TO ADV-ACTION
               MOVE ADV-EXCESS TO ADV-ACTION-AMT
               MOVE SPACES TO ADV-APPROVER
               PERFORM WRITE-ADVDEP-LINE
               ADD ADV-EXCESS TO SHIFT-DEP-REFUND
               DISPLAY "PAY BACK " ADV-EXCESS
                   " OF THE DEPOSIT IN CASH."
           END-IF.
           DISPLAY "ADVANCE ORDER " ASK-ADV-NO " CLAIMED ON ORDER "
               ONUM ".".
           MOVE 0 TO ADV-APPLY-NO.
           MOVE 0 TO ADV-DEPOSIT-DUE.
           MOVE 0 TO ADV-EXCESS.
           MOVE 'N' TO ADV-CLAIM-SW.

       CANCEL-ADVANCE-ORDER.
      *    A CANCELLED ORDER'S DEPOSIT IS EITHER PAID BACK IN CASH
      *    OR KEPT AS FORFEITED -- EITHER WAY A SUPERVISOR PUTS
      *    THEIR NAME ON IT, THE SAME APPROVAL AS A PRICE OVERRIDE.
           DISPLAY "ADVANCE ORDER NUMBER TO CANCEL: ".
           ACCEPT ASK-ADV-NO.
           PERFORM LOAD-ADVORDER-TABLE.
           PERFORM FIND-ADVORDER-ROW.
           IF NOT AV-FOUND-ROW
               DISPLAY "NO SUCH ADVANCE ORDER."
           ELSE
           IF AVR-STATUS (AV-IX) NOT = 'O'
               DISPLAY "ADVANCE ORDER IS NOT OPEN - STATUS "
                   AVR-STATUS (AV-IX) "."
           ELSE
               DISPLAY "CUSTOMER: " AVR-CUST-NAME (AV-IX)
                   "  DUE " AVR-DUE-DATE (AV-IX)
                   "  DEPOSIT " AVR-DEPOSIT (AV-IX)
               DISPLAY "[R] REFUND THE DEPOSIT  [F] FORFEIT IT: "
               ACCEPT ADV-CANCEL-ANS
               PERFORM UNTIL ADV-REFUND OR ADV-FORFEIT
                   DISPLAY "INVALID - ENTER R OR F: "
                   ACCEPT ADV-CANCEL-ANS
               END-PERFORM
               PERFORM APPROVE-THE-OVERRIDE
               IF APPR-OK
                   MOVE AVR-DEPOSIT (AV-IX) TO ADV-ACTION-AMT
                   MOVE OVR-SUPERVISOR TO ADV-APPROVER
                   IF ADV-REFUND
                       MOVE 'R' TO AVR-STATUS (AV-IX)
                       MOVE 'R' TO ADV-ACTION
                       ADD ADV-ACTION-AMT TO SHIFT-DEP-REFUND
                       DISPLAY "PAY BACK " ADV-ACTION-AMT
                           " IN CASH."
                   ELSE
                       MOVE 'F' TO AVR-STATUS (AV-IX)
                       MOVE 'F' TO ADV-ACTION
                       DISPLAY "DEPOSIT OF " ADV-ACTION-AMT
                           " FORFEITED."
                   END-IF
                   MOVE BUSINESS-DATE TO AVR-CLOSED-DATE (AV-IX)
                   MOVE OVR-SUPERVISOR TO AVR-APPROVER (AV-IX)
                   PERFORM REWRITE-ADVORDER-FILE
                   PERFORM WRITE-ADVDEP-LINE
                   DISPLAY "ADVANCE ORDER " ASK-ADV-NO
                       " CANCELLED."
               ELSE
                   DISPLAY "NOT APPROVED - THE ORDER STAYS OPEN."
               END-IF
           END-IF
           END-IF.

       RESTORE-ADVANCE-DEPOSIT.
      *    VOIDING A CLAIM REOPENS THE ADVANCE ORDER WITH THE
      *    DEPOSIT THE CLAIM APPLIED HELD AGAIN -- ANY EXCESS WAS
      *    ALREADY PAID BACK. AN ORDER NO LONGER ON FILE IS PAID
      *    BACK IN CASH INSTEAD.
           MOVE TNR-REF (TN-IX) (1:6) TO ASK-ADV-NO.
           PERFORM LOAD-ADVORDER-TABLE.
           PERFORM FIND-ADVORDER-ROW.
           IF NOT AV-FOUND-ROW
               DISPLAY "ADVANCE ORDER " ASK-ADV-NO " NO LONGER ON "
                   "FILE."
               MOVE 'C' TO TNR-TYPE (TN-IX)
           ELSE
               MOVE 'O' TO AVR-STATUS (AV-IX)
               MOVE 0 TO AVR-CLAIM-ONUM (AV-IX)
               MOVE 0 TO AVR-CLOSED-DATE (AV-IX)
               MOVE TNR-AMOUNT (TN-IX) TO AVR-DEPOSIT (AV-IX)
               DISPLAY "ADVANCE ORDER " ASK-ADV-NO " REOPENED - "
                   "DEPOSIT " TNR-AMOUNT (TN-IX) " HELD AGAIN."
               PERFORM REWRITE-ADVORDER-FILE
           END-IF.

       WRITE-ADVDEP-LINE.
           MOVE ASK-ADV-NO TO AD-ADV-NO.
           MOVE BUSINESS-DATE TO AD-BUSDATE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO AD-STAMP.
           MOVE ADV-ACTION TO AD-ACTION.
           MOVE ADV-ACTION-AMT TO AD-AMOUNT.
           MOVE CASHIER-EMPID TO AD-CASHIER.
           MOVE ADV-APPROVER TO AD-APPROVER.
           OPEN EXTEND ADVDEP-FILE.
           WRITE ADVDEP-REC.
           CLOSE ADVDEP-FILE.

       LOAD-ADVORDER-TABLE.
           MOVE 0 TO AV-ROW-CTR.
           MOVE 0 TO AV-MAX-NO.
           MOVE 'N' TO ADVORDER-EOF.
           OPEN INPUT ADVORDER-FILE.
           IF ADVORDER-STATUS = "00"
               READ ADVORDER-FILE
                   AT END MOVE 'Y' TO ADVORDER-EOF
               END-READ
               PERFORM UNTIL ADVORDER-END OR AV-ROW-CTR = 300
                   ADD 1 TO AV-ROW-CTR
                   MOVE AO-ADV-NO TO AVR-ADV-NO (AV-ROW-CTR)
                   MOVE AO-STATUS TO AVR-STATUS (AV-ROW-CTR)
                   MOVE AO-CUST-NAME TO AVR-CUST-NAME (AV-ROW-CTR)
                   MOVE AO-CONTACT TO AVR-CONTACT (AV-ROW-CTR)
                   MOVE AO-DUE-DATE TO AVR-DUE-DATE (AV-ROW-CTR)
                   MOVE AO-DUE-TIME TO AVR-DUE-TIME (AV-ROW-CTR)
                   MOVE AO-ROUTE TO AVR-ROUTE (AV-ROW-CTR)
                   MOVE AO-TOTAL TO AVR-TOTAL (AV-ROW-CTR)
                   MOVE AO-DEPOSIT TO AVR-DEPOSIT (AV-ROW-CTR)
                   MOVE AO-TAKEN-DATE TO AVR-TAKEN-DATE (AV-ROW-CTR)
                   MOVE AO-CASHIER TO AVR-CASHIER (AV-ROW-CTR)
                   MOVE AO-CLAIM-ONUM TO AVR-CLAIM-ONUM (AV-ROW-CTR)
                   MOVE AO-CLOSED-DATE
                       TO AVR-CLOSED-DATE (AV-ROW-CTR)
                   MOVE AO-APPROVER TO AVR-APPROVER (AV-ROW-CTR)
                   IF AO-ADV-NO > AV-MAX-NO
                       MOVE AO-ADV-NO TO AV-MAX-NO
                   END-IF
                   READ ADVORDER-FILE
                       AT END MOVE 'Y' TO ADVORDER-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVORDER-FILE
           ELSE
               IF ADVORDER-STATUS = "05"
                   CLOSE ADVORDER-FILE
               END-IF
           END-IF.

       FIND-ADVORDER-ROW.
           MOVE 'N' TO AV-FOUND-SW.
           MOVE 1 TO AV-IX.
           PERFORM UNTIL AV-IX > AV-ROW-CTR OR AV-FOUND-ROW
               IF AVR-ADV-NO (AV-IX) = ASK-ADV-NO
                   MOVE 'Y' TO AV-FOUND-SW
               ELSE
                   ADD 1 TO AV-IX
               END-IF
           END-PERFORM.

       REWRITE-ADVORDER-FILE.
           OPEN OUTPUT ADVORDER-FILE.
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > AV-ROW-CTR
               MOVE AVR-ADV-NO (AV-IX) TO AO-ADV-NO
               MOVE AVR-STATUS (AV-IX) TO AO-STATUS
               MOVE AVR-CUST-NAME (AV-IX) TO AO-CUST-NAME
               MOVE AVR-CONTACT (AV-IX) TO AO-CONTACT
               MOVE AVR-DUE-DATE (AV-IX) TO AO-DUE-DATE
               MOVE AVR-DUE-TIME (AV-IX) TO AO-DUE-TIME
               MOVE AVR-ROUTE (AV-IX) TO AO-ROUTE
               MOVE AVR-TOTAL (AV-IX) TO AO-TOTAL
               MOVE AVR-DEPOSIT (AV-IX) TO AO-DEPOSIT
               MOVE AVR-TAKEN-DATE (AV-IX) TO AO-TAKEN-DATE
               MOVE AVR-CASHIER (AV-IX) TO AO-CASHIER
               MOVE AVR-CLAIM-ONUM (AV-IX) TO AO-CLAIM-ONUM
               MOVE AVR-CLOSED-DATE (AV-IX) TO AO-CLOSED-DATE
               MOVE AVR-APPROVER (AV-IX) TO AO-APPROVER
               WRITE ADVORDER-REC
           END-PERFORM.
           CLOSE ADVORDER-FILE.

       DRAWER-DECLARE.
      *    THE CASHIER COUNTS THE DRAWER BY DENOMINATION AND THE
      *    PROGRAM DOES THE ARITHMETIC -- OVER/SHORT AGAINST THE NET
           COMPUTE DECLARED-CASH = (D1000 * 1000) + (D500 * 500)
               + (D100 * 100) + (D50 * 50) + (D20 * 20)
               + (D5 * 5) + D1 + (DECL-CENT / 100).
           PERFORM COMPUTE-EXPECTED-CASH.
           COMPUTE DRAWER-OVERSHORT = DECLARED-CASH
               - EXPECTED-CASH.
           DISPLAY "DECLARED: " DECLARED-CASH
           WRITE DRAWERLED-REC.
           CLOSE DRAWERLED-FILE.

       COMPUTE-EXPECTED-CASH.
      *    THE DRAWER HOLDS WHAT THE CASH TENDER LINES TOOK (NET OF
      *    CHANGE), LESS WHAT VOIDS PAID BACK IN CASH, PLUS THE
      *    CASH FROM CERTIFICATES SOLD, WHICH ISN'T A SALE, AND THE
      *    ADVANCE DEPOSITS TAKEN LESS THOSE REFUNDED, LESS WHAT
      *    PICKUPS TOOK TO THE SAFE. CARD, CERTIFICATE, ACCOUNT,
      *    POINTS AND DEPOSIT LINES BROUGHT NO CASH IN AND THEIR
      *    REVERSALS TAKE NONE OUT.
           COMPUTE EXPECTED-CASH = SHIFT-CASH-IN - SHIFT-CASH-OUT
               + SHIFT-GC-SOLD + SHIFT-DEP-TAKEN - SHIFT-DEP-REFUND
               - SHIFT-PICKUPS.

       CHECK-PICKUP-LIMIT.
      *    A DRAWER HOLDING MORE THAN THE LIMIT IS A TARGET -- AFTER
      *    EVERY TRANSACTION THE TERMINAL SAYS SO UNTIL A PICKUP
      *    BRINGS IT BACK UNDER.
           PERFORM COMPUTE-EXPECTED-CASH.
           IF EXPECTED-CASH > PICKUP-LIMIT
               DISPLAY "*** DRAWER SHOULD HOLD " EXPECTED-CASH
                   " - OVER THE PICKUP LIMIT OF " PICKUP-LIMIT
                   " ***"
               DISPLAY "TAKE A CASH PICKUP NOW? (Y/N): "
               ACCEPT PICKUP-ANS
               IF PICKUP-ANS = 'Y' OR PICKUP-ANS = 'y'
                   PERFORM TAKE-CASH-PICKUP
               END-IF
           END-IF.

       TAKE-CASH-PICKUP.
      *    A SUPERVISOR TAKES THE CASH -- THE SAME ID-AND-PIN CHECK
      *    AS A PRICE OVERRIDE, WITH THE SUPERVISOR'S OWN SESSION
      *    STANDING AS THE APPROVAL. THE COUNT CANNOT TAKE MORE THAN
      *    THE DRAWER SHOULD HOLD.
           PERFORM COMPUTE-EXPECTED-CASH.
           DISPLAY "CASH PICKUP - DRAWER SHOULD HOLD: " EXPECTED-CASH.
           MOVE SPACES TO OVR-SUPERVISOR.
           PERFORM APPROVE-THE-OVERRIDE.
           IF NOT APPR-OK
               DISPLAY "PICKUP REFUSED - A SUPERVISOR'S ID AND PIN "
                   "ARE NEEDED."
           ELSE
               PERFORM COUNT-THE-PICKUP
               IF PICKUP-AMT = 0
                   DISPLAY "NOTHING COUNTED - NO PICKUP TAKEN."
               ELSE
                   IF PICKUP-AMT > EXPECTED-CASH
                       DISPLAY "PICKUP OF " PICKUP-AMT
                           " IS MORE THAN THE DRAWER SHOULD HOLD"
                           " - NO PICKUP TAKEN."
                   ELSE
                       PERFORM RECORD-CASH-PICKUP
                   END-IF
               END-IF
           END-IF.

       COUNT-THE-PICKUP.
           DISPLAY "COUNT THE PICKUP:".
           DISPLAY "  1000'S: ".
           ACCEPT D1000.
           DISPLAY "   500'S: ".
           ACCEPT D500.
           DISPLAY "   100'S: ".
           ACCEPT D100.
           DISPLAY "    50'S: ".
           ACCEPT D50.
           DISPLAY "    20'S: ".
           ACCEPT D20.
           DISPLAY "     5'S: ".
           ACCEPT D5.
           DISPLAY "     1'S: ".
           ACCEPT D1.
           DISPLAY "CENTAVOS (00-99): ".
           ACCEPT DECL-CENT.
           COMPUTE PICKUP-AMT = (D1000 * 1000) + (D500 * 500)
               + (D100 * 100) + (D50 * 50) + (D20 * 20)
               + (D5 * 5) + D1 + (DECL-CENT / 100).

       RECORD-CASH-PICKUP.
      *    THE SLIP NUMBER COUNTS UP FROM THE HIGHEST ON THE SAFE
      *    LOG, SO EVERY PICKUP EVER TAKEN HAS ITS OWN.
           MOVE 0 TO PICKUP-SLIP-NO.
           MOVE 'N' TO SAFELOG-EOF.
           OPEN INPUT SAFELOG-FILE.
           IF SAFELOG-STATUS = "00"
               READ SAFELOG-FILE
                   AT END MOVE 'Y' TO SAFELOG-EOF
               END-READ
               PERFORM UNTIL SAFELOG-END
                   IF SF-SLIP-NO > PICKUP-SLIP-NO
                       MOVE SF-SLIP-NO TO PICKUP-SLIP-NO
                   END-IF
                   READ SAFELOG-FILE
                       AT END MOVE 'Y' TO SAFELOG-EOF
                   END-READ
               END-PERFORM
               CLOSE SAFELOG-FILE
           ELSE
               IF SAFELOG-STATUS = "05"
                   CLOSE SAFELOG-FILE
               END-IF
           END-IF.
           ADD 1 TO PICKUP-SLIP-NO.
           MOVE SPACES TO SAFELOG-REC.
           MOVE BUSINESS-DATE TO SF-BUSDATE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO SF-STAMP.
           MOVE 'P' TO SF-TYPE.
           MOVE PICKUP-SLIP-NO TO SF-SLIP-NO.
           MOVE CASHIER-EMPID TO SF-CASHIER.
           MOVE OVR-SUPERVISOR TO SF-SUPERVISOR.
           MOVE PICKUP-AMT TO SF-AMOUNT.
           MOVE D1000 TO SF-D1000.
           MOVE D500 TO SF-D500.
           MOVE D100 TO SF-D100.
           MOVE D50 TO SF-D50.
           MOVE D20 TO SF-D20.
           MOVE D5 TO SF-D5.
           MOVE D1 TO SF-D1.
           MOVE DECL-CENT TO SF-CENT.
           OPEN EXTEND SAFELOG-FILE.
           WRITE SAFELOG-REC.
           CLOSE SAFELOG-FILE.
           ADD PICKUP-AMT TO SHIFT-PICKUPS.
           ADD 1 TO SHIFT-PICKUP-CTR.
           PERFORM PRINT-PICKUP-SLIP.

       PRINT-PICKUP-SLIP.
      *    ONE SLIP PER PICKUP, SIGNED BY BOTH AND KEPT WITH THE CASH
      *    IN THE SAFE UNTIL IT GOES TO THE BANK.
           MOVE SPACES TO PICKUP-SLIP-NAME.
           STRING PICKUP-PREFIX DELIMITED BY SPACE
               PICKUP-SLIP-NO DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO PICKUP-SLIP-NAME.
           OPEN OUTPUT PICKUP-SLIP-FILE.
           MOVE ALL '=' TO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "CASH PICKUP SLIP NO. " DELIMITED BY SIZE
               PICKUP-SLIP-NO DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               "  TIME " DELIMITED BY SIZE
               AU-TIME (1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               AU-TIME (3:2) DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "CASHIER " DELIMITED BY SIZE
               CASHIER-EMPID DELIMITED BY SIZE
               "  SUPERVISOR " DELIMITED BY SIZE
               OVR-SUPERVISOR DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "  1000 X " DELIMITED BY SIZE
               D1000 DELIMITED BY SIZE
               "     500 X " DELIMITED BY SIZE
               D500 DELIMITED BY SIZE
               "     100 X " DELIMITED BY SIZE
               D100 DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "    50 X " DELIMITED BY SIZE
               D50 DELIMITED BY SIZE
               "      20 X " DELIMITED BY SIZE
               D20 DELIMITED BY SIZE
               "       5 X " DELIMITED BY SIZE
               D5 DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE SPACES TO PICKUP-PRT.
           STRING "     1 X " DELIMITED BY SIZE
               D1 DELIMITED BY SIZE
               "    CENTAVOS " DELIMITED BY SIZE
               DECL-CENT DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE PICKUP-AMT TO PICKUPDP.
           MOVE SPACES TO PICKUP-PRT.
           STRING "TOTAL PICKUP: " DELIMITED BY SIZE
               PICKUPDP DELIMITED BY SIZE
               INTO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE "CASHIER:    ____________________" TO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           MOVE "SUPERVISOR: ____________________" TO PICKUP-PRT.
           WRITE PICKUP-SLIP-LINE FROM PICKUP-PRT.
           CLOSE PICKUP-SLIP-FILE.
           DISPLAY "PICKUP SLIP " PICKUP-SLIP-NO " FOR " PICKUPDP
               " SPOOLED TO " PICKUP-SLIP-NAME.

       END PROGRAM ORDERTENDER.

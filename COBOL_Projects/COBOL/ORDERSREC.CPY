           05  OR-SVCCHG PIC 9(4)V99.
      *    HOW THE ORDER WAS SETTLED -- 'C' (OR THE SPACES ON
      *    RECORDS FROM BEFORE TENDER TYPES EXISTED) IS CASH IN THE
      *    DRAWER, 'A' POSTED TO A CHARGE ACCOUNT, 'M' SPLIT ACROSS
      *    SEVERAL TENDERS (SEE OR-TENDER-CTR). OR-CUST-NO NAMES
      *    THE ACCOUNT CHARGED.
           05  OR-TENDER-TYPE PIC X(1).
           05  OR-CUST-NO PIC X(5).
      *    DELIVERY ZONE AND THE ZONE FEE INCLUDED IN OR-ATOT ON A
      *    HITS THE TILL INSTEAD OF THE DRIVER'S POCKET.
           05  OR-DELV-ZONE PIC X(2).
           05  OR-DELV-FEE PIC 9(3)V99.
      *    LOYALTY MEMBER ATTACHED AT TENDER (ZERO OR SPACES WHEN
      *    NONE), THE POINTS THE SALE EARNED AND THE POINTS REDEEMED
      *    AS A 'P' TENDER -- A VOID READS THESE BACK TO REVERSE THEM.
           05  OR-LOY-MEMBER PIC 9(6).
           05  OR-LOY-EARNED PIC 9(5).
           05  OR-LOY-REDEEMED PIC 9(5).
      *    SENIOR CITIZEN / PWD DISCOUNT -- 'S' SENIOR OR 'P' PWD
      *    (SPACE WHEN NONE) WITH THE CARD ID AND NAME, THE VAT-
      *    INCLUSIVE VALUE OF THE QUALIFYING LINES, THAT VALUE WITH
      *    THE VAT REMOVED (THE VAT-EXEMPT SALE) AND THE 20%
      *    DISCOUNT TAKEN ON IT. OR-ATOT = OR-VATBASE + OR-VAT +
      *    OR-VAT-EXEMPT - OR-SCPWD-DISC.
           05  OR-SCPWD-TYPE PIC X(1).
           05  OR-SCPWD-ID PIC X(15).
           05  OR-SCPWD-NAME PIC X(25).
           05  OR-SCPWD-GROSS PIC 9(5)V99.
           05  OR-VAT-EXEMPT PIC 9(5)V99.
           05  OR-SCPWD-DISC PIC 9(5)V99.
      *    HOW MANY TENDERS.DAT LINES SETTLED THIS ROW -- OR-TENDER-
      *    TYPE IS THEN THE ONE TYPE USED, OR 'M' WHEN THE BILL WAS
      *    SPLIT ACROSS SEVERAL. SPACES ON ROWS FROM BEFORE THE
      *    TENDER DETAIL, WHICH ARE READ BY OR-TENDER-TYPE ALONE.
           05  OR-TENDER-CTR PIC 9(2).
      *    ON A VOID ROW, THE CASHIER WHOSE SESSION RANG THE VOID --
      *    OR-CASHIER-EMPID STAYS THE ORIGINAL SALE'S CASHIER. SPACES
      *    ON SALES AND ON VOIDS FROM BEFORE IT WAS KEPT. LOSSPREV
      *    READS IT FOR THE SAME-CASHIER QUICK-VOID LIST.
           05  OR-VOID-BY PIC X(5).
      *    SALES OF VAT-EXEMPT ('E') AND ZERO-RATED ('Z') CATALOG
      *    ITEMS, WORKED OUT LINE BY LINE FROM THE ORDER'S ITEMS
      *    (ANY DISCOUNT OFF THE BILL SHARED OUT IN PROPORTION) --
      *    NEITHER CARRIES VAT, SO WITH THEM OR-ATOT = OR-VATBASE +
      *    OR-VAT + OR-VAT-EXEMPT + OR-ITEM-EXEMPT + OR-ZERO-RATED -
      *    OR-SCPWD-DISC. THE EXEMPT BUCKET ON THE RECEIPT AND THE
      *    REPORTS IS OR-VAT-EXEMPT + OR-ITEM-EXEMPT. SPACES ON ROWS
      *    FROM BEFORE THE CLASSES, WHICH WERE ALL VATABLE.
           05  OR-ITEM-EXEMPT PIC 9(5)V99.
           05  OR-ZERO-RATED PIC 9(5)V99.

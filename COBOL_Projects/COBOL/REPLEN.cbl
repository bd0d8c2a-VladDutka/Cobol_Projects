      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Replenishment run -- suggested purchase orders off
      *          what actually sells instead of LOWSTOCK's fixed
      *          reorder point. Each item's average daily usage is
      *          worked out from the last N weeks of ORDLINES.DAT
      *          (combos exploded into their COMBODEF components the
      *          way the shelf is drawn down, voided sales left
      *          out). The item's ITEMSUPP.DAT link gives the
      *          supplier, its lead time, the order-cycle days and
      *          the safety-stock days; the suggestion covers all
      *          three at that usage, less the stock on hand and
      *          whatever is still due in on open PURCHORD.DAT lines.
      *          Suggestions are written to PODRAFT.DAT as one draft
      *          PO per supplier (replacing the last run's drafts)
      *          for the purchaser to edit and release in POENTRY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
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
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL COMBODEF-FILE
          ASSIGN TO "C:\Users\ADMIN\COMBODEF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBODEF-STATUS.
          SELECT OPTIONAL ITEMSUPP-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMSUPP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ITEMSUPP-STATUS.
          SELECT OPTIONAL SUPPLIER-FILE
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL PURCHORD-FILE
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT PODRAFT-FILE
          ASSIGN TO "C:\Users\ADMIN\PODRAFT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PODRAFT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  COMBODEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMBODEF-REC.
           COPY "COMBODEF.CPY".
       FD  ITEMSUPP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEMSUPP-REC.
           COPY "ITEMSUPP.CPY".
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  PURCHORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  PODRAFT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PODRAFT-REC.
           COPY "PODRAFT.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  COMBODEF-STATUS PIC XX.
       01  ITEMSUPP-STATUS PIC XX.
       01  SUPPLIER-STATUS PIC XX.
       01  PURCHORD-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  PODRAFT-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  COMBODEF-EOF PIC X VALUE 'N'.
           88 COMBODEF-END VALUE 'Y'.
       01  ITEMSUPP-EOF PIC X VALUE 'N'.
           88 ITEMSUPP-END VALUE 'Y'.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  PURCHORD-EOF PIC X VALUE 'N'.
           88 PURCHORD-END VALUE 'Y'.
       01  ITEM-EOF PIC X VALUE 'N'.
           88 ITEM-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  USAGE-WEEKS PIC 9(2).
       01  USAGE-DAYS PIC 9(3).
       01  STEP-CTR PIC 9(3).
      *    THE DAY BEFORE THE USAGE WINDOW OPENS -- THE BUSINESS
      *    DATE STEPPED BACK A DAY AT A TIME, ROLLING THE MONTH AND
      *    THE YEAR BACK AS IT GOES.
       01  FROM-DATE PIC 9(8).
       01  FROM-DATE-R REDEFINES FROM-DATE.
           05  FROM-YYYY PIC 9(4).
           05  FROM-MM PIC 9(2).
           05  FROM-DD PIC 9(2).
       01  MONTH-DAYS PIC 9(2).
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).
      *    SALES THAT WERE LATER VOIDED -- THEIR LINES NEVER LEFT
      *    THE SHELF FOR GOOD.
       01  VD-ROW-CTR PIC 9(4) VALUE 0.
       01  VD-IX PIC 9(4).
       01  VD-FOUND-SW PIC X.
           88 VD-FOUND-ROW VALUE 'Y'.
       01  VD-TABLE.
           05  VD-ROW OCCURS 1000 TIMES.
               10  VDR-ONUM PIC 9(7).
       01  CB-ROW-CTR PIC 9(3) VALUE 0.
       01  CB-IX PIC 9(3).
       01  CB-HIT-SW PIC X.
           88 CB-HIT VALUE 'Y'.
       01  CB-TABLE.
           05  CB-ROW OCCURS 200 TIMES.
               10  CBR-COMBO-CODE PIC X(5).
               10  CBR-COMP-CODE PIC X(5).
               10  CBR-COMP-QTY PIC 9(2).
       01  IL-ROW-CTR PIC 9(3) VALUE 0.
       01  IL-IX PIC 9(3).
       01  IL-FOUND-SW PIC X.
           88 IL-FOUND-ROW VALUE 'Y'.
       01  IL-TABLE.
           05  IL-ROW OCCURS 500 TIMES.
               10  ILR-ITEM-CODE PIC X(5).
               10  ILR-SUPP-NO PIC X(5).
               10  ILR-LEAD-DAYS PIC 9(3).
               10  ILR-CYCLE-DAYS PIC 9(3).
               10  ILR-SAFETY-DAYS PIC 9(3).
               10  ILR-UNIT-COST PIC 9(5)V99.
       01  SU-ROW-CTR PIC 9(3) VALUE 0.
       01  SU-IX PIC 9(3).
       01  SU-FOUND-SW PIC X.
           88 SU-FOUND VALUE 'Y'.
       01  SU-TABLE.
           05  SU-ROW OCCURS 100 TIMES.
               10  SUR-SUPP-NO PIC X(5).
               10  SUR-NAME PIC X(25).
               10  SUR-ACTIVE PIC X(1).
               10  SUR-LINE-CTR PIC 9(3).
      *    PER ITEM: UNITS USED IN THE WINDOW AND UNITS STILL DUE IN
      *    ON OPEN PO LINES.
       01  UU-ROW-CTR PIC 9(3) VALUE 0.
       01  UU-IX PIC 9(3).
       01  UU-FOUND-SW PIC X.
           88 UU-FOUND-ROW VALUE 'Y'.
       01  UU-TABLE.
           05  UU-ROW OCCURS 500 TIMES.
               10  UUR-ITEM-CODE PIC X(5).
               10  UUR-USED PIC 9(7).
               10  UUR-ON-ORDER PIC 9(7).
       01  USE-CODE PIC X(5).
       01  USE-QTY PIC 9(5).
      *    THE SUGGESTIONS, WRITTEN OUT SUPPLIER BY SUPPLIER.
       01  DR-ROW-CTR PIC 9(3) VALUE 0.
       01  DR-IX PIC 9(3).
       01  DR-TABLE.
           05  DR-ROW OCCURS 500 TIMES.
               10  DRR-SUPP-NO PIC X(5).
               10  DRR-ITEM-CODE PIC X(5).
               10  DRR-DAILY-USE PIC 9(4)V99.
               10  DRR-COVER-DAYS PIC 9(3).
               10  DRR-ON-HAND PIC 9(5).
               10  DRR-ON-ORDER PIC 9(5).
               10  DRR-SUGGESTED PIC 9(5).
               10  DRR-UNIT-COST PIC 9(5)V99.
       01  DAILY-USE PIC 9(4)V99.
       01  COVER-DAYS PIC 9(3).
       01  NEED-EXACT PIC 9(7)V99.
       01  NEED-QTY PIC 9(7).
       01  HAVE-QTY PIC 9(7).
       01  SUGGEST-QTY PIC 9(7).
       01  ITEM-CTR PIC 9(4) VALUE 0.
       01  NO-LINK-CTR PIC 9(4) VALUE 0.
       01  CLOSED-CTR PIC 9(4) VALUE 0.
       01  DRAFT-CTR PIC 9(3) VALUE 0.
       01  DRAFT-VALUE PIC 9(7)V99.
       01  USEDP PIC Z,ZZ9.99.
       01  VALUEDP PIC $Z,ZZZ,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "REPLENISHMENT - SUGGESTED PURCHASE ORDERS".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "WEEKS OF SALES TO AVERAGE (1-26, 0 = 4): ".
           ACCEPT USAGE-WEEKS.
           IF USAGE-WEEKS = 0
               MOVE 4 TO USAGE-WEEKS
           END-IF.
           IF USAGE-WEEKS > 26
               MOVE 26 TO USAGE-WEEKS
           END-IF.
           COMPUTE USAGE-DAYS = USAGE-WEEKS * 7.
           PERFORM 0600-COMPUTE-FROM-DATE.
           DISPLAY "USAGE FROM SALES AFTER " FROM-DATE
               " THROUGH " BUSINESS-DATE.
           PERFORM 1000-LOAD-VOIDED-SALES.
           PERFORM 1100-LOAD-COMBODEF-TABLE.
           PERFORM 1200-LOAD-ITEMSUPP-TABLE.
           PERFORM 1300-LOAD-SUPPLIER-TABLE.
           PERFORM 1400-LOAD-OPEN-PO-QTY.
           PERFORM 2000-TOTAL-USAGE.
           PERFORM 3000-SIZE-EACH-ITEM.
           PERFORM 4000-WRITE-THE-DRAFTS.
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

       0600-COMPUTE-FROM-DATE.
           MOVE BUSINESS-DATE TO FROM-DATE.
           PERFORM 0610-BACK-ONE-DAY
               VARYING STEP-CTR FROM 1 BY 1
               UNTIL STEP-CTR > USAGE-DAYS.

       0610-BACK-ONE-DAY.
      *    FEBRUARY HAS 29 DAYS IN A LEAP YEAR (EVERY FOURTH, BUT A
      *    CENTURY ONLY EVERY FOURTH CENTURY).
           IF FROM-DD > 1
               SUBTRACT 1 FROM FROM-DD
           ELSE
               IF FROM-MM > 1
                   SUBTRACT 1 FROM FROM-MM
               ELSE
                   MOVE 12 TO FROM-MM
                   SUBTRACT 1 FROM FROM-YYYY
               END-IF
               EVALUATE FROM-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO MONTH-DAYS
                   WHEN 2
                       DIVIDE FROM-YYYY BY 4 GIVING LEAP-Q
                           REMAINDER LEAP-R4
                       DIVIDE FROM-YYYY BY 100 GIVING LEAP-Q
                           REMAINDER LEAP-R100
                       DIVIDE FROM-YYYY BY 400 GIVING LEAP-Q
                           REMAINDER LEAP-R400
                       IF LEAP-R400 = 0
                               OR (LEAP-R4 = 0 AND LEAP-R100 NOT = 0)
                           MOVE 29 TO MONTH-DAYS
                       ELSE
                           MOVE 28 TO MONTH-DAYS
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO MONTH-DAYS
               END-EVALUATE
               MOVE MONTH-DAYS TO FROM-DD
           END-IF.

       1000-LOAD-VOIDED-SALES.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TXN-TYPE = 'V' AND OR-BUSDATE > FROM-DATE
                           AND VD-ROW-CTR < 1000
                       ADD 1 TO VD-ROW-CTR
                       MOVE OR-ORIG-ONUM TO VDR-ONUM (VD-ROW-CTR)
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.

       1100-LOAD-COMBODEF-TABLE.
           MOVE 'N' TO COMBODEF-EOF.
           OPEN INPUT COMBODEF-FILE.
           IF COMBODEF-STATUS = "00"
               READ COMBODEF-FILE
                   AT END MOVE 'Y' TO COMBODEF-EOF
               END-READ
               PERFORM UNTIL COMBODEF-END OR CB-ROW-CTR = 200
                   ADD 1 TO CB-ROW-CTR
                   MOVE CD-COMBO-CODE TO CBR-COMBO-CODE (CB-ROW-CTR)
                   MOVE CD-COMP-CODE TO CBR-COMP-CODE (CB-ROW-CTR)
                   MOVE CD-COMP-QTY TO CBR-COMP-QTY (CB-ROW-CTR)
                   READ COMBODEF-FILE
                       AT END MOVE 'Y' TO COMBODEF-EOF
                   END-READ
               END-PERFORM
               CLOSE COMBODEF-FILE
           ELSE
               IF COMBODEF-STATUS = "05"
                   CLOSE COMBODEF-FILE
               END-IF
           END-IF.

       1200-LOAD-ITEMSUPP-TABLE.
           MOVE 'N' TO ITEMSUPP-EOF.
           OPEN INPUT ITEMSUPP-FILE.
           IF ITEMSUPP-STATUS = "00"
               READ ITEMSUPP-FILE
                   AT END MOVE 'Y' TO ITEMSUPP-EOF
               END-READ
               PERFORM UNTIL ITEMSUPP-END OR IL-ROW-CTR = 500
                   ADD 1 TO IL-ROW-CTR
                   MOVE IS-ITEM-CODE TO ILR-ITEM-CODE (IL-ROW-CTR)
                   MOVE IS-SUPP-NO TO ILR-SUPP-NO (IL-ROW-CTR)
                   MOVE IS-LEAD-DAYS TO ILR-LEAD-DAYS (IL-ROW-CTR)
                   MOVE IS-CYCLE-DAYS TO ILR-CYCLE-DAYS (IL-ROW-CTR)
                   MOVE IS-SAFETY-DAYS
                       TO ILR-SAFETY-DAYS (IL-ROW-CTR)
                   MOVE IS-UNIT-COST TO ILR-UNIT-COST (IL-ROW-CTR)
                   READ ITEMSUPP-FILE
                       AT END MOVE 'Y' TO ITEMSUPP-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEMSUPP-FILE
           ELSE
               IF ITEMSUPP-STATUS = "05"
                   CLOSE ITEMSUPP-FILE
               END-IF
           END-IF.

       1300-LOAD-SUPPLIER-TABLE.
           MOVE 'N' TO SUPPLIER-EOF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00"
               READ SUPPLIER-FILE
                   AT END MOVE 'Y' TO SUPPLIER-EOF
               END-READ
               PERFORM UNTIL SUPPLIER-END
                   IF SU-ROW-CTR < 100
                       ADD 1 TO SU-ROW-CTR
                       MOVE SU-SUPP-NO TO SUR-SUPP-NO (SU-ROW-CTR)
                       MOVE SU-NAME TO SUR-NAME (SU-ROW-CTR)
                       MOVE SU-ACTIVE TO SUR-ACTIVE (SU-ROW-CTR)
                       MOVE 0 TO SUR-LINE-CTR (SU-ROW-CTR)
                   END-IF
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

       1400-LOAD-OPEN-PO-QTY.
      *    WHAT IS ORDERED BUT NOT YET RECEIVED IS ALREADY ON ITS
      *    WAY -- ORDERING IT AGAIN WOULD DOUBLE THE SHELF.
           MOVE 'N' TO PURCHORD-EOF.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-STATUS = "00"
               READ PURCHORD-FILE
                   AT END MOVE 'Y' TO PURCHORD-EOF
               END-READ
               PERFORM UNTIL PURCHORD-END
                   IF PO-STATUS = 'O' AND PO-ORDERED > PO-RECEIVED
                       MOVE PO-ITEM-CODE TO USE-CODE
                       PERFORM 2200-FIND-USAGE-ROW
                       IF UU-FOUND-ROW
                           COMPUTE UUR-ON-ORDER (UU-IX) =
                               UUR-ON-ORDER (UU-IX) + PO-ORDERED
                               - PO-RECEIVED
                       END-IF
                   END-IF
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

       2000-TOTAL-USAGE.
      *    A COMBO LINE USES ITS COMPONENTS, THE SAME EXPLOSION THAT
      *    DRAWS THE SHELF DOWN AT THE SALE; A PLAIN ITEM USES
      *    ITSELF.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-BUSDATE > FROM-DATE
                           AND OL-BUSDATE NOT > BUSINESS-DATE
                       PERFORM 2100-FIND-VOIDED-SALE
                       IF NOT VD-FOUND-ROW
                           MOVE 'N' TO CB-HIT-SW
                           PERFORM VARYING CB-IX FROM 1 BY 1
                                   UNTIL CB-IX > CB-ROW-CTR
                               IF CBR-COMBO-CODE (CB-IX)
                                       = OL-ITEM-CODE
                                   MOVE 'Y' TO CB-HIT-SW
                                   MOVE CBR-COMP-CODE (CB-IX)
                                       TO USE-CODE
                                   COMPUTE USE-QTY = OL-QTY
                                       * CBR-COMP-QTY (CB-IX)
                                   PERFORM 2300-ADD-USAGE
                               END-IF
                           END-PERFORM
                           IF NOT CB-HIT
                               MOVE OL-ITEM-CODE TO USE-CODE
                               MOVE OL-QTY TO USE-QTY
                               PERFORM 2300-ADD-USAGE
                           END-IF
                       END-IF
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

       2100-FIND-VOIDED-SALE.
           MOVE 'N' TO VD-FOUND-SW.
           MOVE 1 TO VD-IX.
           PERFORM UNTIL VD-IX > VD-ROW-CTR OR VD-FOUND-ROW
               IF VDR-ONUM (VD-IX) = OL-ONUM
                   MOVE 'Y' TO VD-FOUND-SW
               ELSE
                   ADD 1 TO VD-IX
               END-IF
           END-PERFORM.

       2200-FIND-USAGE-ROW.
      *    FINDS THE ITEM'S ROW, STARTING ONE IF IT HAS NONE YET.
           MOVE 'N' TO UU-FOUND-SW.
           MOVE 1 TO UU-IX.
           PERFORM UNTIL UU-IX > UU-ROW-CTR OR UU-FOUND-ROW
               IF UUR-ITEM-CODE (UU-IX) = USE-CODE
                   MOVE 'Y' TO UU-FOUND-SW
               ELSE
                   ADD 1 TO UU-IX
               END-IF
           END-PERFORM.
           IF NOT UU-FOUND-ROW AND UU-ROW-CTR < 500
               ADD 1 TO UU-ROW-CTR
               MOVE UU-ROW-CTR TO UU-IX
               MOVE USE-CODE TO UUR-ITEM-CODE (UU-IX)
               MOVE 0 TO UUR-USED (UU-IX)
               MOVE 0 TO UUR-ON-ORDER (UU-IX)
               MOVE 'Y' TO UU-FOUND-SW
           END-IF.

       2300-ADD-USAGE.
           PERFORM 2200-FIND-USAGE-ROW.
           IF UU-FOUND-ROW
               ADD USE-QTY TO UUR-USED (UU-IX)
           END-IF.

       2400-FIND-LINK-ROW.
           MOVE 'N' TO IL-FOUND-SW.
           MOVE 1 TO IL-IX.
           PERFORM UNTIL IL-IX > IL-ROW-CTR OR IL-FOUND-ROW
               IF ILR-ITEM-CODE (IL-IX) = IT-CODE
                   MOVE 'Y' TO IL-FOUND-SW
               ELSE
                   ADD 1 TO IL-IX
               END-IF
           END-PERFORM.

       2500-FIND-SUPPLIER-ROW.
           MOVE 'N' TO SU-FOUND-SW.
           MOVE 1 TO SU-IX.
           PERFORM UNTIL SU-IX > SU-ROW-CTR OR SU-FOUND
               IF SUR-SUPP-NO (SU-IX) = ILR-SUPP-NO (IL-IX)
                   MOVE 'Y' TO SU-FOUND-SW
               ELSE
                   ADD 1 TO SU-IX
               END-IF
           END-PERFORM.

       3000-SIZE-EACH-ITEM.
      *    A RETIRED ITEM IS NEVER REORDERED. AN ITEM THAT SELLS BUT
      *    HAS NO SUPPLIER LINK, OR IS LINKED TO A CLOSED SUPPLIER,
      *    IS LISTED SO SOMEBODY LINKS IT IN SUPPMAINT.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ITEM-EOF
               END-READ
               PERFORM UNTIL ITEM-END
                   IF IT-ACTIVE NOT = 'R'
                       ADD 1 TO ITEM-CTR
                       PERFORM 3100-SIZE-ONE-ITEM
                   END-IF
                   READ ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ITEM-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       3100-SIZE-ONE-ITEM.
           MOVE IT-CODE TO USE-CODE.
           PERFORM 2200-FIND-USAGE-ROW.
           PERFORM 2400-FIND-LINK-ROW.
           IF NOT IL-FOUND-ROW
               IF UU-FOUND-ROW AND UUR-USED (UU-IX) > 0
                   ADD 1 TO NO-LINK-CTR
                   DISPLAY "  NO SUPPLIER LINK: " IT-CODE
                       " - USED " UUR-USED (UU-IX)
               END-IF
           ELSE
               PERFORM 2500-FIND-SUPPLIER-ROW
               IF NOT SU-FOUND OR SUR-ACTIVE (SU-IX) NOT = 'A'
                   ADD 1 TO CLOSED-CTR
                   DISPLAY "  SUPPLIER " ILR-SUPP-NO (IL-IX)
                       " CLOSED OR GONE: " IT-CODE " - RELINK IT"
               ELSE
      *    USAGE PER DAY OVER THE WINDOW, TIMES THE DAYS ONE ORDER
      *    HAS TO COVER (WAITING FOR IT, UNTIL THE NEXT ONE, AND
      *    THE CUSHION), ROUNDED UP TO A WHOLE UNIT.
                   MOVE 0 TO DAILY-USE
                   IF UU-FOUND-ROW
                       COMPUTE DAILY-USE ROUNDED =
                           UUR-USED (UU-IX) / USAGE-DAYS
                   END-IF
                   COMPUTE COVER-DAYS = ILR-LEAD-DAYS (IL-IX)
                       + ILR-CYCLE-DAYS (IL-IX)
                       + ILR-SAFETY-DAYS (IL-IX)
                   COMPUTE NEED-EXACT = DAILY-USE * COVER-DAYS
                   MOVE NEED-EXACT TO NEED-QTY
                   IF NEED-QTY < NEED-EXACT
                       ADD 1 TO NEED-QTY
                   END-IF
                   MOVE IT-STOCK TO HAVE-QTY
                   IF UU-FOUND-ROW
                       ADD UUR-ON-ORDER (UU-IX) TO HAVE-QTY
                   END-IF
                   IF NEED-QTY > HAVE-QTY AND DR-ROW-CTR < 500
                       COMPUTE SUGGEST-QTY = NEED-QTY - HAVE-QTY
                       ADD 1 TO DR-ROW-CTR
                       MOVE ILR-SUPP-NO (IL-IX)
                           TO DRR-SUPP-NO (DR-ROW-CTR)
                       MOVE IT-CODE TO DRR-ITEM-CODE (DR-ROW-CTR)
                       MOVE DAILY-USE TO DRR-DAILY-USE (DR-ROW-CTR)
                       MOVE COVER-DAYS TO DRR-COVER-DAYS (DR-ROW-CTR)
                       MOVE IT-STOCK TO DRR-ON-HAND (DR-ROW-CTR)
                       MOVE 0 TO DRR-ON-ORDER (DR-ROW-CTR)
                       IF UU-FOUND-ROW
                           MOVE UUR-ON-ORDER (UU-IX)
                               TO DRR-ON-ORDER (DR-ROW-CTR)
                       END-IF
                       MOVE SUGGEST-QTY TO DRR-SUGGESTED (DR-ROW-CTR)
                       MOVE ILR-UNIT-COST (IL-IX)
                           TO DRR-UNIT-COST (DR-ROW-CTR)
                       ADD 1 TO SUR-LINE-CTR (SU-IX)
                   END-IF
               END-IF
           END-IF.

       4000-WRITE-THE-DRAFTS.
      *    ONE DRAFT PER SUPPLIER -- ITS LINES GO OUT TOGETHER SO
      *    POENTRY CAN RELEASE THEM AS ONE PO.
           OPEN OUTPUT PODRAFT-FILE.
           PERFORM VARYING SU-IX FROM 1 BY 1
                   UNTIL SU-IX > SU-ROW-CTR
               IF SUR-LINE-CTR (SU-IX) > 0
                   ADD 1 TO DRAFT-CTR
                   MOVE 0 TO DRAFT-VALUE
                   DISPLAY "----------------------------------------"
                   DISPLAY "DRAFT PO FOR " SUR-SUPP-NO (SU-IX) " "
                       SUR-NAME (SU-IX)
                   DISPLAY "ITEM  PER DAY  COVER ON HAND ON ORDER"
                       " SUGGEST"
                   PERFORM VARYING DR-IX FROM 1 BY 1
                           UNTIL DR-IX > DR-ROW-CTR
                       IF DRR-SUPP-NO (DR-IX) = SUR-SUPP-NO (SU-IX)
                           PERFORM 4100-WRITE-ONE-LINE
                       END-IF
                   END-PERFORM
                   MOVE DRAFT-VALUE TO VALUEDP
                   DISPLAY "DRAFT VALUE AT AGREED COST: " VALUEDP
               END-IF
           END-PERFORM.
           CLOSE PODRAFT-FILE.
           DISPLAY "----------------------------------------".
           DISPLAY "ITEMS SIZED: " ITEM-CTR
               "  DRAFT POS: " DRAFT-CTR
               "  LINES: " DR-ROW-CTR.
           DISPLAY "SELLING WITH NO SUPPLIER LINK: " NO-LINK-CTR
               "  LINKED TO A CLOSED SUPPLIER: " CLOSED-CTR.
           IF DRAFT-CTR > 0
               DISPLAY "REVIEW AND RELEASE THE DRAFTS IN POENTRY."
           END-IF.

       4100-WRITE-ONE-LINE.
           MOVE DRR-SUPP-NO (DR-IX) TO DP-SUPP-NO.
           MOVE DRR-ITEM-CODE (DR-IX) TO DP-ITEM-CODE.
           MOVE BUSINESS-DATE TO DP-RUN-DATE.
           MOVE DRR-DAILY-USE (DR-IX) TO DP-DAILY-USE.
           MOVE DRR-COVER-DAYS (DR-IX) TO DP-COVER-DAYS.
           MOVE DRR-ON-HAND (DR-IX) TO DP-ON-HAND.
           MOVE DRR-ON-ORDER (DR-IX) TO DP-ON-ORDER.
           MOVE DRR-SUGGESTED (DR-IX) TO DP-SUGGESTED.
           MOVE DRR-SUGGESTED (DR-IX) TO DP-QTY.
           MOVE DRR-UNIT-COST (DR-IX) TO DP-UNIT-COST.
           WRITE PODRAFT-REC.
           COMPUTE DRAFT-VALUE = DRAFT-VALUE
               + DRR-SUGGESTED (DR-IX) * DRR-UNIT-COST (DR-IX).
           MOVE DRR-DAILY-USE (DR-IX) TO USEDP.
           DISPLAY DRR-ITEM-CODE (DR-IX) " " USEDP "  "
               DRR-COVER-DAYS (DR-IX) "   " DRR-ON-HAND (DR-IX)
               "   " DRR-ON-ORDER (DR-IX) "    "
               DRR-SUGGESTED (DR-IX).

       9999-EXIT.
           STOP RUN.
       END PROGRAM REPLEN.

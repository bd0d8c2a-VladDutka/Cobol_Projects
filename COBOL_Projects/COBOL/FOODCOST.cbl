      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Recipe costing and theoretical-versus-actual
      *          ingredient usage for a period. Theoretical usage is
      *          the period's ORDLINES.DAT sales (voided sales left
      *          out, combos exploded through COMBODEF) exploded
      *          again through the RECIPE.DAT recipes into
      *          ingredients. Actual usage is the opening count plus
      *          receipts (RCVLOG.DAT, logged by GOODSRCV) less
      *          write-offs (WRITEOFF.DAT) less the closing count --
      *          the counts off STOCKCNT's STOCKVAR.DAT log, the
      *          opening one the last taken before the period starts
      *          and the closing one the last taken inside it. The
      *          gap between the two, in units and in pesos at the
      *          ingredient's catalog cost, is what waste and the
      *          write-off log do not explain. Each menu item's
      *          recipe cost is shown against its IT-PRICE as a
      *          food-cost percentage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOODCOST.
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
          SELECT OPTIONAL INGRED-FILE
          ASSIGN TO "C:\Users\ADMIN\INGRED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INGRED-STATUS.
          SELECT OPTIONAL RECIPE-FILE
          ASSIGN TO "C:\Users\ADMIN\RECIPE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECIPE-STATUS.
          SELECT OPTIONAL COMBODEF-FILE
          ASSIGN TO "C:\Users\ADMIN\COMBODEF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBODEF-STATUS.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL STOCKVAR-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKVAR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKVAR-STATUS.
          SELECT OPTIONAL RCVLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\RCVLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RCVLOG-STATUS.
          SELECT OPTIONAL WRITEOFF-FILE
          ASSIGN TO "C:\Users\ADMIN\WRITEOFF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WRITEOFF-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  INGRED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INGRED-REC.
           COPY "INGRED.CPY".
       FD  RECIPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECIPE-REC.
           COPY "RECIPE.CPY".
       FD  COMBODEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMBODEF-REC.
           COPY "COMBODEF.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
      *    STOCKCNT'S COUNT LOG -- ONE LINE PER ITEM COUNTED.
       FD  STOCKVAR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKVAR-REC.
       01  STOCKVAR-REC.
           05  SV-STAMP PIC X(14).
           05  SV-OPERATOR PIC X(10).
           05  SV-ITEM-CODE PIC X(5).
           05  SV-BOOK-QTY PIC 9(5).
           05  SV-COUNTED-QTY PIC 9(5).
           05  SV-VARIANCE PIC S9(5) SIGN IS LEADING SEPARATE.
       FD  RCVLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCVLOG-REC.
           COPY "RCVLOG.CPY".
      *    WRITEOFF'S LOG -- ONE LINE PER WRITE-OFF.
       FD  WRITEOFF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WRITEOFF-REC.
       01  WRITEOFF-REC.
           05  WO-STAMP PIC X(14).
           05  WO-OPERATOR PIC X(10).
           05  WO-ITEM-CODE PIC X(5).
           05  WO-QTY PIC 9(5).
           05  WO-REASON PIC X(6).
           05  WO-UNIT-PRICE PIC 9(4)V99.
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  INGRED-STATUS PIC XX.
       01  RECIPE-STATUS PIC XX.
       01  COMBODEF-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  STOCKVAR-STATUS PIC XX.
       01  RCVLOG-STATUS PIC XX.
       01  WRITEOFF-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  INGRED-EOF PIC X VALUE 'N'.
           88 INGRED-END VALUE 'Y'.
       01  RECIPE-EOF PIC X VALUE 'N'.
           88 RECIPE-END VALUE 'Y'.
       01  COMBODEF-EOF PIC X VALUE 'N'.
           88 COMBODEF-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  STOCKVAR-EOF PIC X VALUE 'N'.
           88 STOCKVAR-END VALUE 'Y'.
       01  RCVLOG-EOF PIC X VALUE 'N'.
           88 RCVLOG-END VALUE 'Y'.
       01  WRITEOFF-EOF PIC X VALUE 'N'.
           88 WRITEOFF-END VALUE 'Y'.
       01  ITEM-FILE-SW PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
      *    THE INGREDIENTS, WITH EVERYTHING THE PERIOD ADDS UP
      *    AGAINST EACH.
       01  IG-ROW-CTR PIC 9(3) VALUE 0.
       01  IG-IX PIC 9(3).
       01  IG-FOUND-SW PIC X.
           88 IG-FOUND-ROW VALUE 'Y'.
       01  IG-TABLE.
           05  IG-ROW OCCURS 200 TIMES.
               10  IGR-CODE PIC X(5).
               10  IGR-NAME PIC X(20).
               10  IGR-UOM PIC X(4).
               10  IGR-COST PIC 9(5)V99.
               10  IGR-BOOK PIC 9(5).
               10  IGR-THEO PIC 9(7)V999.
               10  IGR-OPEN PIC 9(5).
               10  IGR-OPEN-DATE PIC 9(8).
               10  IGR-RCVD PIC 9(7).
               10  IGR-WOFF PIC 9(7).
               10  IGR-CLOSE PIC 9(5).
               10  IGR-CLOSE-DATE PIC 9(8).
       01  FIND-CODE PIC X(5).
       01  RC-ROW-CTR PIC 9(3) VALUE 0.
       01  RC-IX PIC 9(3).
       01  RC-JX PIC 9(3).
       01  RC-HIT-SW PIC X.
           88 RC-HIT VALUE 'Y'.
       01  RC-TABLE.
           05  RC-ROW OCCURS 500 TIMES.
               10  RCR-MENU-CODE PIC X(5).
               10  RCR-INGR-CODE PIC X(5).
               10  RCR-QTY PIC 9(3)V999.
       01  CB-ROW-CTR PIC 9(3) VALUE 0.
       01  CB-IX PIC 9(3).
       01  CB-HIT-SW PIC X.
           88 CB-HIT VALUE 'Y'.
       01  CB-TABLE.
           05  CB-ROW OCCURS 200 TIMES.
               10  CBR-COMBO-CODE PIC X(5).
               10  CBR-COMP-CODE PIC X(5).
               10  CBR-COMP-QTY PIC 9(2).
       01  VD-ROW-CTR PIC 9(4) VALUE 0.
       01  VD-IX PIC 9(4).
       01  VD-FOUND-SW PIC X.
           88 VD-FOUND-ROW VALUE 'Y'.
       01  VD-TABLE.
           05  VD-ROW OCCURS 1000 TIMES.
               10  VDR-ONUM PIC 9(7).
       01  SOLD-CODE PIC X(5).
       01  SOLD-QTY PIC 9(5).
       01  FIRST-LINE-SW PIC X.
           88 FIRST-LINE VALUE 'Y'.
       01  RECIPE-COST PIC 9(5)V9999.
       01  FOOD-COST-PCT PIC 9(5)V9.
       01  ACTUAL-USE PIC S9(7).
       01  VARIANCE-QTY PIC S9(7)V999.
       01  VARIANCE-AMT PIC S9(7)V99.
       01  TOT-THEO-AMT PIC 9(9)V99 VALUE 0.
       01  TOT-ACTUAL-AMT PIC S9(9)V99 VALUE 0.
       01  TOT-VARIANCE-AMT PIC S9(9)V99 VALUE 0.
       01  COUNT-NOTE PIC X(24).
       01  COSTDP PIC Z,ZZ9.9999.
       01  PRICEDP PIC Z,ZZ9.99.
       01  PCTDP PIC ZZ,ZZ9.9.
       01  QTYDP PIC Z,ZZZ,ZZ9.999.
       01  SQTYDP PIC Z,ZZZ,ZZ9.999-.
       01  UNITDP PIC ZZZ,ZZ9-.
       01  AMTDP PIC $Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "RECIPE COSTING AND INGREDIENT USAGE".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           MOVE BUSINESS-DATE TO FROM-DATE.
           MOVE "01" TO FROM-DATE (7:2).
           DISPLAY "PERIOD FROM (YYYYMMDD, 0 = " FROM-DATE "): ".
           ACCEPT EVENT-DATE.
           IF EVENT-DATE NOT = 0
               MOVE EVENT-DATE TO FROM-DATE
           END-IF.
           DISPLAY "PERIOD TO (YYYYMMDD, 0 = " BUSINESS-DATE "): ".
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE BUSINESS-DATE TO TO-DATE
           END-IF.
           PERFORM 1000-LOAD-INGRED-TABLE.
           PERFORM 1100-LOAD-RECIPE-TABLE.
           PERFORM 1200-LOAD-COMBODEF-TABLE.
           PERFORM 1300-LOAD-VOIDED-SALES.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           PERFORM 1400-LOAD-INGRED-COSTS.
           PERFORM 2000-THEORETICAL-USAGE.
           PERFORM 3000-LOAD-COUNTS.
           PERFORM 3100-LOAD-RECEIPTS.
           PERFORM 3200-LOAD-WRITE-OFFS.
           PERFORM 4000-PRINT-RECIPE-COSTS.
           PERFORM 5000-PRINT-USAGE-VARIANCE.
           IF ITEM-FILE-AVAILABLE
               CLOSE ITEM-FILE
           END-IF.
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

       1000-LOAD-INGRED-TABLE.
           MOVE 'N' TO INGRED-EOF.
           OPEN INPUT INGRED-FILE.
           IF INGRED-STATUS = "00"
               READ INGRED-FILE
                   AT END MOVE 'Y' TO INGRED-EOF
               END-READ
               PERFORM UNTIL INGRED-END OR IG-ROW-CTR = 200
                   ADD 1 TO IG-ROW-CTR
                   MOVE IG-CODE TO IGR-CODE (IG-ROW-CTR)
                   MOVE IG-NAME TO IGR-NAME (IG-ROW-CTR)
                   MOVE IG-UOM TO IGR-UOM (IG-ROW-CTR)
                   MOVE 0 TO IGR-COST (IG-ROW-CTR)
                   MOVE 0 TO IGR-BOOK (IG-ROW-CTR)
                   MOVE 0 TO IGR-THEO (IG-ROW-CTR)
                   MOVE 0 TO IGR-OPEN (IG-ROW-CTR)
                   MOVE 0 TO IGR-OPEN-DATE (IG-ROW-CTR)
                   MOVE 0 TO IGR-RCVD (IG-ROW-CTR)
                   MOVE 0 TO IGR-WOFF (IG-ROW-CTR)
                   MOVE 0 TO IGR-CLOSE (IG-ROW-CTR)
                   MOVE 0 TO IGR-CLOSE-DATE (IG-ROW-CTR)
                   READ INGRED-FILE
                       AT END MOVE 'Y' TO INGRED-EOF
                   END-READ
               END-PERFORM
               CLOSE INGRED-FILE
           ELSE
               IF INGRED-STATUS = "05"
                   CLOSE INGRED-FILE
               END-IF
           END-IF.

       1100-LOAD-RECIPE-TABLE.
           MOVE 'N' TO RECIPE-EOF.
           OPEN INPUT RECIPE-FILE.
           IF RECIPE-STATUS = "00"
               READ RECIPE-FILE
                   AT END MOVE 'Y' TO RECIPE-EOF
               END-READ
               PERFORM UNTIL RECIPE-END OR RC-ROW-CTR = 500
                   ADD 1 TO RC-ROW-CTR
                   MOVE RC-MENU-CODE TO RCR-MENU-CODE (RC-ROW-CTR)
                   MOVE RC-INGR-CODE TO RCR-INGR-CODE (RC-ROW-CTR)
                   MOVE RC-QTY TO RCR-QTY (RC-ROW-CTR)
                   READ RECIPE-FILE
                       AT END MOVE 'Y' TO RECIPE-EOF
                   END-READ
               END-PERFORM
               CLOSE RECIPE-FILE
           ELSE
               IF RECIPE-STATUS = "05"
                   CLOSE RECIPE-FILE
               END-IF
           END-IF.

       1200-LOAD-COMBODEF-TABLE.
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

       1300-LOAD-VOIDED-SALES.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TXN-TYPE = 'V' AND OR-BUSDATE NOT < FROM-DATE
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

       1400-LOAD-INGRED-COSTS.
      *    AN INGREDIENT IS VALUED AT ITS CATALOG UNIT COST -- THE
      *    MOVING AVERAGE GOODSRCV KEEPS -- AND A CLOSE WITH NO
      *    COUNT FALLS BACK ON THE BOOK STOCK.
           IF ITEM-FILE-AVAILABLE
               PERFORM VARYING IG-IX FROM 1 BY 1
                       UNTIL IG-IX > IG-ROW-CTR
                   MOVE IGR-CODE (IG-IX) TO IT-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IT-COST TO IGR-COST (IG-IX)
                           MOVE IT-STOCK TO IGR-BOOK (IG-IX)
                   END-READ
               END-PERFORM
           END-IF.

       1500-FIND-INGRED-ROW.
           MOVE 'N' TO IG-FOUND-SW.
           MOVE 1 TO IG-IX.
           PERFORM UNTIL IG-IX > IG-ROW-CTR OR IG-FOUND-ROW
               IF IGR-CODE (IG-IX) = FIND-CODE
                   MOVE 'Y' TO IG-FOUND-SW
               ELSE
                   ADD 1 TO IG-IX
               END-IF
           END-PERFORM.

       2000-THEORETICAL-USAGE.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-BUSDATE NOT < FROM-DATE
                           AND OL-BUSDATE NOT > TO-DATE
                       PERFORM 2100-FIND-VOIDED-SALE
                       IF NOT VD-FOUND-ROW
                           PERFORM 2200-EXPLODE-ONE-LINE
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

       2200-EXPLODE-ONE-LINE.
      *    A COMBO SELLS ITS COMPONENTS, THE SAME EXPLOSION THAT
      *    DRAWS THE SHELF DOWN AT THE SALE.
           MOVE 'N' TO CB-HIT-SW.
           PERFORM VARYING CB-IX FROM 1 BY 1
                   UNTIL CB-IX > CB-ROW-CTR
               IF CBR-COMBO-CODE (CB-IX) = OL-ITEM-CODE
                   MOVE 'Y' TO CB-HIT-SW
                   MOVE CBR-COMP-CODE (CB-IX) TO SOLD-CODE
                   COMPUTE SOLD-QTY = OL-QTY * CBR-COMP-QTY (CB-IX)
                   PERFORM 2300-ADD-THEORETICAL
               END-IF
           END-PERFORM.
           IF NOT CB-HIT
               MOVE OL-ITEM-CODE TO SOLD-CODE
               MOVE OL-QTY TO SOLD-QTY
               PERFORM 2300-ADD-THEORETICAL
           END-IF.

       2300-ADD-THEORETICAL.
      *    EVERY RECIPE LINE OF THE ITEM SOLD USES ITS QUANTITY PER
      *    SERVING. AN ITEM WITH NO RECIPE THAT IS ITSELF AN
      *    INGREDIENT (A BOTTLED DRINK SOLD AS BOUGHT) USES ITSELF.
           MOVE 'N' TO RC-HIT-SW.
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ROW-CTR
               IF RCR-MENU-CODE (RC-IX) = SOLD-CODE
                   MOVE 'Y' TO RC-HIT-SW
                   MOVE RCR-INGR-CODE (RC-IX) TO FIND-CODE
                   PERFORM 1500-FIND-INGRED-ROW
                   IF IG-FOUND-ROW
                       COMPUTE IGR-THEO (IG-IX) = IGR-THEO (IG-IX)
                           + SOLD-QTY * RCR-QTY (RC-IX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT RC-HIT
               MOVE SOLD-CODE TO FIND-CODE
               PERFORM 1500-FIND-INGRED-ROW
               IF IG-FOUND-ROW
                   ADD SOLD-QTY TO IGR-THEO (IG-IX)
               END-IF
           END-IF.

       3000-LOAD-COUNTS.
      *    THE LOG RUNS OLDEST FIRST, SO THE LAST QUALIFYING LINE
      *    SEEN IS THE LATEST COUNT -- BEFORE THE PERIOD FOR THE
      *    OPENING FIGURE, INSIDE IT FOR THE CLOSING ONE.
           MOVE 'N' TO STOCKVAR-EOF.
           OPEN INPUT STOCKVAR-FILE.
           IF STOCKVAR-STATUS = "00"
               READ STOCKVAR-FILE
                   AT END MOVE 'Y' TO STOCKVAR-EOF
               END-READ
               PERFORM UNTIL STOCKVAR-END
                   MOVE SV-ITEM-CODE TO FIND-CODE
                   PERFORM 1500-FIND-INGRED-ROW
                   MOVE SV-STAMP (1:8) TO EVENT-DATE
                   IF IG-FOUND-ROW
                       IF EVENT-DATE < FROM-DATE
                           MOVE SV-COUNTED-QTY TO IGR-OPEN (IG-IX)
                           MOVE EVENT-DATE TO IGR-OPEN-DATE (IG-IX)
                       ELSE
                           IF EVENT-DATE NOT > TO-DATE
                               MOVE SV-COUNTED-QTY
                                   TO IGR-CLOSE (IG-IX)
                               MOVE EVENT-DATE
                                   TO IGR-CLOSE-DATE (IG-IX)
                           END-IF
                       END-IF
                   END-IF
                   READ STOCKVAR-FILE
                       AT END MOVE 'Y' TO STOCKVAR-EOF
                   END-READ
               END-PERFORM
               CLOSE STOCKVAR-FILE
           ELSE
               IF STOCKVAR-STATUS = "05"
                   CLOSE STOCKVAR-FILE
               END-IF
           END-IF.

       3100-LOAD-RECEIPTS.
           MOVE 'N' TO RCVLOG-EOF.
           OPEN INPUT RCVLOG-FILE.
           IF RCVLOG-STATUS = "00"
               READ RCVLOG-FILE
                   AT END MOVE 'Y' TO RCVLOG-EOF
               END-READ
               PERFORM UNTIL RCVLOG-END
                   MOVE RL-STAMP (1:8) TO EVENT-DATE
                   IF EVENT-DATE NOT < FROM-DATE
                           AND EVENT-DATE NOT > TO-DATE
                       MOVE RL-ITEM-CODE TO FIND-CODE
                       PERFORM 1500-FIND-INGRED-ROW
                       IF IG-FOUND-ROW
                           ADD RL-QTY TO IGR-RCVD (IG-IX)
                       END-IF
                   END-IF
                   READ RCVLOG-FILE
                       AT END MOVE 'Y' TO RCVLOG-EOF
                   END-READ
               END-PERFORM
               CLOSE RCVLOG-FILE
           ELSE
               IF RCVLOG-STATUS = "05"
                   CLOSE RCVLOG-FILE
               END-IF
           END-IF.

       3200-LOAD-WRITE-OFFS.
           MOVE 'N' TO WRITEOFF-EOF.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-STATUS = "00"
               READ WRITEOFF-FILE
                   AT END MOVE 'Y' TO WRITEOFF-EOF
               END-READ
               PERFORM UNTIL WRITEOFF-END
                   MOVE WO-STAMP (1:8) TO EVENT-DATE
                   IF EVENT-DATE NOT < FROM-DATE
                           AND EVENT-DATE NOT > TO-DATE
                       MOVE WO-ITEM-CODE TO FIND-CODE
                       PERFORM 1500-FIND-INGRED-ROW
                       IF IG-FOUND-ROW
                           ADD WO-QTY TO IGR-WOFF (IG-IX)
                       END-IF
                   END-IF
                   READ WRITEOFF-FILE
                       AT END MOVE 'Y' TO WRITEOFF-EOF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           ELSE
               IF WRITEOFF-STATUS = "05"
                   CLOSE WRITEOFF-FILE
               END-IF
           END-IF.

       4000-PRINT-RECIPE-COSTS.
      *    ONE LINE PER MENU ITEM, AT THE FIRST OF ITS RECIPE LINES.
           DISPLAY "----------------------------------------".
           DISPLAY "MENU ITEM  RECIPE COST     PRICE  FOOD COST %".
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ROW-CTR
               MOVE 'Y' TO FIRST-LINE-SW
               PERFORM VARYING RC-JX FROM 1 BY 1
                       UNTIL RC-JX NOT < RC-IX
                   IF RCR-MENU-CODE (RC-JX) = RCR-MENU-CODE (RC-IX)
                       MOVE 'N' TO FIRST-LINE-SW
                   END-IF
               END-PERFORM
               IF FIRST-LINE
                   PERFORM 4100-PRINT-ONE-MENU-ITEM
               END-IF
           END-PERFORM.

       4100-PRINT-ONE-MENU-ITEM.
           MOVE 0 TO RECIPE-COST.
           PERFORM VARYING RC-JX FROM RC-IX BY 1
                   UNTIL RC-JX > RC-ROW-CTR
               IF RCR-MENU-CODE (RC-JX) = RCR-MENU-CODE (RC-IX)
                   MOVE RCR-INGR-CODE (RC-JX) TO FIND-CODE
                   PERFORM 1500-FIND-INGRED-ROW
                   IF IG-FOUND-ROW
                       COMPUTE RECIPE-COST = RECIPE-COST
                           + RCR-QTY (RC-JX) * IGR-COST (IG-IX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO IT-PRICE.
           IF ITEM-FILE-AVAILABLE
               MOVE RCR-MENU-CODE (RC-IX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       MOVE 0 TO IT-PRICE
               END-READ
           END-IF.
           MOVE RECIPE-COST TO COSTDP.
           MOVE IT-PRICE TO PRICEDP.
           IF IT-PRICE > 0
               COMPUTE FOOD-COST-PCT ROUNDED =
                   RECIPE-COST * 100 / IT-PRICE
               MOVE FOOD-COST-PCT TO PCTDP
               DISPLAY RCR-MENU-CODE (RC-IX) "      " COSTDP "  "
                   PRICEDP "  " PCTDP
           ELSE
               DISPLAY RCR-MENU-CODE (RC-IX) "      " COSTDP "  "
                   PRICEDP "  NO PRICE"
           END-IF.

       5000-PRINT-USAGE-VARIANCE.
           DISPLAY "----------------------------------------".
           DISPLAY "INGREDIENT USAGE " FROM-DATE " TO " TO-DATE.
           PERFORM VARYING IG-IX FROM 1 BY 1
                   UNTIL IG-IX > IG-ROW-CTR
               PERFORM 5100-PRINT-ONE-INGREDIENT
           END-PERFORM.
           DISPLAY "----------------------------------------".
           MOVE TOT-THEO-AMT TO AMTDP.
           DISPLAY "THEORETICAL USAGE AT COST: " AMTDP.
           MOVE TOT-ACTUAL-AMT TO AMTDP.
           DISPLAY "ACTUAL USAGE AT COST:      " AMTDP.
           MOVE TOT-VARIANCE-AMT TO AMTDP.
           DISPLAY "UNEXPLAINED VARIANCE:      " AMTDP.

       5100-PRINT-ONE-INGREDIENT.
      *    ACTUAL = OPENING + RECEIVED - WRITTEN OFF - CLOSING. THE
      *    WRITE-OFFS ARE WASTE SOMEBODY OWNED UP TO, SO WHAT
      *    ACTUAL USAGE RUNS OVER THE RECIPES IS WHAT NOBODY DID.
           MOVE SPACES TO COUNT-NOTE.
           IF IGR-OPEN-DATE (IG-IX) = 0
               MOVE "NO OPENING COUNT" TO COUNT-NOTE
           END-IF.
           IF IGR-CLOSE-DATE (IG-IX) = 0
               MOVE IGR-BOOK (IG-IX) TO IGR-CLOSE (IG-IX)
               IF COUNT-NOTE = SPACES
                   MOVE "CLOSE AT BOOK, UNCOUNTED" TO COUNT-NOTE
               ELSE
                   MOVE "NO COUNTS - BOOK CLOSE" TO COUNT-NOTE
               END-IF
           END-IF.
           COMPUTE ACTUAL-USE = IGR-OPEN (IG-IX) + IGR-RCVD (IG-IX)
               - IGR-WOFF (IG-IX) - IGR-CLOSE (IG-IX).
           COMPUTE VARIANCE-QTY = ACTUAL-USE - IGR-THEO (IG-IX).
           COMPUTE VARIANCE-AMT ROUNDED =
               VARIANCE-QTY * IGR-COST (IG-IX).
           COMPUTE TOT-THEO-AMT ROUNDED = TOT-THEO-AMT
               + IGR-THEO (IG-IX) * IGR-COST (IG-IX).
           COMPUTE TOT-ACTUAL-AMT = TOT-ACTUAL-AMT
               + ACTUAL-USE * IGR-COST (IG-IX).
           ADD VARIANCE-AMT TO TOT-VARIANCE-AMT.
           DISPLAY IGR-CODE (IG-IX) " " IGR-NAME (IG-IX) " ("
               IGR-UOM (IG-IX) ") " COUNT-NOTE.
           MOVE IGR-OPEN (IG-IX) TO UNITDP.
           DISPLAY "   OPENING   " UNITDP.
           MOVE IGR-RCVD (IG-IX) TO UNITDP.
           DISPLAY "   RECEIVED  " UNITDP.
           MOVE IGR-WOFF (IG-IX) TO UNITDP.
           DISPLAY "   WRITE-OFF " UNITDP.
           MOVE IGR-CLOSE (IG-IX) TO UNITDP.
           DISPLAY "   CLOSING   " UNITDP.
           MOVE ACTUAL-USE TO SQTYDP.
           DISPLAY "   ACTUAL USE      " SQTYDP.
           MOVE IGR-THEO (IG-IX) TO QTYDP.
           DISPLAY "   THEORETICAL     " QTYDP.
           MOVE VARIANCE-QTY TO SQTYDP.
           MOVE VARIANCE-AMT TO AMTDP.
           DISPLAY "   VARIANCE        " SQTYDP "  " AMTDP.

       9999-EXIT.
           STOP RUN.
       END PROGRAM FOODCOST.

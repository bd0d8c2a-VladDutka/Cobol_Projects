      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Menu-engineering report for a period -- puts the
      *          ORDLINES.DAT units sold (voided sales left out, an
      *          overridden line at the price actually charged)
      *          together with each item's contribution margin per
      *          unit: the price net of VAT (none backed out of an
      *          exempt or zero-rated line) less the catalog's
      *          IT-COST. Every item is classed against the menu
      *          averages -- popular when it sold at least 70% of an
      *          even share of the units, profitable when its unit
      *          margin is at least the menu's weighted average --
      *          as STAR (popular, profitable), PLOWHORSE (popular,
      *          thin), PUZZLE (slow, profitable) or DOG (slow,
      *          thin), listed by IT-DEPT department with its share
      *          of the period's total contribution, so the owner
      *          can see what to reprice, promote or drop. Items
      *          that sold nothing are on it too (as the dogs they
      *          are) unless retired. Spooled to
      *          MENUENG_<to date>.SPL as well as shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUENG.
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
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL DEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEPTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEPT-STATUS.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
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
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.
           COPY "DEPTS.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  ITEM-EOF PIC X VALUE 'N'.
           88 ITEM-END VALUE 'Y'.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  VAT-RATE PIC V99 VALUE 0.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    ONE ROW PER MENU ITEM -- THE CATALOG'S DEPARTMENT, COST
      *    AND NET PRICE, THEN THE PERIOD'S UNITS AND NET REVENUE.
      *    AN ITEM SOLD BUT NO LONGER ON THE CATALOG GETS A ROW OF
      *    ITS OWN AT NO COST.
       01  ME-ROW-CTR PIC 9(4) VALUE 0.
       01  ME-IX PIC 9(4).
       01  ME-FOUND-SW PIC X.
           88 ME-FOUND-ROW VALUE 'Y'.
       01  ME-FULL-SW PIC X VALUE 'N'.
           88 ME-TABLE-FULL VALUE 'Y'.
       01  ME-TABLE.
           05  ME-ROW OCCURS 400 TIMES.
               10  MER-DEPT PIC X(2).
               10  MER-ITEM-CODE PIC X(5).
               10  MER-ON-MENU PIC X(1).
               10  MER-COST PIC 9(5)V99.
               10  MER-NET-PRICE PIC 9(5)V99.
               10  MER-QTY PIC 9(6).
               10  MER-REVENUE PIC 9(8)V99.
               10  MER-UNIT-CM PIC S9(5)V99.
               10  MER-TOTAL-CM PIC S9(8)V99.
       01  HOLD-ROW PIC X(55).
       01  SRT-I PIC 9(4).
       01  SRT-J PIC 9(4).
       01  SWAP-SW PIC X.
      *    DEPARTMENT NAMES OFF THE REFERENCE TABLE.
       01  DT-ROW-CTR PIC 9(2) VALUE 0.
       01  DT-IX PIC 9(2).
       01  DT-TABLE.
           05  DT-ROW OCCURS 20 TIMES.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
       01  DEPT-NAME PIC X(20).
      *    ORDERS VOIDED IN OR AFTER THE PERIOD -- THEIR LINES WERE
      *    NEVER REALLY SOLD.
       01  VD-ROW-CTR PIC 9(4) VALUE 0.
       01  VD-IX PIC 9(4).
       01  VD-FOUND-SW PIC X.
           88 VD-FOUND-ROW VALUE 'Y'.
       01  VD-TABLE.
           05  VD-ROW OCCURS 1000 TIMES.
               10  VDR-ONUM PIC 9(7).
       01  LINE-NET PIC 9(7)V99.
      *    THE MENU AVERAGES EVERY ITEM IS CLASSED AGAINST.
       01  MENU-ITEMS PIC 9(4) VALUE 0.
       01  TOT-QTY PIC 9(7) VALUE 0.
       01  TOT-CM PIC S9(8)V99 VALUE 0.
       01  AVG-CM PIC S9(5)V99 VALUE 0.
       01  POP-THRESHOLD PIC 9(6)V99 VALUE 0.
       01  ITEM-CLASS PIC X(9).
       01  STAR-CTR PIC 9(4) VALUE 0.
       01  PLOW-CTR PIC 9(4) VALUE 0.
       01  PUZZLE-CTR PIC 9(4) VALUE 0.
       01  DOG-CTR PIC 9(4) VALUE 0.
      *    DEPARTMENT CONTROL BREAK.
       01  LAST-DEPT PIC X(2).
       01  FIRST-ROW-SW PIC X.
           88 FIRST-ROW VALUE 'Y'.
       01  DEPT-QTY PIC 9(7).
       01  DEPT-CM PIC S9(8)V99.
       01  SHARE-BASE PIC S9(8)V99.
       01  SHARE-PCT PIC S9(3)V99.
       01  QTYDP PIC ZZZ,ZZ9.
       01  UNITDP PIC ZZ,ZZ9.99-.
       01  CMDP PIC Z,ZZZ,ZZ9.99-.
       01  PCTDP PIC ZZ9.99-.
       01  THRESHDP PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "MENU-ENGINEERING REPORT".
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
           PERFORM 0600-LOAD-VAT-RATE.
           PERFORM 1000-LOAD-CATALOG.
           PERFORM 1100-LOAD-DEPT-NAMES.
           PERFORM 1200-LOAD-VOIDED-SALES.
           PERFORM 2000-TALLY-LINES.
           PERFORM 3000-WORK-MENU-AVERAGES.
           PERFORM 4000-SORT-TABLE.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\MENUENG_" DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           PERFORM 5000-PRINT-REPORT.
           CLOSE SPOOL-FILE.
           IF ME-TABLE-FULL
               DISPLAY "ONLY THE FIRST 400 ITEMS WERE REPORTED."
           END-IF.
           DISPLAY "REPORT SPOOLED TO " SPOOL-NAME.
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

       0600-LOAD-VAT-RATE.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               IF SC-VAT-RATE IS NUMERIC
                   MOVE SC-VAT-RATE TO VAT-RATE
               END-IF
               CLOSE SHOPCONF-FILE
           END-IF.

       1000-LOAD-CATALOG.
      *    A RETIRED ITEM IS OFF THE MENU -- IT ONLY COUNTS IF IT
      *    STILL SOLD SOMETHING IN THE PERIOD.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ITEM-EOF
               END-READ
               PERFORM UNTIL ITEM-END
                   IF ME-ROW-CTR < 400
                       ADD 1 TO ME-ROW-CTR
                       MOVE ME-ROW-CTR TO ME-IX
                       MOVE IT-DEPT TO MER-DEPT (ME-IX)
                       MOVE IT-CODE TO MER-ITEM-CODE (ME-IX)
                       IF IT-ACTIVE = 'R'
                           MOVE 'N' TO MER-ON-MENU (ME-IX)
                       ELSE
                           MOVE 'Y' TO MER-ON-MENU (ME-IX)
                       END-IF
                       MOVE 0 TO MER-COST (ME-IX)
                       IF IT-COST IS NUMERIC
                           MOVE IT-COST TO MER-COST (ME-IX)
                       END-IF
                       IF IT-VAT-CLASS = 'E' OR IT-VAT-CLASS = 'Z'
                           MOVE IT-PRICE TO MER-NET-PRICE (ME-IX)
                       ELSE
                           COMPUTE MER-NET-PRICE (ME-IX) ROUNDED =
                               IT-PRICE / (1 + VAT-RATE)
                       END-IF
                       MOVE 0 TO MER-QTY (ME-IX)
                       MOVE 0 TO MER-REVENUE (ME-IX)
                       MOVE 0 TO MER-UNIT-CM (ME-IX)
                       MOVE 0 TO MER-TOTAL-CM (ME-IX)
                   ELSE
                       MOVE 'Y' TO ME-FULL-SW
                   END-IF
                   READ ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ITEM-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       1100-LOAD-DEPT-NAMES.
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

       1200-LOAD-VOIDED-SALES.
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

       2000-TALLY-LINES.
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
                           PERFORM 2200-POST-ONE-LINE
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

       2200-POST-ONE-LINE.
      *    THE LINE'S OWN UNIT PRICE -- AN OVERRIDE IS WHAT THE ITEM
      *    REALLY EARNED -- WITH THE VAT BACKED OUT UNLESS THE LINE
      *    WAS EXEMPT OR ZERO-RATED.
           MOVE 'N' TO ME-FOUND-SW.
           MOVE 1 TO ME-IX.
           PERFORM UNTIL ME-IX > ME-ROW-CTR OR ME-FOUND-ROW
               IF MER-ITEM-CODE (ME-IX) = OL-ITEM-CODE
                   MOVE 'Y' TO ME-FOUND-SW
               ELSE
                   ADD 1 TO ME-IX
               END-IF
           END-PERFORM.
           IF NOT ME-FOUND-ROW
               IF ME-ROW-CTR < 400
                   ADD 1 TO ME-ROW-CTR
                   MOVE ME-ROW-CTR TO ME-IX
                   MOVE SPACES TO MER-DEPT (ME-IX)
                   MOVE OL-ITEM-CODE TO MER-ITEM-CODE (ME-IX)
                   MOVE 'Y' TO MER-ON-MENU (ME-IX)
                   MOVE 0 TO MER-COST (ME-IX)
                   MOVE 0 TO MER-NET-PRICE (ME-IX)
                   MOVE 0 TO MER-QTY (ME-IX)
                   MOVE 0 TO MER-REVENUE (ME-IX)
                   MOVE 0 TO MER-UNIT-CM (ME-IX)
                   MOVE 0 TO MER-TOTAL-CM (ME-IX)
                   MOVE 'Y' TO ME-FOUND-SW
               ELSE
                   MOVE 'Y' TO ME-FULL-SW
               END-IF
           END-IF.
           IF ME-FOUND-ROW
               IF OL-VAT-CLASS = 'E' OR OL-VAT-CLASS = 'Z'
                   COMPUTE LINE-NET = OL-QTY * OL-UNIT-PRICE
               ELSE
                   COMPUTE LINE-NET ROUNDED =
                       OL-QTY * OL-UNIT-PRICE / (1 + VAT-RATE)
               END-IF
               ADD OL-QTY TO MER-QTY (ME-IX)
               ADD LINE-NET TO MER-REVENUE (ME-IX)
               MOVE 'Y' TO MER-ON-MENU (ME-IX)
           END-IF.

       3000-WORK-MENU-AVERAGES.
      *    EACH ITEM'S CONTRIBUTION IS ITS NET REVENUE LESS ITS
      *    UNITS AT COST; AN ITEM THAT SOLD NOTHING SHOWS WHAT ONE
      *    WOULD CONTRIBUTE AT THE CATALOG PRICE. THE MARGIN
      *    AVERAGE IS WEIGHTED BY UNITS SOLD; THE POPULARITY BAR IS
      *    70% OF AN EVEN SHARE OF THE UNITS ACROSS THE MENU.
           PERFORM VARYING ME-IX FROM 1 BY 1
                   UNTIL ME-IX > ME-ROW-CTR
               IF MER-ON-MENU (ME-IX) = 'Y'
                   ADD 1 TO MENU-ITEMS
                   COMPUTE MER-TOTAL-CM (ME-IX) = MER-REVENUE (ME-IX)
                       - MER-QTY (ME-IX) * MER-COST (ME-IX)
                   IF MER-QTY (ME-IX) > 0
                       COMPUTE MER-UNIT-CM (ME-IX) ROUNDED =
                           MER-TOTAL-CM (ME-IX) / MER-QTY (ME-IX)
                   ELSE
                       COMPUTE MER-UNIT-CM (ME-IX) =
                           MER-NET-PRICE (ME-IX) - MER-COST (ME-IX)
                   END-IF
                   ADD MER-QTY (ME-IX) TO TOT-QTY
                   ADD MER-TOTAL-CM (ME-IX) TO TOT-CM
               END-IF
           END-PERFORM.
           IF TOT-QTY > 0
               COMPUTE AVG-CM ROUNDED = TOT-CM / TOT-QTY
           END-IF.
           IF MENU-ITEMS > 0
               COMPUTE POP-THRESHOLD ROUNDED =
                   TOT-QTY / MENU-ITEMS * 0.70
           END-IF.

       4000-SORT-TABLE.
      *    BUBBLE SORT: BY DEPARTMENT, THE BIGGEST CONTRIBUTOR FIRST
      *    WITHIN IT -- SWAPPEDVAL'S THREE-MOVE SWAP ON WHOLE ROWS.
           PERFORM VARYING SRT-I FROM 1 BY 1
                   UNTIL SRT-I > ME-ROW-CTR - 1
               PERFORM VARYING SRT-J FROM 1 BY 1
                       UNTIL SRT-J > ME-ROW-CTR - SRT-I
                   MOVE 'N' TO SWAP-SW
                   IF MER-DEPT (SRT-J) > MER-DEPT (SRT-J + 1)
                       MOVE 'Y' TO SWAP-SW
                   END-IF
                   IF MER-DEPT (SRT-J) = MER-DEPT (SRT-J + 1)
                           AND MER-TOTAL-CM (SRT-J) <
                               MER-TOTAL-CM (SRT-J + 1)
                       MOVE 'Y' TO SWAP-SW
                   END-IF
                   IF SWAP-SW = 'Y'
                       MOVE ME-ROW (SRT-J) TO HOLD-ROW
                       MOVE ME-ROW (SRT-J + 1) TO ME-ROW (SRT-J)
                       MOVE HOLD-ROW TO ME-ROW (SRT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-REPORT.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "MENU ENGINEERING " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE POP-THRESHOLD TO THRESHDP.
           MOVE AVG-CM TO UNITDP.
           MOVE SPACES TO PRT-LINE.
           STRING "POPULAR AT " DELIMITED BY SIZE
               THRESHDP DELIMITED BY SIZE
               " UNITS  PROFITABLE AT " DELIMITED BY SIZE
               UNITDP DELIMITED BY SIZE
               " A UNIT" DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE 'Y' TO FIRST-ROW-SW.
           PERFORM VARYING ME-IX FROM 1 BY 1
                   UNTIL ME-IX > ME-ROW-CTR
               IF MER-ON-MENU (ME-IX) = 'Y'
                   IF FIRST-ROW OR MER-DEPT (ME-IX) NOT = LAST-DEPT
                       IF NOT FIRST-ROW
                           PERFORM 5300-PRINT-DEPT-TOTAL
                       END-IF
                       PERFORM 5100-START-DEPT
                   END-IF
                   PERFORM 5200-PRINT-ONE-ITEM
               END-IF
           END-PERFORM.
           IF NOT FIRST-ROW
               PERFORM 5300-PRINT-DEPT-TOTAL
           END-IF.
           PERFORM 5400-PRINT-MENU-TOTAL.

       5100-START-DEPT.
           MOVE 'N' TO FIRST-ROW-SW.
           MOVE MER-DEPT (ME-IX) TO LAST-DEPT.
           MOVE 0 TO DEPT-QTY.
           MOVE 0 TO DEPT-CM.
           MOVE "(NO DEPARTMENT)" TO DEPT-NAME.
           PERFORM VARYING DT-IX FROM 1 BY 1
                   UNTIL DT-IX > DT-ROW-CTR
               IF DTR-DEPT (DT-IX) = LAST-DEPT
                   MOVE DTR-NAME (DT-IX) TO DEPT-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "DEPARTMENT " DELIMITED BY SIZE
               LAST-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEPT-NAME DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE "ITEM     UNITS    UNIT CM       TOTAL CM   SHARE %"
               TO PRT-LINE.
           MOVE "CLASS" TO PRT-LINE (57:5).
           PERFORM 8000-PRINT-LINE.

       5200-PRINT-ONE-ITEM.
      *    POPULARITY AGAINST THE BAR, MARGIN AGAINST THE AVERAGE.
           IF MER-QTY (ME-IX) NOT < POP-THRESHOLD
               IF MER-UNIT-CM (ME-IX) NOT < AVG-CM
                   MOVE "STAR" TO ITEM-CLASS
                   ADD 1 TO STAR-CTR
               ELSE
                   MOVE "PLOWHORSE" TO ITEM-CLASS
                   ADD 1 TO PLOW-CTR
               END-IF
           ELSE
               IF MER-UNIT-CM (ME-IX) NOT < AVG-CM
                   MOVE "PUZZLE" TO ITEM-CLASS
                   ADD 1 TO PUZZLE-CTR
               ELSE
                   MOVE "DOG" TO ITEM-CLASS
                   ADD 1 TO DOG-CTR
               END-IF
           END-IF.
           ADD MER-QTY (ME-IX) TO DEPT-QTY.
           ADD MER-TOTAL-CM (ME-IX) TO DEPT-CM.
           MOVE MER-TOTAL-CM (ME-IX) TO SHARE-BASE.
           PERFORM 5500-WORK-SHARE.
           MOVE SPACES TO PRT-LINE.
           MOVE MER-ITEM-CODE (ME-IX) TO PRT-LINE (1:5).
           MOVE MER-QTY (ME-IX) TO QTYDP.
           MOVE QTYDP TO PRT-LINE (8:7).
           MOVE MER-UNIT-CM (ME-IX) TO UNITDP.
           MOVE UNITDP TO PRT-LINE (16:10).
           MOVE MER-TOTAL-CM (ME-IX) TO CMDP.
           MOVE CMDP TO PRT-LINE (28:13).
           MOVE SHARE-PCT TO PCTDP.
           MOVE PCTDP TO PRT-LINE (44:7).
           MOVE ITEM-CLASS TO PRT-LINE (57:9).
           PERFORM 8000-PRINT-LINE.

       5300-PRINT-DEPT-TOTAL.
           MOVE DEPT-CM TO SHARE-BASE.
           PERFORM 5500-WORK-SHARE.
           MOVE SPACES TO PRT-LINE.
           MOVE "TOTAL" TO PRT-LINE (1:5).
           MOVE DEPT-QTY TO QTYDP.
           MOVE QTYDP TO PRT-LINE (8:7).
           MOVE DEPT-CM TO CMDP.
           MOVE CMDP TO PRT-LINE (28:13).
           MOVE SHARE-PCT TO PCTDP.
           MOVE PCTDP TO PRT-LINE (44:7).
           PERFORM 8000-PRINT-LINE.

       5400-PRINT-MENU-TOTAL.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '-' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE "MENU" TO PRT-LINE (1:4).
           MOVE TOT-QTY TO QTYDP.
           MOVE QTYDP TO PRT-LINE (8:7).
           MOVE AVG-CM TO UNITDP.
           MOVE UNITDP TO PRT-LINE (16:10).
           MOVE TOT-CM TO CMDP.
           MOVE CMDP TO PRT-LINE (28:13).
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "ITEMS " DELIMITED BY SIZE
               MENU-ITEMS DELIMITED BY SIZE
               "  STARS " DELIMITED BY SIZE
               STAR-CTR DELIMITED BY SIZE
               "  PLOWHORSES " DELIMITED BY SIZE
               PLOW-CTR DELIMITED BY SIZE
               "  PUZZLES " DELIMITED BY SIZE
               PUZZLE-CTR DELIMITED BY SIZE
               "  DOGS " DELIMITED BY SIZE
               DOG-CTR DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.

       5500-WORK-SHARE.
      *    SHARE-BASE'S CONTRIBUTION AS A PERCENTAGE OF THE MENU'S;
      *    NONE WHEN THE MENU MADE NONE.
           IF TOT-CM > 0
               COMPUTE SHARE-PCT ROUNDED = SHARE-BASE * 100 / TOT-CM
           ELSE
               MOVE 0 TO SHARE-PCT
           END-IF.

       8000-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MENUENG.

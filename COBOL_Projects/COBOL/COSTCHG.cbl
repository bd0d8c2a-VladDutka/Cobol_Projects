      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Item cost-change report -- reads the COSTHIST.DAT
      *          history GOODSRCV writes as receipts move each item's
      *          moving-average cost, and for the period (the first
      *          of the business month to the business date unless
      *          keyed) shows every item whose cost moved: its cost
      *          going into the period, its cost now, the percent
      *          moved and the margin left at today's selling price.
      *          An item that moved more than the SHOPCONF.DAT alert
      *          percent (10 by default) is flagged, so pricing can
      *          react before the margin is gone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTCHG.
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
          SELECT OPTIONAL COSTHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\COSTHIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COSTHIST-STATUS.
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
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  COSTHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COSTHIST-REC.
           COPY "COSTHIST.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  COSTHIST-STATUS PIC XX.
       01  COSTHIST-EOF PIC X VALUE 'N'.
           88 COSTHIST-END VALUE 'Y'.
       01  ITEM-STATUS PIC XX.
       01  ITEM-FILE-SW PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  ALERT-PCT PIC 99 VALUE 10.
      *    ONE ROW PER ITEM WHOSE COST MOVED IN THE PERIOD -- THE
      *    COST IT CAME IN AT AND THE COST IT LEFT AT.
       01  CC-ROW-CTR PIC 9(3) VALUE 0.
       01  CC-IX PIC 9(3).
       01  CC-FOUND-SW PIC X.
           88 CC-FOUND VALUE 'Y'.
       01  CC-TABLE.
           05  CC-ROW OCCURS 500 TIMES.
               10  CCR-ITEM-CODE PIC X(5).
               10  CCR-FIRST-COST PIC 9(5)V99.
               10  CCR-LAST-COST PIC 9(5)V99.
               10  CCR-CHANGES PIC 9(3).
       01  MOVE-PCT PIC S9(5)V9.
       01  MARGIN-PCT PIC S9(5)V9.
       01  ALERT-FLAG PIC X(7).
       01  ALERT-CTR PIC 9(3) VALUE 0.
       01  COSTDP PIC ZZ,ZZ9.99.
       01  NEWDP PIC ZZ,ZZ9.99.
       01  PRICEDP PIC Z,ZZ9.99.
       01  PCTDP PIC ZZZ9.9-.
       01  MARGINDP PIC ZZZ9.9-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ITEM COST CHANGES".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           PERFORM 0600-LOAD-SHOP-CONF.
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
           PERFORM 1000-LOAD-COST-HISTORY.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           PERFORM 2000-PRINT-THE-CHANGES.
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

       0600-LOAD-SHOP-CONF.
      *    ZERO ON A PRE-EXISTING SHOPCONF.DAT LEAVES THE BUILT-IN
      *    ALERT PERCENT STANDING.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-COST-ALERT-PCT IS NUMERIC
                               AND SC-COST-ALERT-PCT > 0
                           MOVE SC-COST-ALERT-PCT TO ALERT-PCT
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       1000-LOAD-COST-HISTORY.
      *    THE HISTORY IS IN RECEIPT ORDER -- THE FIRST CHANGE IN
      *    THE PERIOD GIVES THE COST COMING IN, THE LAST THE COST
      *    NOW.
           MOVE 'N' TO COSTHIST-EOF.
           OPEN INPUT COSTHIST-FILE.
           IF COSTHIST-STATUS = "00"
               READ COSTHIST-FILE
                   AT END MOVE 'Y' TO COSTHIST-EOF
               END-READ
               PERFORM UNTIL COSTHIST-END
                   MOVE CH-STAMP (1:8) TO EVENT-DATE
                   IF EVENT-DATE NOT < FROM-DATE
                           AND EVENT-DATE NOT > TO-DATE
                       PERFORM 1100-POST-ONE-CHANGE
                   END-IF
                   READ COSTHIST-FILE
                       AT END MOVE 'Y' TO COSTHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE COSTHIST-FILE
           ELSE
               IF COSTHIST-STATUS = "05"
                   CLOSE COSTHIST-FILE
               END-IF
           END-IF.

       1100-POST-ONE-CHANGE.
           MOVE 'N' TO CC-FOUND-SW.
           MOVE 1 TO CC-IX.
           PERFORM UNTIL CC-IX > CC-ROW-CTR OR CC-FOUND
               IF CCR-ITEM-CODE (CC-IX) = CH-ITEM-CODE
                   MOVE 'Y' TO CC-FOUND-SW
               ELSE
                   ADD 1 TO CC-IX
               END-IF
           END-PERFORM.
           IF NOT CC-FOUND AND CC-ROW-CTR < 500
               ADD 1 TO CC-ROW-CTR
               MOVE CC-ROW-CTR TO CC-IX
               MOVE CH-ITEM-CODE TO CCR-ITEM-CODE (CC-IX)
               MOVE CH-OLD-COST TO CCR-FIRST-COST (CC-IX)
               MOVE 0 TO CCR-CHANGES (CC-IX)
               MOVE 'Y' TO CC-FOUND-SW
           END-IF.
           IF CC-FOUND
               MOVE CH-NEW-COST TO CCR-LAST-COST (CC-IX)
               ADD 1 TO CCR-CHANGES (CC-IX)
           END-IF.

       2000-PRINT-THE-CHANGES.
           DISPLAY "PERIOD " FROM-DATE " TO " TO-DATE
               "  ALERT AT " ALERT-PCT "%".
           DISPLAY "ITEM   WAS COST  NOW COST  MOVE%  CHG  "
               "PRICE    MARGIN%".
           PERFORM VARYING CC-IX FROM 1 BY 1
                   UNTIL CC-IX > CC-ROW-CTR
               PERFORM 2100-PRINT-ONE-ITEM
           END-PERFORM.
           DISPLAY "----------------------------------------".
           DISPLAY CC-ROW-CTR " ITEM(S) CHANGED COST, " ALERT-CTR
               " PAST THE ALERT PERCENT.".

       2100-PRINT-ONE-ITEM.
      *    A COST MOVING FROM NOTHING IS ALWAYS WORTH A LOOK.
           MOVE SPACES TO ALERT-FLAG.
           MOVE 0 TO MOVE-PCT.
           IF CCR-FIRST-COST (CC-IX) = 0
               MOVE "*ALERT*" TO ALERT-FLAG
           ELSE
               COMPUTE MOVE-PCT ROUNDED =
                   (CCR-LAST-COST (CC-IX) - CCR-FIRST-COST (CC-IX))
                   * 100 / CCR-FIRST-COST (CC-IX)
               IF MOVE-PCT > ALERT-PCT
                       OR MOVE-PCT < 0 - ALERT-PCT
                   MOVE "*ALERT*" TO ALERT-FLAG
               END-IF
           END-IF.
           IF ALERT-FLAG NOT = SPACES
               ADD 1 TO ALERT-CTR
           END-IF.
      *    THE MARGIN LEFT AT TODAY'S SELLING PRICE -- BLANK WHEN
      *    THE ITEM IS NOT SOLD (A PURE INGREDIENT) OR IS GONE.
           MOVE 0 TO IT-PRICE.
           IF ITEM-FILE-AVAILABLE
               MOVE CCR-ITEM-CODE (CC-IX) TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY MOVE 0 TO IT-PRICE
               END-READ
           END-IF.
           MOVE CCR-FIRST-COST (CC-IX) TO COSTDP.
           MOVE CCR-LAST-COST (CC-IX) TO NEWDP.
           MOVE MOVE-PCT TO PCTDP.
           MOVE IT-PRICE TO PRICEDP.
           IF IT-PRICE > 0
               COMPUTE MARGIN-PCT ROUNDED =
                   (IT-PRICE - CCR-LAST-COST (CC-IX)) * 100
                   / IT-PRICE
               MOVE MARGIN-PCT TO MARGINDP
               DISPLAY CCR-ITEM-CODE (CC-IX) " " COSTDP " " NEWDP
                   " " PCTDP " " CCR-CHANGES (CC-IX) " " PRICEDP
                   " " MARGINDP " " ALERT-FLAG
           ELSE
               DISPLAY CCR-ITEM-CODE (CC-IX) " " COSTDP " " NEWDP
                   " " PCTDP " " CCR-CHANGES (CC-IX) "          "
                   "        " ALERT-FLAG
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM COSTCHG.

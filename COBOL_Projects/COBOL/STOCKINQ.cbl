      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Stock-ledger inquiry -- key an item and a date range
      *          (the first of the business month to the business
      *          date unless keyed) and every movement STOCKLED.DAT
      *          holds for it in the range is shown with its date,
      *          type, reference, quantity in or out and the running
      *          balance, between the balance brought forward into
      *          the range and the balance carried out of it, with
      *          today's IT-STOCK alongside. "Where did the stock go"
      *          stops being a guess.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKINQ.
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
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
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
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  STOCKLED-STATUS PIC XX.
       01  STOCKLED-EOF PIC X VALUE 'N'.
           88 STOCKLED-END VALUE 'Y'.
       01  ITEM-STATUS PIC XX.
       01  ITEM-FILE-SW PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  INQ-CODE PIC X(5).
      *    THE BALANCE COMING INTO THE RANGE -- THE LAST ONE POSTED
      *    BEFORE IT, OR FOR AN ITEM WHOSE LEDGER STARTS INSIDE THE
      *    RANGE, THE FIRST MOVEMENT'S BALANCE WITH THE MOVEMENT
      *    TAKEN BACK OUT.
       01  OPEN-BAL PIC S9(6).
       01  CLOSE-BAL PIC S9(6).
       01  OPEN-SET-SW PIC X.
           88 OPEN-SET VALUE 'Y'.
       01  MOVE-CTR PIC 9(5).
       01  TOTAL-IN PIC 9(7).
       01  TOTAL-OUT PIC 9(7).
       01  TYPE-NAME PIC X(13).
       01  BALDP PIC -----9.
       01  QTYDP PIC ZZZZ9.
       01  QTYDP2 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "STOCK LEDGER INQUIRY".
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
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           DISPLAY "ITEM CODE (BLANK TO END): ".
           MOVE SPACES TO INQ-CODE.
           ACCEPT INQ-CODE.
           PERFORM UNTIL INQ-CODE = SPACES
               PERFORM 1000-SHOW-ONE-ITEM
               DISPLAY "ITEM CODE (BLANK TO END): "
               MOVE SPACES TO INQ-CODE
               ACCEPT INQ-CODE
           END-PERFORM.
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

       1000-SHOW-ONE-ITEM.
           MOVE 0 TO OPEN-BAL.
           MOVE 0 TO CLOSE-BAL.
           MOVE 'N' TO OPEN-SET-SW.
           MOVE 0 TO MOVE-CTR.
           MOVE 0 TO TOTAL-IN.
           MOVE 0 TO TOTAL-OUT.
           DISPLAY "----------------------------------------".
           DISPLAY "ITEM " INQ-CODE "  " FROM-DATE " TO " TO-DATE.
           DISPLAY "DATE     TIME   TYPE          REFERENCE     IN"
               "   OUT  BALANCE".
      *    THE LEDGER IS IN POSTING ORDER -- ONE PASS GIVES THE
      *    BALANCE BROUGHT FORWARD AND THEN THE RANGE IN SEQUENCE.
           MOVE 'N' TO STOCKLED-EOF.
           OPEN INPUT STOCKLED-FILE.
           IF STOCKLED-STATUS = "00"
               READ STOCKLED-FILE
                   AT END MOVE 'Y' TO STOCKLED-EOF
               END-READ
               PERFORM UNTIL STOCKLED-END
                   IF LE-ITEM-CODE = INQ-CODE
                       MOVE LE-STAMP (1:8) TO EVENT-DATE
                       IF EVENT-DATE < FROM-DATE
                           MOVE LE-BALANCE TO OPEN-BAL
                           MOVE LE-BALANCE TO CLOSE-BAL
                           MOVE 'Y' TO OPEN-SET-SW
                       ELSE
                           IF EVENT-DATE NOT > TO-DATE
                               PERFORM 1100-SHOW-ONE-MOVEMENT
                           END-IF
                       END-IF
                   END-IF
                   READ STOCKLED-FILE
                       AT END MOVE 'Y' TO STOCKLED-EOF
                   END-READ
               END-PERFORM
               CLOSE STOCKLED-FILE
           ELSE
               IF STOCKLED-STATUS = "05"
                   CLOSE STOCKLED-FILE
               END-IF
           END-IF.
           MOVE OPEN-BAL TO BALDP.
           DISPLAY "BROUGHT FORWARD:       " BALDP.
           MOVE TOTAL-IN TO QTYDP.
           MOVE TOTAL-OUT TO QTYDP2.
           DISPLAY "MOVEMENTS: " MOVE-CTR "   IN " QTYDP
               "   OUT " QTYDP2.
           MOVE CLOSE-BAL TO BALDP.
           DISPLAY "CARRIED FORWARD:       " BALDP.
           IF ITEM-FILE-AVAILABLE
               MOVE INQ-CODE TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY "ITEM IS NOT ON THE CATALOG."
                   NOT INVALID KEY
                       DISPLAY "ON HAND NOW (IT-STOCK): " IT-STOCK
               END-READ
           END-IF.

       1100-SHOW-ONE-MOVEMENT.
           IF NOT OPEN-SET
               COMPUTE OPEN-BAL = LE-BALANCE - LE-QTY-IN
                   + LE-QTY-OUT
               MOVE 'Y' TO OPEN-SET-SW
           END-IF.
           ADD 1 TO MOVE-CTR.
           ADD LE-QTY-IN TO TOTAL-IN.
           ADD LE-QTY-OUT TO TOTAL-OUT.
           MOVE LE-BALANCE TO CLOSE-BAL.
           EVALUATE LE-TYPE
               WHEN 'S'
                   MOVE "SALE" TO TYPE-NAME
               WHEN 'C'
                   MOVE "COMBO COMP" TO TYPE-NAME
               WHEN 'V'
                   MOVE "VOID RETURN" TO TYPE-NAME
               WHEN 'R'
                   MOVE "RECEIPT" TO TYPE-NAME
               WHEN 'W'
                   MOVE "WRITE-OFF" TO TYPE-NAME
               WHEN 'A'
                   MOVE "COUNT ADJ" TO TYPE-NAME
               WHEN 'O'
                   MOVE "TRANSFER OUT" TO TYPE-NAME
               WHEN 'I'
                   MOVE "TRANSFER IN" TO TYPE-NAME
               WHEN 'B'
                   MOVE "OPENING BAL" TO TYPE-NAME
               WHEN 'D'
                   MOVE "SUPP RETURN" TO TYPE-NAME
               WHEN OTHER
                   MOVE LE-TYPE TO TYPE-NAME
           END-EVALUATE.
           MOVE LE-QTY-IN TO QTYDP.
           MOVE LE-QTY-OUT TO QTYDP2.
           MOVE LE-BALANCE TO BALDP.
           DISPLAY LE-STAMP (1:8) " " LE-STAMP (9:4) "   " TYPE-NAME
               " " LE-REF " " QTYDP " " QTYDP2 "  " BALDP.

       9999-EXIT.
           STOP RUN.
       END PROGRAM STOCKINQ.

      *          stock and closing the record; [L] is the open-
      *          transfers report, everything shipped but never
      *          confirmed. The weekly borrow stops leaving our
      *          stock overstated until the count. Both sides post
      *          the movement to the STOCKLED.DAT stock ledger ('O'
      *          out, 'I' in) under the transfer number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".

       WORKING-STORAGE SECTION.
       01  ITEM-STATUS PIC XX.
       01  XFER-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  STOCKLED-STATUS PIC XX.
       01  XFER-EOF PIC X VALUE 'N'.
           88 XFER-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  WRK-TO-BRANCH PIC 9(2).
       01  PICK-NO PIC 9(5).
       01  OPEN-CTR PIC 9(3) VALUE 0.
      *    ONE STOCK-LEDGER MOVEMENT, STAGED HERE UNTIL THE LEDGER
      *    IS OPEN TO TAKE IT.
       01  LEDGER-TYPE PIC X(1).
       01  LEDGER-REF PIC X(10).
       01  LEDGER-IN PIC 9(5).
       01  LEDGER-OUT PIC 9(5).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           DISPLAY "SHIPPING MORE THAN THE BOOK "
                               "STOCK " IT-STOCK " - FLOORED AT "
                               "ZERO, COUNT IT."
                           MOVE IT-STOCK TO LEDGER-OUT
                           MOVE 0 TO IT-STOCK
                       ELSE
                           MOVE WRK-QTY TO LEDGER-OUT
                           SUBTRACT WRK-QTY FROM IT-STOCK
                       END-IF
                       REWRITE ITEM-REC
                       MOVE SPACES TO LEDGER-REF
                       PERFORM RECORD-THE-SHIPMENT
                       MOVE 'O' TO LEDGER-TYPE
                       MOVE 0 TO LEDGER-IN
                       PERFORM POST-TO-LEDGER
               END-READ
               CLOSE ITEM-FILE
           END-IF.
               MOVE TODAY-DATE TO TXR-OUT-DATE (TX-ROW-CTR)
               MOVE 0 TO TXR-IN-DATE (TX-ROW-CTR)
               PERFORM REWRITE-XFER-FILE
               STRING "XFER" DELIMITED BY SIZE
                   TX-MAX-NO DELIMITED BY SIZE
                   INTO LEDGER-REF
               DISPLAY "TRANSFER " TX-MAX-NO " SHIPPED - IN "
                   "TRANSIT UNTIL BRANCH " WRK-TO-BRANCH
                   " CONFIRMS IT IN."
                       NOT INVALID KEY
                           ADD TXR-QTY (TX-IX) TO IT-STOCK
                           REWRITE ITEM-REC
                           MOVE 'I' TO LEDGER-TYPE
                           MOVE SPACES TO LEDGER-REF
                           STRING "XFER" DELIMITED BY SIZE
                               PICK-NO DELIMITED BY SIZE
                               INTO LEDGER-REF
                           MOVE TXR-QTY (TX-IX) TO LEDGER-IN
                           MOVE 0 TO LEDGER-OUT
                           PERFORM POST-TO-LEDGER
                           MOVE 'R' TO TXR-STATUS (TX-IX)
                           MOVE TODAY-DATE
                               TO TXR-IN-DATE (TX-IX)
               END-IF
           END-IF.

       POST-TO-LEDGER.
      *    THE MOVEMENT GOES ON THE STOCK LEDGER WITH THE BALANCE THE
      *    ITEM REWRITE JUST LEFT -- ITEM-REC IS STILL THE ITEM.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND STOCKLED-FILE.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO LE-STAMP.
           MOVE IT-CODE TO LE-ITEM-CODE.
           MOVE LEDGER-TYPE TO LE-TYPE.
           MOVE LEDGER-REF TO LE-REF.
           MOVE LEDGER-IN TO LE-QTY-IN.
           MOVE LEDGER-OUT TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.
           CLOSE STOCKLED-FILE.

       OPEN-TRANSFERS.
           MOVE 0 TO OPEN-CTR.
           DISPLAY "XFER  FROM TO  ITEM   QTY    SHIPPED".

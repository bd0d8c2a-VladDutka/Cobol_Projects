      *          never answered for, and batch lines for orders we
      *          never rang. The terminal stops being invisible to
      *          the system.
      *          The card charges come off the TENDERS.DAT tender
      *          detail, one per card line, so the card part of a
      *          split bill is settled for what the card actually
      *          paid; only orders from before the detail existed
      *          are still read as a whole-order 'K' tender.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\TENDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
          SELECT OPTIONAL BATCH-FILE
          ASSIGN TO "C:\Users\ADMIN\CARDBATCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".
      *    THE ACQUIRER'S END-OF-DAY BATCH -- ONE LINE PER CHARGE.
       FD  BATCH-FILE
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  BATCH-STATUS PIC XX.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  BUSDATE-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
           DISPLAY "CARD SETTLEMENT RECONCILIATION".
           PERFORM 500-LOAD-BUSINESS-DATE.
           PERFORM 1000-LOAD-CARD-ORDERS.
           PERFORM 1100-LOAD-CARD-TENDERS.
           PERFORM 2000-MATCH-THE-BATCH.
           PERFORM 3000-REPORT-MISSING.
           MOVE OUR-TOTAL TO OURDP.
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TENDER-TYPE = 'K'
                           AND OR-TENDER-CTR NOT NUMERIC
                           AND OR-BUSDATE = BUSINESS-DATE
                           AND OR-TXN-TYPE NOT = 'V'
                           AND CD-ROW-CTR < 500
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       1100-LOAD-CARD-TENDERS.
      *    EVERY CARD LINE OF THE DAY'S SALES -- A BILL SPLIT
      *    ACROSS TWO CARDS IS TWO CHARGES UNDER ONE ONUM, AND THE
      *    ACQUIRER ANSWERS FOR EACH.
           MOVE 'N' TO TENDERS-EOF.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-TYPE = 'K'
                           AND TD-TXN-TYPE = 'S'
                           AND TD-BUSDATE = BUSINESS-DATE
                           AND CD-ROW-CTR < 500
                       ADD 1 TO CD-ROW-CTR
                       MOVE TD-ONUM TO CDR-ONUM (CD-ROW-CTR)
                       MOVE TD-AMOUNT TO CDR-AMOUNT (CD-ROW-CTR)
                       MOVE 'N' TO CDR-ANSWERED (CD-ROW-CTR)
                       ADD TD-AMOUNT TO OUR-TOTAL
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
           END-IF.
           DISPLAY "CARD CHARGES TODAY: " CD-ROW-CTR.

       2000-MATCH-THE-BATCH.
           OPEN INPUT BATCH-FILE.
           END-IF.

       2100-MATCH-ONE-LINE.
      *    AN EXACT ONUM-AND-AMOUNT HIT FIRST, SO TWO CARDS ON ONE
      *    ORDER PAIR OFF WITH THEIR OWN CHARGES; FAILING THAT, ANY
      *    UNANSWERED CHARGE ON THE ORDER IS A MISMATCH.
           MOVE 'N' TO CD-FOUND-SW.
           MOVE 1 TO CD-IX.
           PERFORM UNTIL CD-IX > CD-ROW-CTR OR CD-FOUND-ROW
               IF CDR-ONUM (CD-IX) = CB-ONUM
                       AND CDR-AMOUNT (CD-IX) = CB-AMOUNT
                       AND CDR-ANSWERED (CD-IX) = 'N'
                   MOVE 'Y' TO CD-FOUND-SW
               ELSE
                   ADD 1 TO CD-IX
               END-IF
           END-PERFORM.
           IF NOT CD-FOUND-ROW
               MOVE 1 TO CD-IX
               PERFORM UNTIL CD-IX > CD-ROW-CTR OR CD-FOUND-ROW
                   IF CDR-ONUM (CD-IX) = CB-ONUM
                           AND CDR-ANSWERED (CD-IX) = 'N'
                       MOVE 'Y' TO CD-FOUND-SW
                   ELSE
                       ADD 1 TO CD-IX
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT CD-FOUND-ROW
               ADD 1 TO UNKNOWN-CTR
               DISPLAY "BATCH LINE FOR ORDER " CB-ONUM " ("

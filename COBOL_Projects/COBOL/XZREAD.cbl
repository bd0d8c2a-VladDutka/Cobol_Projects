      *          the accumulating grand total that NEVER resets,
      *          each Z appending the day's sales on top of the
      *          previous running figure with its own Z counter.
      *          The VAT-exempt sales of a senior citizen / PWD
      *          order and its SC/PWD discount are read off the
      *          order and shown on their own lines, and so are the
      *          sales of VAT-exempt items (into VAT-exempt) and of
      *          zero-rated items (a line of their own). The tender
      *          breakdown (cash, card, gift certificate, account,
      *          points, advance-order deposits applied, staff meals
      *          charged to payroll -- net of what voids gave back)
      *          is totaled off the TENDERS.DAT tender detail, so a
      *          split bill lands in every tender it used; rows from
      *          before the detail count under their single tender
      *          type.
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
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  ORDERS-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  GRANDTOT-STATUS PIC XX.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  GRANDTOT-EOF PIC X VALUE 'N'.
       01  DAY-VATBASE PIC 9(7)V99 VALUE 0.
       01  DAY-VAT PIC 9(7)V99 VALUE 0.
       01  DAY-EXEMPT PIC 9(7)V99 VALUE 0.
       01  DAY-SCPWD-DISC PIC 9(7)V99 VALUE 0.
       01  DAY-ZERO PIC 9(7)V99 VALUE 0.
      *    THE ORDER'S EXEMPT AND ZERO-RATED ITEMS -- NONE ON A ROW
      *    FROM BEFORE THE ITEM VAT CLASSES.
       01  ORD-ITEM-EXEMPT PIC 9(5)V99.
       01  ORD-ZERO PIC 9(5)V99.
       01  VOID-CTR PIC 9(4) VALUE 0.
       01  VOID-AMT PIC 9(7)V99 VALUE 0.
      *    THE DAY'S TENDERS, NET OF VOID REVERSALS.
       01  DAY-TND-CASH PIC S9(7)V99 VALUE 0.
       01  DAY-TND-CARD PIC S9(7)V99 VALUE 0.
       01  DAY-TND-GC PIC S9(7)V99 VALUE 0.
       01  DAY-TND-ACCT PIC S9(7)V99 VALUE 0.
       01  DAY-TND-PTS PIC S9(7)V99 VALUE 0.
       01  DAY-TND-DEP PIC S9(7)V99 VALUE 0.
       01  DAY-TND-STAFF PIC S9(7)V99 VALUE 0.
       01  TND-AMT PIC S9(7)V99.
       01  TND-TYPE PIC X.
       01  FIRST-ORNUM PIC 9(7) VALUE 9999999.
       01  LAST-ORNUM PIC 9(7) VALUE 0.
      *    THE RUNNING GRAND TOTAL OFF THE LAST Z LINE.
       01  LAST-Z-NO PIC 9(5) VALUE 0.
       01  RUNNING-TOTAL PIC 9(11)V99 VALUE 0.
       01  AMTDP PIC $Z,ZZZ,999.99.
       01  AMTSDP PIC $Z,ZZZ,999.99-.
       01  GRANDDP PIC $ZZ,ZZZ,ZZZ,999.99.

       PROCEDURE DIVISION.
           ACCEPT READ-MODE.
           PERFORM 500-LOAD-BUSINESS-DATE.
           PERFORM 1000-TOTAL-THE-DAY.
           PERFORM 1200-TOTAL-THE-TENDERS.
           PERFORM 1500-READ-GRAND-TOTAL.
           PERFORM 2000-PRINT-THE-READING.
           IF Z-READING
                   MOVE OR-ORNUM TO LAST-ORNUM
               END-IF
           END-IF.
      *    A ROW FROM BEFORE THE TENDER DETAIL COUNTS WHOLE UNDER
      *    ITS ONE TENDER TYPE -- ITS VOID WAS PAID BACK IN CASH.
           IF OR-TENDER-CTR NOT NUMERIC
               IF OR-TXN-TYPE = 'V'
                   MOVE 'C' TO TND-TYPE
                   COMPUTE TND-AMT = 0 - OR-ATOT
               ELSE
                   MOVE OR-TENDER-TYPE TO TND-TYPE
                   MOVE OR-ATOT TO TND-AMT
               END-IF
               PERFORM 1300-ADD-ONE-TENDER
           END-IF.
           IF OR-TXN-TYPE = 'V'
               ADD 1 TO VOID-CTR
               ADD OR-ATOT TO VOID-AMT
               ADD OR-ATOT TO DAY-SALES
               ADD OR-VATBASE TO DAY-VATBASE
               ADD OR-VAT TO DAY-VAT
               MOVE 0 TO ORD-ITEM-EXEMPT
               MOVE 0 TO ORD-ZERO
               IF OR-ITEM-EXEMPT IS NUMERIC
                   MOVE OR-ITEM-EXEMPT TO ORD-ITEM-EXEMPT
               END-IF
               IF OR-ZERO-RATED IS NUMERIC
                   MOVE OR-ZERO-RATED TO ORD-ZERO
               END-IF
               ADD ORD-ITEM-EXEMPT TO DAY-EXEMPT
               ADD ORD-ZERO TO DAY-ZERO
      *    AN SC/PWD ORDER CARRIES ITS OWN EXEMPT FIGURE; ANY OTHER
      *    ORDER WITH NO EXEMPT OR ZERO-RATED ITEMS IS EXEMPT ONLY
      *    WHEN IT CARRIED NO VAT AT ALL.
               IF (OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P')
                       AND OR-VAT-EXEMPT IS NUMERIC
                       AND OR-SCPWD-DISC IS NUMERIC
                   ADD OR-VAT-EXEMPT TO DAY-EXEMPT
                   ADD OR-SCPWD-DISC TO DAY-SCPWD-DISC
               ELSE
                   IF OR-VAT = 0 AND ORD-ITEM-EXEMPT = 0
                           AND ORD-ZERO = 0
                       ADD OR-ATOT TO DAY-EXEMPT
                   END-IF
               END-IF
           END-IF.

       1200-TOTAL-THE-TENDERS.
           MOVE 'N' TO TENDERS-EOF.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-BUSDATE = BUSINESS-DATE
                       MOVE TD-TYPE TO TND-TYPE
                       IF TD-TXN-TYPE = 'V'
                           COMPUTE TND-AMT = 0 - TD-AMOUNT
                       ELSE
                           MOVE TD-AMOUNT TO TND-AMT
                       END-IF
                       PERFORM 1300-ADD-ONE-TENDER
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

       1300-ADD-ONE-TENDER.
           EVALUATE TND-TYPE
               WHEN 'K'
                   ADD TND-AMT TO DAY-TND-CARD
               WHEN 'G'
                   ADD TND-AMT TO DAY-TND-GC
               WHEN 'A'
                   ADD TND-AMT TO DAY-TND-ACCT
               WHEN 'P'
                   ADD TND-AMT TO DAY-TND-PTS
               WHEN 'D'
                   ADD TND-AMT TO DAY-TND-DEP
               WHEN 'E'
                   ADD TND-AMT TO DAY-TND-STAFF
               WHEN OTHER
                   ADD TND-AMT TO DAY-TND-CASH
           END-EVALUATE.

       1500-READ-GRAND-TOTAL.
           MOVE 'N' TO GRANDTOT-EOF.
           OPEN INPUT GRANDTOT-FILE.
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-ZERO TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "ZERO-RATED:     " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-SCPWD-DISC TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "SC/PWD DISCOUNT:" DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE VOID-AMT TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "VOIDS/REFUNDS:  " DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TENDERS (NET OF VOIDS):" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-CASH TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  CASH:         " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-CARD TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  CARD:         " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-GC TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  GIFT CERT:    " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-ACCT TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  ACCOUNT:      " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-PTS TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  POINTS:       " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-DEP TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  DEPOSIT:      " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE DAY-TND-STAFF TO AMTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "  STAFF MEALS:  " DELIMITED BY SIZE
               AMTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.
           MOVE RUNNING-TOTAL TO GRANDDP.
           MOVE SPACES TO PRT-LINE.
           STRING "GRAND TOTAL (BEFORE THIS Z): "

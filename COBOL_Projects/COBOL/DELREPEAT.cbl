      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Repeat delivery-customer report for the promo team --
      *          every DISPATCH.DAT contact number with delivery
      *          orders in a business-date period, joined to
      *          ORDERS.DAT for what was spent (net of voids), with
      *          the order count, the total, the average order and
      *          the last order date, named off the DELCUST.DAT
      *          address book and listed most frequent first. Only
      *          numbers at or above a minimum order count print, so
      *          the list is the frequent customers worth a promo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELREPEAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL DISPATCH-FILE
          ASSIGN TO "C:\Users\ADMIN\DISPATCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISPATCH-STATUS.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL DELCUST-FILE
          ASSIGN TO "C:\Users\ADMIN\DELCUST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS DC-CONTACT
          FILE STATUS IS DELCUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPATCH-REC.
           COPY "DISPATCH.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  DELCUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DELCUST-REC.
           COPY "DELCUST.CPY".

       WORKING-STORAGE SECTION.
       01  DISPATCH-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  DELCUST-STATUS PIC XX.
       01  DISPATCH-EOF PIC X VALUE 'N'.
           88 DISPATCH-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  DELCUST-FILE-SW PIC X VALUE 'N'.
           88 DELCUST-FILE-AVAILABLE VALUE 'Y'.
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  MIN-ORDERS PIC 9(3).
      *    EVERY DISPATCH ROW IN THE PERIOD -- ORDER NUMBER TO
      *    CONTACT NUMBER, FOR THE JOIN TO ORDERS.DAT.
       01  DX-ROW-CTR PIC 9(4) VALUE 0.
       01  DX-IX PIC 9(4).
       01  DX-FOUND-SW PIC X.
           88 DX-FOUND-ROW VALUE 'Y'.
       01  DX-TABLE.
           05  DX-ROW OCCURS 5000 TIMES.
               10  DXR-ONUM PIC 9(7).
               10  DXR-CONTACT PIC X(11).
      *    ONE ROW PER CONTACT NUMBER.
       01  RC-ROW-CTR PIC 9(4) VALUE 0.
       01  RC-IX PIC 9(4).
       01  RC-FOUND-SW PIC X.
           88 RC-FOUND-ROW VALUE 'Y'.
       01  RC-TABLE.
           05  RC-ROW OCCURS 2000 TIMES.
               10  RCR-CONTACT PIC X(11).
               10  RCR-ORDERS PIC 9(4).
               10  RCR-SPENT PIC 9(8)V99.
               10  RCR-LAST-DATE PIC 9(8).
               10  RCR-PRINTED PIC X.
       01  FIND-ONUM PIC 9(7).
       01  FIND-CONTACT PIC X(11).
       01  BEST-IX PIC 9(4).
       01  BEST-ORDERS PIC 9(4).
       01  PRINT-CTR PIC 9(4) VALUE 0.
       01  REPEAT-CTR PIC 9(4) VALUE 0.
       01  TOTAL-ORDERS PIC 9(6) VALUE 0.
       01  TOTAL-SPENT PIC 9(9)V99 VALUE 0.
       01  REPEAT-SPENT PIC 9(9)V99 VALUE 0.
       01  AVG-ORDER PIC 9(6)V99.
       01  DROP-CTR PIC 9(5) VALUE 0.
       01  CUST-NAME PIC X(25).
       01  AMTDP PIC ZZ,ZZZ,ZZ9.99.
       01  AVGDP PIC ZZZ,ZZ9.99.
       01  CTDP PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "REPEAT DELIVERY-CUSTOMER REPORT".
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): ".
           ACCEPT TO-DATE.
           DISPLAY "MINIMUM ORDERS TO LIST (0 = ALL): ".
           ACCEPT MIN-ORDERS.
           PERFORM 1000-LOAD-DISPATCH.
           PERFORM 2000-TOTAL-ORDERS.
           PERFORM 3000-PRINT-CUSTOMERS.
           PERFORM 9999-EXIT.

       1000-LOAD-DISPATCH.
           MOVE 'N' TO DISPATCH-EOF.
           OPEN INPUT DISPATCH-FILE.
           IF DISPATCH-STATUS = "00"
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO DISPATCH-EOF
               END-READ
               PERFORM UNTIL DISPATCH-END
                   IF DP-BUSDATE NOT < FROM-DATE
                           AND DP-BUSDATE NOT > TO-DATE
                           AND DP-CONTACT NOT = SPACES
                       IF DX-ROW-CTR < 5000
                           ADD 1 TO DX-ROW-CTR
                           MOVE DP-ONUM TO DXR-ONUM (DX-ROW-CTR)
                           MOVE DP-CONTACT
                               TO DXR-CONTACT (DX-ROW-CTR)
                       ELSE
                           ADD 1 TO DROP-CTR
                       END-IF
                   END-IF
                   READ DISPATCH-FILE
                       AT END MOVE 'Y' TO DISPATCH-EOF
                   END-READ
               END-PERFORM
               CLOSE DISPATCH-FILE
           ELSE
               IF DISPATCH-STATUS = "05"
                   CLOSE DISPATCH-FILE
               END-IF
           END-IF.

       2000-TOTAL-ORDERS.
      *    A SALE ADDS ITS TOTAL TO THE NUMBER IT WENT TO; A VOID OF
      *    A DELIVERY ORDER TAKES THE ORDER AND ITS MONEY BACK OFF.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TXN-TYPE = 'V'
                       PERFORM 2200-POST-ONE-VOID
                   ELSE
                       PERFORM 2100-POST-ONE-SALE
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       2100-POST-ONE-SALE.
           MOVE OR-ONUM TO FIND-ONUM.
           PERFORM 2300-FIND-DISPATCH-ROW.
           IF DX-FOUND-ROW
               MOVE DXR-CONTACT (DX-IX) TO FIND-CONTACT
               PERFORM 2400-FIND-CONTACT-ROW
               IF RC-FOUND-ROW
                   ADD 1 TO RCR-ORDERS (RC-IX)
                   ADD OR-ATOT TO RCR-SPENT (RC-IX)
                   IF OR-BUSDATE > RCR-LAST-DATE (RC-IX)
                       MOVE OR-BUSDATE TO RCR-LAST-DATE (RC-IX)
                   END-IF
               END-IF
           END-IF.

       2200-POST-ONE-VOID.
           MOVE OR-ORIG-ONUM TO FIND-ONUM.
           PERFORM 2300-FIND-DISPATCH-ROW.
           IF DX-FOUND-ROW
               MOVE DXR-CONTACT (DX-IX) TO FIND-CONTACT
               PERFORM 2400-FIND-CONTACT-ROW
               IF RC-FOUND-ROW
                   IF RCR-ORDERS (RC-IX) > 0
                       SUBTRACT 1 FROM RCR-ORDERS (RC-IX)
                   END-IF
                   IF RCR-SPENT (RC-IX) > OR-ATOT
                       SUBTRACT OR-ATOT FROM RCR-SPENT (RC-IX)
                   ELSE
                       MOVE 0 TO RCR-SPENT (RC-IX)
                   END-IF
               END-IF
           END-IF.

       2300-FIND-DISPATCH-ROW.
           MOVE 'N' TO DX-FOUND-SW.
           MOVE 1 TO DX-IX.
           PERFORM UNTIL DX-IX > DX-ROW-CTR OR DX-FOUND-ROW
               IF DXR-ONUM (DX-IX) = FIND-ONUM
                   MOVE 'Y' TO DX-FOUND-SW
               ELSE
                   ADD 1 TO DX-IX
               END-IF
           END-PERFORM.

       2400-FIND-CONTACT-ROW.
           MOVE 'N' TO RC-FOUND-SW.
           MOVE 1 TO RC-IX.
           PERFORM UNTIL RC-IX > RC-ROW-CTR OR RC-FOUND-ROW
               IF RCR-CONTACT (RC-IX) = FIND-CONTACT
                   MOVE 'Y' TO RC-FOUND-SW
               ELSE
                   ADD 1 TO RC-IX
               END-IF
           END-PERFORM.
           IF NOT RC-FOUND-ROW AND RC-ROW-CTR < 2000
               ADD 1 TO RC-ROW-CTR
               MOVE RC-ROW-CTR TO RC-IX
               MOVE FIND-CONTACT TO RCR-CONTACT (RC-IX)
               MOVE 0 TO RCR-ORDERS (RC-IX)
               MOVE 0 TO RCR-SPENT (RC-IX)
               MOVE 0 TO RCR-LAST-DATE (RC-IX)
               MOVE 'N' TO RCR-PRINTED (RC-IX)
               MOVE 'Y' TO RC-FOUND-SW
           END-IF.

       3000-PRINT-CUSTOMERS.
           OPEN INPUT DELCUST-FILE.
           IF DELCUST-STATUS = "00"
               MOVE 'Y' TO DELCUST-FILE-SW
           END-IF.
           DISPLAY "PERIOD " FROM-DATE " TO " TO-DATE
               "  MINIMUM ORDERS " MIN-ORDERS.
           DISPLAY "CONTACT     CUSTOMER                  ORDERS "
               "        SPENT   AVG ORDER LAST ORDER".
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ROW-CTR
               ADD RCR-ORDERS (RC-IX) TO TOTAL-ORDERS
               ADD RCR-SPENT (RC-IX) TO TOTAL-SPENT
               IF RCR-ORDERS (RC-IX) > 1
                   ADD 1 TO REPEAT-CTR
                   ADD RCR-SPENT (RC-IX) TO REPEAT-SPENT
               END-IF
           END-PERFORM.
      *    MOST FREQUENT FIRST -- EACH PASS PRINTS THE BUSIEST
      *    NUMBER NOT YET PRINTED.
           MOVE 1 TO BEST-IX.
           PERFORM UNTIL BEST-IX = 0
               MOVE 0 TO BEST-IX
               MOVE 0 TO BEST-ORDERS
               PERFORM VARYING RC-IX FROM 1 BY 1
                       UNTIL RC-IX > RC-ROW-CTR
                   IF RCR-PRINTED (RC-IX) = 'N'
                           AND RCR-ORDERS (RC-IX) > 0
                           AND RCR-ORDERS (RC-IX) NOT < MIN-ORDERS
                           AND RCR-ORDERS (RC-IX) > BEST-ORDERS
                       MOVE RC-IX TO BEST-IX
                       MOVE RCR-ORDERS (RC-IX) TO BEST-ORDERS
                   END-IF
               END-PERFORM
               IF BEST-IX > 0
                   PERFORM 3100-PRINT-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           IF DELCUST-FILE-AVAILABLE
               CLOSE DELCUST-FILE
           ELSE
               IF DELCUST-STATUS = "05"
                   CLOSE DELCUST-FILE
               END-IF
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "NUMBERS LISTED: " PRINT-CTR.
           DISPLAY "DELIVERY CUSTOMERS IN PERIOD: " RC-ROW-CTR
               "  REPEAT (2+ ORDERS): " REPEAT-CTR.
           MOVE TOTAL-SPENT TO AMTDP.
           DISPLAY "DELIVERY ORDERS: " TOTAL-ORDERS "  SPENT: " AMTDP.
           MOVE REPEAT-SPENT TO AMTDP.
           DISPLAY "SPENT BY REPEAT CUSTOMERS: " AMTDP.
           IF DROP-CTR > 0
               DISPLAY "*** " DROP-CTR " DISPATCH ROWS OVER THE TABLE"
                   " LIMIT WERE LEFT OUT ***"
           END-IF.

       3100-PRINT-ONE-CUSTOMER.
           MOVE 'Y' TO RCR-PRINTED (BEST-IX).
           ADD 1 TO PRINT-CTR.
           MOVE SPACES TO CUST-NAME.
           IF DELCUST-FILE-AVAILABLE
               MOVE RCR-CONTACT (BEST-IX) TO DC-CONTACT
               READ DELCUST-FILE
                   INVALID KEY
                       MOVE "(NOT IN ADDRESS BOOK)" TO CUST-NAME
                   NOT INVALID KEY
                       MOVE DC-NAME TO CUST-NAME
               END-READ
           END-IF.
           COMPUTE AVG-ORDER ROUNDED =
               RCR-SPENT (BEST-IX) / RCR-ORDERS (BEST-IX).
           MOVE RCR-SPENT (BEST-IX) TO AMTDP.
           MOVE AVG-ORDER TO AVGDP.
           MOVE RCR-ORDERS (BEST-IX) TO CTDP.
           DISPLAY RCR-CONTACT (BEST-IX) " " CUST-NAME " " CTDP
               "  " AMTDP "  " AVGDP " " RCR-LAST-DATE (BEST-IX).

       9999-EXIT.
           STOP RUN.
       END PROGRAM DELREPEAT.

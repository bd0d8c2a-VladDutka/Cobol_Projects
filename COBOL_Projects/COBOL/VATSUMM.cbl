      *     IT-DEPT, named off DEPTS.DAT) and backs the configured
      *     VAT out of it, so the filing can be read by department
      *     as well as by day.
      *   - Senior citizen / PWD sales: each day also carries the
      *     VAT-exempt sales and the SC/PWD discount recorded on
      *     the order, reported in their own columns and totals.
      *   - Item VAT classes: the VAT-exempt column takes in the
      *     exempt items' sales as well as SC/PWD's, zero-rated
      *     sales get a column of their own, and the department
      *     section backs VAT out of the VATable lines only,
      *     showing each department's exempt and zero-rated lines
      *     as VAT-free.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  DS-ROW OCCURS 20 TIMES.
               10  DSR-DEPT PIC X(2).
               10  DSR-REVENUE PIC 9(8)V99.
               10  DSR-VATFREE PIC 9(8)V99.
       01  DEPT-BASE PIC 9(8)V99.
       01  DEPT-VAT PIC 9(8)V99.
       01  DEPT-REVDP PIC $Z,ZZZ,999.99.
       01  DEPT-BASEDP PIC $Z,ZZZ,999.99.
       01  DEPT-VATDP PIC $Z,ZZZ,999.99.
       01  DEPT-FREEDP PIC $Z,ZZZ,999.99.
       01  ORDERS-STATUS PIC XX.
       01  ORDERS-EOF-SW PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
               10  VDR-SALES PIC S9(7)V99.
               10  VDR-BASE PIC S9(7)V99.
               10  VDR-VAT PIC S9(7)V99.
               10  VDR-EXEMPT PIC S9(7)V99.
               10  VDR-SCDISC PIC S9(7)V99.
               10  VDR-ZERO PIC S9(7)V99.
       01  TOT-BASE PIC S9(8)V99 VALUE 0.
       01  TOT-VAT PIC S9(8)V99 VALUE 0.
       01  TOT-EXEMPT PIC S9(8)V99 VALUE 0.
       01  TOT-SCDISC PIC S9(8)V99 VALUE 0.
       01  TOT-ZERO PIC S9(8)V99 VALUE 0.
      *    AN ORDER FROM BEFORE THE SC/PWD FIELDS READS SPACES --
      *    NO EXEMPTION, NO DISCOUNT.
       01  ORD-EXEMPT PIC 9(5)V99.
       01  ORD-SCDISC PIC 9(5)V99.
      *    LIKEWISE AN ORDER FROM BEFORE THE ITEM VAT CLASSES -- ALL
      *    OF IT WAS VATABLE.
       01  ORD-ZERO PIC 9(5)V99.
       01  ZERODP PIC -Z,ZZZ,999.99.
       01  EXEMPTDP PIC -Z,ZZZ,999.99.
       01  SCDISCDP PIC -ZZZ,999.99.
       01  SALESDP PIC -Z,ZZZ,999.99.
       01  BASEDP PIC -Z,ZZZ,999.99.
       01  VATDP PIC -Z,ZZZ,999.99.
               MOVE DS-ROW-CTR TO DS-IX
               MOVE LINE-DEPT TO DSR-DEPT (DS-IX)
               MOVE 0 TO DSR-REVENUE (DS-IX)
               MOVE 0 TO DSR-VATFREE (DS-IX)
               MOVE 'Y' TO DS-FOUND-SW
           END-IF.
           IF DS-FOUND
               COMPUTE DSR-REVENUE (DS-IX) = DSR-REVENUE (DS-IX)
                   + (OL-QTY * OL-UNIT-PRICE)
               IF OL-VAT-CLASS = 'E' OR OL-VAT-CLASS = 'Z'
                   COMPUTE DSR-VATFREE (DS-IX) = DSR-VATFREE (DS-IX)
                       + (OL-QTY * OL-UNIT-PRICE)
               END-IF
           END-IF.

       3500-PRINT-DEPT-SECTION.
           DISPLAY "DEPARTMENT SECTION (LINE REVENUE, VAT BACKED "
               "OUT AT " VAT-RATE ")".
           DISPLAY "DEPT NAME                 REVENUE        "
               "VATABLE BASE   VAT            VAT-FREE".
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               MOVE "(NO DEPARTMENT)" TO DEPT-NAME
                   END-IF
               END-PERFORM
               COMPUTE DEPT-BASE ROUNDED =
                   (DSR-REVENUE (DS-IX) - DSR-VATFREE (DS-IX))
                   / (1 + VAT-RATE)
               COMPUTE DEPT-VAT = DSR-REVENUE (DS-IX)
                   - DSR-VATFREE (DS-IX) - DEPT-BASE
               MOVE DSR-REVENUE (DS-IX) TO DEPT-REVDP
               MOVE DEPT-BASE TO DEPT-BASEDP
               MOVE DEPT-VAT TO DEPT-VATDP
               MOVE DSR-VATFREE (DS-IX) TO DEPT-FREEDP
               DISPLAY DSR-DEPT (DS-IX) " " DEPT-NAME " "
                   DEPT-REVDP " " DEPT-BASEDP " " DEPT-VATDP " "
                   DEPT-FREEDP
           END-PERFORM.

       1000-TALLY-ORDERS.
               MOVE 0 TO VDR-SALES (VD-IX)
               MOVE 0 TO VDR-BASE (VD-IX)
               MOVE 0 TO VDR-VAT (VD-IX)
               MOVE 0 TO VDR-EXEMPT (VD-IX)
               MOVE 0 TO VDR-SCDISC (VD-IX)
               MOVE 0 TO VDR-ZERO (VD-IX)
           END-IF.
           MOVE 0 TO ORD-EXEMPT.
           MOVE 0 TO ORD-SCDISC.
           MOVE 0 TO ORD-ZERO.
           IF (OR-SCPWD-TYPE = 'S' OR OR-SCPWD-TYPE = 'P')
                   AND OR-VAT-EXEMPT IS NUMERIC
                   AND OR-SCPWD-DISC IS NUMERIC
               MOVE OR-VAT-EXEMPT TO ORD-EXEMPT
               MOVE OR-SCPWD-DISC TO ORD-SCDISC
           END-IF.
           IF OR-ITEM-EXEMPT IS NUMERIC
               ADD OR-ITEM-EXEMPT TO ORD-EXEMPT
           END-IF.
           IF OR-ZERO-RATED IS NUMERIC
               MOVE OR-ZERO-RATED TO ORD-ZERO
           END-IF.
           IF OR-TXN-TYPE = 'V'
               SUBTRACT OR-ATOT FROM VDR-SALES (VD-IX)
               SUBTRACT OR-VATBASE FROM VDR-BASE (VD-IX)
               SUBTRACT OR-VAT FROM VDR-VAT (VD-IX)
               SUBTRACT ORD-EXEMPT FROM VDR-EXEMPT (VD-IX)
               SUBTRACT ORD-SCDISC FROM VDR-SCDISC (VD-IX)
               SUBTRACT ORD-ZERO FROM VDR-ZERO (VD-IX)
           ELSE
               ADD OR-ATOT TO VDR-SALES (VD-IX)
               ADD OR-VATBASE TO VDR-BASE (VD-IX)
               ADD OR-VAT TO VDR-VAT (VD-IX)
               ADD ORD-EXEMPT TO VDR-EXEMPT (VD-IX)
               ADD ORD-SCDISC TO VDR-SCDISC (VD-IX)
               ADD ORD-ZERO TO VDR-ZERO (VD-IX)
           END-IF.

       2000-PRINT-SUMMARY.
           DISPLAY "BUSINESS DAY  SALES          VATABLE BASE   "
               "VAT            VAT-EXEMPT     SC/PWD DISC  "
               "ZERO-RATED".
           PERFORM VARYING VD-IX FROM 1 BY 1
                   UNTIL VD-IX > VD-ROW-CTR
               MOVE VDR-SALES (VD-IX) TO SALESDP
               MOVE VDR-BASE (VD-IX) TO BASEDP
               MOVE VDR-VAT (VD-IX) TO VATDP
               MOVE VDR-EXEMPT (VD-IX) TO EXEMPTDP
               MOVE VDR-SCDISC (VD-IX) TO SCDISCDP
               MOVE VDR-ZERO (VD-IX) TO ZERODP
               DISPLAY VDR-BUSDATE (VD-IX) "  " SALESDP " "
                   BASEDP " " VATDP " " EXEMPTDP " " SCDISCDP
                   " " ZERODP
               ADD VDR-BASE (VD-IX) TO TOT-BASE
               ADD VDR-VAT (VD-IX) TO TOT-VAT
               ADD VDR-EXEMPT (VD-IX) TO TOT-EXEMPT
               ADD VDR-SCDISC (VD-IX) TO TOT-SCDISC
               ADD VDR-ZERO (VD-IX) TO TOT-ZERO
           END-PERFORM.
           MOVE TOT-BASE TO BASEDP.
           MOVE TOT-VAT TO VATDP.
           DISPLAY "----------------------------------------".
           DISPLAY "TOTAL BASE: " BASEDP "   TOTAL VAT: " VATDP.
           MOVE TOT-EXEMPT TO EXEMPTDP.
           MOVE TOT-SCDISC TO SCDISCDP.
           DISPLAY "TOTAL VAT-EXEMPT SALES: " EXEMPTDP
               "   TOTAL SC/PWD DISCOUNT: " SCDISCDP.
           MOVE TOT-ZERO TO ZERODP.
           DISPLAY "TOTAL ZERO-RATED SALES: " ZERODP.

       9999-EXIT.
           STOP RUN.

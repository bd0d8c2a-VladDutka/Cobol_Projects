      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Advance-order production list for the kitchen --
      *          every open order on ADVORDER.DAT due on the
      *          production date (the day after the business date
      *          unless another is keyed), earliest due time first,
      *          and then the items to make for all of them: each
      *          ADVLINE.DAT line with a combo exploded into its
      *          COMBODEF components, totaled per item and grouped
      *          by the preparing department (IT-DEPT, named off
      *          DEPTS.DAT) the way the kitchen tickets are. The
      *          list prints to ADVPROD_<date>.SPL as well as the
      *          screen, so the stations can start the night before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVPROD.
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
          SELECT OPTIONAL ADVORDER-FILE
          ASSIGN TO "C:\Users\ADMIN\ADVORDER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVORDER-STATUS.
          SELECT OPTIONAL ADVLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ADVLINE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVLINE-STATUS.
          SELECT OPTIONAL COMBODEF-FILE
          ASSIGN TO "C:\Users\ADMIN\COMBODEF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBODEF-STATUS.
          SELECT OPTIONAL DEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEPTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEPT-STATUS.
          SELECT ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
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
       FD  ADVORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVORDER-REC.
           COPY "ADVORDER.CPY".
       FD  ADVLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVLINE-REC.
           COPY "ADVLINE.CPY".
       FD  COMBODEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMBODEF-REC.
           COPY "COMBODEF.CPY".
       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.
           COPY "DEPTS.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  ADVORDER-STATUS PIC XX.
       01  ADVLINE-STATUS PIC XX.
       01  COMBODEF-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  ADVORDER-EOF PIC X VALUE 'N'.
           88 ADVORDER-END VALUE 'Y'.
       01  ADVLINE-EOF PIC X VALUE 'N'.
           88 ADVLINE-END VALUE 'Y'.
       01  COMBODEF-EOF PIC X VALUE 'N'.
           88 COMBODEF-END VALUE 'Y'.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  ITEM-FILE-SW PIC X VALUE 'N'.
           88 ITEM-FILE-AVAILABLE VALUE 'Y'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  BUSINESS-DATE PIC 9(8).
       01  PROD-DATE PIC 9(8).
      *    THE DAY AFTER THE BUSINESS DATE, WORKED OUT A FIELD AT A
      *    TIME.
       01  TMR-DATE PIC 9(8).
       01  TMR-DATE-R REDEFINES TMR-DATE.
           05  TMR-YYYY PIC 9(4).
           05  TMR-MM PIC 9(2).
           05  TMR-DD PIC 9(2).
       01  MONTH-DAYS PIC 9(2).
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).
      *    THE ORDERS DUE ON THE PRODUCTION DATE -- PRINTED EARLIEST
      *    FIRST BY REPEATED SELECTION OF THE LOWEST DUE TIME.
       01  OD-ROW-CTR PIC 9(3) VALUE 0.
       01  OD-IX PIC 9(3).
       01  OD-FOUND-SW PIC X.
           88 OD-FOUND-ROW VALUE 'Y'.
       01  OD-BEST PIC 9(3).
       01  OD-PRINTED PIC 9(3).
       01  OD-TABLE.
           05  OD-ROW OCCURS 300 TIMES.
               10  ODR-ADV-NO PIC 9(6).
               10  ODR-DUE-TIME PIC 9(4).
               10  ODR-CUST-NAME PIC X(25).
               10  ODR-CONTACT PIC X(11).
               10  ODR-ROUTE PIC X(1).
               10  ODR-DONE PIC X(1).
       01  FIND-ADV-NO PIC 9(6).
      *    COMBO COMPONENTS OFF COMBODEF.DAT.
       01  CB-ROW-CTR PIC 9(3) VALUE 0.
       01  CB-IX PIC 9(3).
       01  CB-HIT-SW PIC X.
           88 CB-HIT VALUE 'Y'.
       01  CB-TABLE.
           05  CB-ROW OCCURS 200 TIMES.
               10  CBR-COMBO-CODE PIC X(5).
               10  CBR-COMP-CODE PIC X(5).
               10  CBR-COMP-QTY PIC 9(2).
      *    THE ITEMS TO MAKE, EXPLODED AND TOTALED.
       01  PI-ROW-CTR PIC 9(3) VALUE 0.
       01  PI-IX PIC 9(3).
       01  PI-FOUND-SW PIC X.
           88 PI-FOUND-ROW VALUE 'Y'.
       01  PI-TABLE.
           05  PI-ROW OCCURS 200 TIMES.
               10  PIR-ITEM-CODE PIC X(5).
               10  PIR-DEPT PIC X(2).
               10  PIR-QTY PIC 9(5).
       01  MAKE-CODE PIC X(5).
       01  MAKE-QTY PIC 9(5).
      *    THE DEPARTMENTS ON THE LIST, IN THE ORDER FIRST MET, AND
      *    THEIR NAMES OFF DEPTS.DAT.
       01  PD-ROW-CTR PIC 9(2) VALUE 0.
       01  PD-IX PIC 9(2).
       01  PD-FOUND-SW PIC X.
           88 PD-FOUND-ROW VALUE 'Y'.
       01  PD-TABLE.
           05  PD-ROW OCCURS 30 TIMES.
               10  PDR-DEPT PIC X(2).
       01  DT-ROW-CTR PIC 9(2) VALUE 0.
       01  DT-IX PIC 9(2).
       01  DT-TABLE.
           05  DT-ROW OCCURS 30 TIMES.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
       01  STATION-NAME PIC X(20).
       01  ROUTE-NAME PIC X(8).
       01  QTYDP PIC ZZ,ZZ9.
       01  ORDERS-CTR PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ADVANCE-ORDER PRODUCTION LIST".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           PERFORM 0600-COMPUTE-TOMORROW.
           DISPLAY "PRODUCTION DATE (YYYYMMDD, 0 = " TMR-DATE "): ".
           ACCEPT PROD-DATE.
           IF PROD-DATE = 0
               MOVE TMR-DATE TO PROD-DATE
           END-IF.
           PERFORM 0700-LOAD-COMBODEF-TABLE.
           PERFORM 0800-LOAD-DEPT-TABLE.
           PERFORM 1000-LOAD-DUE-ORDERS.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-SW
           END-IF.
           PERFORM 2000-EXPLODE-DUE-LINES.
           IF ITEM-FILE-AVAILABLE
               CLOSE ITEM-FILE
           END-IF.
           PERFORM 3000-PRINT-THE-LIST.
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

       0600-COMPUTE-TOMORROW.
      *    ONE DAY ON, ROLLING THE MONTH AND THE YEAR OVER --
      *    FEBRUARY HAS 29 DAYS IN A LEAP YEAR (EVERY FOURTH, BUT A
      *    CENTURY ONLY EVERY FOURTH CENTURY).
           MOVE BUSINESS-DATE TO TMR-DATE.
           EVALUATE TMR-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE TMR-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE TMR-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE TMR-YYYY BY 400 GIVING LEAP-Q
                       REMAINDER LEAP-R400
                   IF LEAP-R400 = 0
                           OR (LEAP-R4 = 0 AND LEAP-R100 NOT = 0)
                       MOVE 29 TO MONTH-DAYS
                   ELSE
                       MOVE 28 TO MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO MONTH-DAYS
           END-EVALUATE.
           ADD 1 TO TMR-DD.
           IF TMR-DD > MONTH-DAYS
               MOVE 1 TO TMR-DD
               ADD 1 TO TMR-MM
               IF TMR-MM > 12
                   MOVE 1 TO TMR-MM
                   ADD 1 TO TMR-YYYY
               END-IF
           END-IF.

       0700-LOAD-COMBODEF-TABLE.
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

       0800-LOAD-DEPT-TABLE.
           MOVE 'N' TO DEPT-EOF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               READ DEPT-FILE
                   AT END MOVE 'Y' TO DEPT-EOF
               END-READ
               PERFORM UNTIL DEPT-END OR DT-ROW-CTR = 30
                   ADD 1 TO DT-ROW-CTR
                   MOVE DT-DEPT TO DTR-DEPT (DT-ROW-CTR)
                   MOVE DT-NAME TO DTR-NAME (DT-ROW-CTR)
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

       1000-LOAD-DUE-ORDERS.
      *    ONLY OPEN ORDERS -- A CLAIMED OR CANCELLED ONE HAS
      *    NOTHING LEFT TO MAKE.
           MOVE 'N' TO ADVORDER-EOF.
           OPEN INPUT ADVORDER-FILE.
           IF ADVORDER-STATUS = "00"
               READ ADVORDER-FILE
                   AT END MOVE 'Y' TO ADVORDER-EOF
               END-READ
               PERFORM UNTIL ADVORDER-END
                   IF AO-STATUS = 'O' AND AO-DUE-DATE = PROD-DATE
                           AND OD-ROW-CTR < 300
                       ADD 1 TO OD-ROW-CTR
                       MOVE AO-ADV-NO TO ODR-ADV-NO (OD-ROW-CTR)
                       MOVE AO-DUE-TIME TO ODR-DUE-TIME (OD-ROW-CTR)
                       MOVE AO-CUST-NAME
                           TO ODR-CUST-NAME (OD-ROW-CTR)
                       MOVE AO-CONTACT TO ODR-CONTACT (OD-ROW-CTR)
                       MOVE AO-ROUTE TO ODR-ROUTE (OD-ROW-CTR)
                       MOVE 'N' TO ODR-DONE (OD-ROW-CTR)
                   END-IF
                   READ ADVORDER-FILE
                       AT END MOVE 'Y' TO ADVORDER-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVORDER-FILE
           ELSE
               IF ADVORDER-STATUS = "05"
                   CLOSE ADVORDER-FILE
               END-IF
           END-IF.

       1100-FIND-DUE-ORDER.
           MOVE 'N' TO OD-FOUND-SW.
           MOVE 1 TO OD-IX.
           PERFORM UNTIL OD-IX > OD-ROW-CTR OR OD-FOUND-ROW
               IF ODR-ADV-NO (OD-IX) = FIND-ADV-NO
                   MOVE 'Y' TO OD-FOUND-SW
               ELSE
                   ADD 1 TO OD-IX
               END-IF
           END-PERFORM.

       2000-EXPLODE-DUE-LINES.
      *    A COMBO LINE MAKES ITS COMPONENTS, THE SAME EXPLOSION
      *    THE KITCHEN TICKETS USE; A PLAIN ITEM MAKES ITSELF.
           MOVE 'N' TO ADVLINE-EOF.
           OPEN INPUT ADVLINE-FILE.
           IF ADVLINE-STATUS = "00"
               READ ADVLINE-FILE
                   AT END MOVE 'Y' TO ADVLINE-EOF
               END-READ
               PERFORM UNTIL ADVLINE-END
                   MOVE AL-ADV-NO TO FIND-ADV-NO
                   PERFORM 1100-FIND-DUE-ORDER
                   IF OD-FOUND-ROW
                       MOVE 'N' TO CB-HIT-SW
                       PERFORM VARYING CB-IX FROM 1 BY 1
                               UNTIL CB-IX > CB-ROW-CTR
                           IF CBR-COMBO-CODE (CB-IX) = AL-ITEM-CODE
                               MOVE 'Y' TO CB-HIT-SW
                               MOVE CBR-COMP-CODE (CB-IX) TO MAKE-CODE
                               COMPUTE MAKE-QTY = AL-QTY
                                   * CBR-COMP-QTY (CB-IX)
                               PERFORM 2100-ADD-MAKE-ITEM
                           END-IF
                       END-PERFORM
                       IF NOT CB-HIT
                           MOVE AL-ITEM-CODE TO MAKE-CODE
                           MOVE AL-QTY TO MAKE-QTY
                           PERFORM 2100-ADD-MAKE-ITEM
                       END-IF
                   END-IF
                   READ ADVLINE-FILE
                       AT END MOVE 'Y' TO ADVLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVLINE-FILE
           ELSE
               IF ADVLINE-STATUS = "05"
                   CLOSE ADVLINE-FILE
               END-IF
           END-IF.

       2100-ADD-MAKE-ITEM.
           MOVE 'N' TO PI-FOUND-SW.
           MOVE 1 TO PI-IX.
           PERFORM UNTIL PI-IX > PI-ROW-CTR OR PI-FOUND-ROW
               IF PIR-ITEM-CODE (PI-IX) = MAKE-CODE
                   MOVE 'Y' TO PI-FOUND-SW
               ELSE
                   ADD 1 TO PI-IX
               END-IF
           END-PERFORM.
           IF NOT PI-FOUND-ROW AND PI-ROW-CTR < 200
               ADD 1 TO PI-ROW-CTR
               MOVE PI-ROW-CTR TO PI-IX
               MOVE MAKE-CODE TO PIR-ITEM-CODE (PI-IX)
               MOVE 0 TO PIR-QTY (PI-IX)
               MOVE SPACES TO PIR-DEPT (PI-IX)
               IF ITEM-FILE-AVAILABLE
                   MOVE MAKE-CODE TO IT-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IT-DEPT TO PIR-DEPT (PI-IX)
                   END-READ
               END-IF
               PERFORM 2200-NOTE-DEPT
               MOVE 'Y' TO PI-FOUND-SW
           END-IF.
           IF PI-FOUND-ROW
               ADD MAKE-QTY TO PIR-QTY (PI-IX)
           END-IF.

       2200-NOTE-DEPT.
           MOVE 'N' TO PD-FOUND-SW.
           MOVE 1 TO PD-IX.
           PERFORM UNTIL PD-IX > PD-ROW-CTR OR PD-FOUND-ROW
               IF PDR-DEPT (PD-IX) = PIR-DEPT (PI-IX)
                   MOVE 'Y' TO PD-FOUND-SW
               ELSE
                   ADD 1 TO PD-IX
               END-IF
           END-PERFORM.
           IF NOT PD-FOUND-ROW AND PD-ROW-CTR < 30
               ADD 1 TO PD-ROW-CTR
               MOVE PIR-DEPT (PI-IX) TO PDR-DEPT (PD-ROW-CTR)
           END-IF.

       3000-PRINT-THE-LIST.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\ADVPROD_" DELIMITED BY SIZE
               PROD-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 3900-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "ADVANCE-ORDER PRODUCTION LIST FOR "
               DELIMITED BY SIZE
               PROD-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 3900-PRINT-LINE.
           IF OD-ROW-CTR = 0
               MOVE "NO OPEN ADVANCE ORDERS DUE." TO PRT-LINE
               PERFORM 3900-PRINT-LINE
           ELSE
               MOVE "ORDERS DUE - TIME  ADV NO  CUSTOMER"
                   TO PRT-LINE
               PERFORM 3900-PRINT-LINE
               MOVE 0 TO OD-PRINTED
               PERFORM 3100-PRINT-NEXT-ORDER
                   UNTIL OD-PRINTED = OD-ROW-CTR
               MOVE SPACES TO PRT-LINE
               PERFORM 3900-PRINT-LINE
               MOVE "ITEMS TO MAKE, BY STATION:" TO PRT-LINE
               PERFORM 3900-PRINT-LINE
               PERFORM VARYING PD-IX FROM 1 BY 1
                       UNTIL PD-IX > PD-ROW-CTR
                   PERFORM 3200-PRINT-ONE-STATION
               END-PERFORM
           END-IF.
           CLOSE SPOOL-FILE.

       3100-PRINT-NEXT-ORDER.
      *    THE EARLIEST DUE TIME NOT YET PRINTED.
           MOVE 0 TO OD-BEST.
           PERFORM VARYING OD-IX FROM 1 BY 1
                   UNTIL OD-IX > OD-ROW-CTR
               IF ODR-DONE (OD-IX) = 'N'
                   IF OD-BEST = 0
                       MOVE OD-IX TO OD-BEST
                   ELSE
                       IF ODR-DUE-TIME (OD-IX)
                               < ODR-DUE-TIME (OD-BEST)
                           MOVE OD-IX TO OD-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'Y' TO ODR-DONE (OD-BEST).
           ADD 1 TO OD-PRINTED.
           IF ODR-ROUTE (OD-BEST) = 'D'
               MOVE "DELIVERY" TO ROUTE-NAME
           ELSE
               MOVE "PICKUP" TO ROUTE-NAME
           END-IF.
           MOVE SPACES TO PRT-LINE.
           STRING "              " DELIMITED BY SIZE
               ODR-DUE-TIME (OD-BEST) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ODR-ADV-NO (OD-BEST) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ODR-CUST-NAME (OD-BEST) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ODR-CONTACT (OD-BEST) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ROUTE-NAME DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 3900-PRINT-LINE.

       3200-PRINT-ONE-STATION.
           MOVE "UNASSIGNED" TO STATION-NAME.
           PERFORM VARYING DT-IX FROM 1 BY 1
                   UNTIL DT-IX > DT-ROW-CTR
               IF DTR-DEPT (DT-IX) = PDR-DEPT (PD-IX)
                   MOVE DTR-NAME (DT-IX) TO STATION-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-LINE.
           STRING "  STATION " DELIMITED BY SIZE
               PDR-DEPT (PD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATION-NAME DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 3900-PRINT-LINE.
           PERFORM VARYING PI-IX FROM 1 BY 1
                   UNTIL PI-IX > PI-ROW-CTR
               IF PIR-DEPT (PI-IX) = PDR-DEPT (PD-IX)
                   MOVE PIR-QTY (PI-IX) TO QTYDP
                   MOVE SPACES TO PRT-LINE
                   STRING "      " DELIMITED BY SIZE
                       PIR-ITEM-CODE (PI-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QTYDP DELIMITED BY SIZE
                       INTO PRT-LINE
                   PERFORM 3900-PRINT-LINE
               END-IF
           END-PERFORM.

       3900-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ADVPROD.

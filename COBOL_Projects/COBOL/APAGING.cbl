      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Accounts-payable aging -- every invoice still owing
      *          on the APLEDGER.DAT payables ledger (its 'I' row
      *          less the payments made against it), listed under
      *          its SUPPLIER.DAT supplier and aged by days past its
      *          due date as of the business date: current, 1-30,
      *          31-60, 61-90 and over 90 days, with a total per
      *          supplier and for the shop. The grand total is the
      *          AP-PAYABLE balance GLEXPORT has posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
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
          SELECT OPTIONAL APLEDGER-FILE
          ASSIGN TO "C:\Users\ADMIN\APLEDGER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APLEDGER-STATUS.
          SELECT OPTIONAL SUPPLIER-FILE
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  APLEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APLEDGER-REC.
           COPY "APLEDGER.CPY".
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  APLEDGER-STATUS PIC XX.
       01  APLEDGER-EOF PIC X VALUE 'N'.
           88 APLEDGER-END VALUE 'Y'.
       01  SUPPLIER-STATUS PIC XX.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  AS-OF-DATE PIC 9(8).
      *    ONE ROW PER INVOICE ON THE LEDGER -- WHAT IT OWED AND
      *    WHAT HAS BEEN PAID AGAINST IT.
       01  IV-ROW-CTR PIC 9(4) VALUE 0.
       01  IV-IX PIC 9(4).
       01  IV-FOUND-SW PIC X.
           88 IV-FOUND VALUE 'Y'.
       01  IV-TABLE.
           05  IV-ROW OCCURS 500 TIMES.
               10  IVR-SUPP-NO PIC X(5).
               10  IVR-INV-NO PIC X(12).
               10  IVR-DUE-DATE PIC 9(8).
               10  IVR-OWED PIC 9(7)V99.
               10  IVR-PAID PIC 9(7)V99.
               10  IVR-LISTED PIC X(1).
       01  IV-BALANCE PIC S9(7)V99.
       01  UK-IX PIC 9(4).
      *    SUPPLIER NAMES, IN FILE ORDER.
       01  SU-ROW-CTR PIC 9(3) VALUE 0.
       01  SU-IX PIC 9(3).
       01  SU-TABLE.
           05  SU-ROW OCCURS 100 TIMES.
               10  SUR-SUPP-NO PIC X(5).
               10  SUR-NAME PIC X(25).
      *    THE FIVE AGING BUCKETS -- 1 CURRENT, 2 1-30, 3 31-60,
      *    4 61-90, 5 OVER 90 -- PER SUPPLIER AND FOR THE SHOP.
       01  BK-IX PIC 9.
       01  SUPP-BUCKETS.
           05  SUPP-BUCKET PIC S9(7)V99 OCCURS 5 TIMES.
       01  SHOP-BUCKETS.
           05  SHOP-BUCKET PIC S9(7)V99 OCCURS 5 TIMES.
       01  SUPP-TOTAL PIC S9(7)V99.
       01  SHOP-TOTAL PIC S9(7)V99 VALUE 0.
       01  SUPP-LINES PIC 9(4).
       01  GROUP-SUPP-NO PIC X(5).
       01  GROUP-NAME PIC X(25).
       01  DAYS-LATE PIC 9(3).
       01  BUCKET-LABELS.
           05  FILLER PIC X(8) VALUE "CURRENT ".
           05  FILLER PIC X(8) VALUE "1-30    ".
           05  FILLER PIC X(8) VALUE "31-60   ".
           05  FILLER PIC X(8) VALUE "61-90   ".
           05  FILLER PIC X(8) VALUE "OVER 90 ".
       01  BUCKET-LABELS-R REDEFINES BUCKET-LABELS.
           05  BK-LABEL PIC X(8) OCCURS 5 TIMES.
       01  AMTDP PIC $Z,ZZZ,999.99-.
      *    DAYS PAST DUE -- THE DUE DATE STEPPED FORWARD ONE DAY AT
      *    A TIME UNTIL IT REACHES THE AGING DATE (STOPPING PAST 90,
      *    WHERE THE LAST BUCKET TAKES EVERYTHING).
       01  AGE-DATE PIC 9(8).
       01  AGE-DATE-R REDEFINES AGE-DATE.
           05  AGE-YYYY PIC 9(4).
           05  AGE-MM PIC 9(2).
           05  AGE-DD PIC 9(2).
       01  MONTH-DAYS PIC 99.
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ACCOUNTS-PAYABLE AGING".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "AGE AS OF (YYYYMMDD, 0 = " BUSINESS-DATE "): ".
           ACCEPT AS-OF-DATE.
           IF AS-OF-DATE = 0
               MOVE BUSINESS-DATE TO AS-OF-DATE
           END-IF.
           PERFORM 1000-LOAD-THE-LEDGER.
           PERFORM 1100-LOAD-SUPPLIER-TABLE.
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 5
               MOVE 0 TO SHOP-BUCKET (BK-IX)
           END-PERFORM.
           DISPLAY "AS OF " AS-OF-DATE.
           DISPLAY "INVOICE      DUE      AGE       BALANCE".
           PERFORM VARYING SU-IX FROM 1 BY 1
                   UNTIL SU-IX > SU-ROW-CTR
               MOVE SUR-SUPP-NO (SU-IX) TO GROUP-SUPP-NO
               MOVE SUR-NAME (SU-IX) TO GROUP-NAME
               PERFORM 2000-AGE-ONE-SUPPLIER
           END-PERFORM.
      *    A LEDGER ROW WHOSE SUPPLIER HAS SINCE LEFT SUPPLIER.DAT
      *    STILL OWES -- IT AGES UNDER ITS OWN NUMBER.
           PERFORM VARYING UK-IX FROM 1 BY 1
                   UNTIL UK-IX > IV-ROW-CTR
               IF IVR-LISTED (UK-IX) = 'N'
                   MOVE IVR-SUPP-NO (UK-IX) TO GROUP-SUPP-NO
                   MOVE "(NOT ON SUPPLIER.DAT)" TO GROUP-NAME
                   PERFORM 2000-AGE-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           PERFORM 3000-PRINT-SHOP-TOTALS.
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

       1000-LOAD-THE-LEDGER.
      *    AN 'I' ROW OPENS THE INVOICE; EACH 'P' ROW PAYS IT DOWN
      *    AND EACH 'D' ROW (A DEBIT MEMO APPLIED) CREDITS IT DOWN.
      *    A REFUNDED MEMO'S 'R' ROW NEVER OWED, SO IS NEVER LISTED.
           MOVE 'N' TO APLEDGER-EOF.
           OPEN INPUT APLEDGER-FILE.
           IF APLEDGER-STATUS = "00"
               READ APLEDGER-FILE
                   AT END MOVE 'Y' TO APLEDGER-EOF
               END-READ
               PERFORM UNTIL APLEDGER-END
                   PERFORM 1050-FIND-INVOICE-ROW
                   IF NOT IV-FOUND AND IV-ROW-CTR < 500
                       ADD 1 TO IV-ROW-CTR
                       MOVE IV-ROW-CTR TO IV-IX
                       MOVE AP-SUPP-NO TO IVR-SUPP-NO (IV-IX)
                       MOVE AP-INV-NO TO IVR-INV-NO (IV-IX)
                       MOVE AP-DUE-DATE TO IVR-DUE-DATE (IV-IX)
                       MOVE 0 TO IVR-OWED (IV-IX)
                       MOVE 0 TO IVR-PAID (IV-IX)
                       MOVE 'Y' TO IV-FOUND-SW
                   END-IF
                   IF IV-FOUND
                       IF AP-TYPE = 'I'
                           ADD AP-AMOUNT TO IVR-OWED (IV-IX)
                           MOVE AP-DUE-DATE TO IVR-DUE-DATE (IV-IX)
                       ELSE
                           ADD AP-AMOUNT TO IVR-PAID (IV-IX)
                       END-IF
                   END-IF
                   READ APLEDGER-FILE
                       AT END MOVE 'Y' TO APLEDGER-EOF
                   END-READ
               END-PERFORM
               CLOSE APLEDGER-FILE
           ELSE
               IF APLEDGER-STATUS = "05"
                   CLOSE APLEDGER-FILE
               END-IF
           END-IF.
      *    A SETTLED INVOICE HAS NOTHING TO AGE.
           PERFORM VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > IV-ROW-CTR
               IF IVR-PAID (IV-IX) < IVR-OWED (IV-IX)
                   MOVE 'N' TO IVR-LISTED (IV-IX)
               ELSE
                   MOVE 'Y' TO IVR-LISTED (IV-IX)
               END-IF
           END-PERFORM.

       1050-FIND-INVOICE-ROW.
           MOVE 'N' TO IV-FOUND-SW.
           MOVE 1 TO IV-IX.
           PERFORM UNTIL IV-IX > IV-ROW-CTR OR IV-FOUND
               IF IVR-SUPP-NO (IV-IX) = AP-SUPP-NO
                       AND IVR-INV-NO (IV-IX) = AP-INV-NO
                   MOVE 'Y' TO IV-FOUND-SW
               ELSE
                   ADD 1 TO IV-IX
               END-IF
           END-PERFORM.

       1100-LOAD-SUPPLIER-TABLE.
           MOVE 'N' TO SUPPLIER-EOF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00"
               READ SUPPLIER-FILE
                   AT END MOVE 'Y' TO SUPPLIER-EOF
               END-READ
               PERFORM UNTIL SUPPLIER-END
                   IF SU-ROW-CTR < 100
                       ADD 1 TO SU-ROW-CTR
                       MOVE SU-SUPP-NO TO SUR-SUPP-NO (SU-ROW-CTR)
                       MOVE SU-NAME TO SUR-NAME (SU-ROW-CTR)
                   END-IF
                   READ SUPPLIER-FILE
                       AT END MOVE 'Y' TO SUPPLIER-EOF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           ELSE
               IF SUPPLIER-STATUS = "05"
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.

       2000-AGE-ONE-SUPPLIER.
      *    THE SUPPLIER HEADING ONLY PRINTS ONCE SOMETHING IS OWED.
           MOVE 0 TO SUPP-LINES.
           MOVE 0 TO SUPP-TOTAL.
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 5
               MOVE 0 TO SUPP-BUCKET (BK-IX)
           END-PERFORM.
           PERFORM VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > IV-ROW-CTR
               IF IVR-SUPP-NO (IV-IX) = GROUP-SUPP-NO
                       AND IVR-LISTED (IV-IX) = 'N'
                   MOVE 'Y' TO IVR-LISTED (IV-IX)
                   IF SUPP-LINES = 0
                       DISPLAY "SUPPLIER " GROUP-SUPP-NO " "
                           GROUP-NAME
                   END-IF
                   ADD 1 TO SUPP-LINES
                   COMPUTE IV-BALANCE = IVR-OWED (IV-IX)
                       - IVR-PAID (IV-IX)
                   PERFORM 2100-FIND-THE-BUCKET
                   ADD IV-BALANCE TO SUPP-BUCKET (BK-IX)
                   ADD IV-BALANCE TO SUPP-TOTAL
                   MOVE IV-BALANCE TO AMTDP
                   DISPLAY IVR-INV-NO (IV-IX) " "
                       IVR-DUE-DATE (IV-IX) " " BK-LABEL (BK-IX)
                       " " AMTDP
               END-IF
           END-PERFORM.
           IF SUPP-LINES > 0
               PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 5
                   ADD SUPP-BUCKET (BK-IX) TO SHOP-BUCKET (BK-IX)
                   IF SUPP-BUCKET (BK-IX) NOT = 0
                       MOVE SUPP-BUCKET (BK-IX) TO AMTDP
                       DISPLAY "  " BK-LABEL (BK-IX) "           "
                           AMTDP
                   END-IF
               END-PERFORM
               ADD SUPP-TOTAL TO SHOP-TOTAL
               MOVE SUPP-TOTAL TO AMTDP
               DISPLAY "  SUPPLIER TOTAL     " AMTDP
           END-IF.

       2100-FIND-THE-BUCKET.
           MOVE 0 TO DAYS-LATE.
           MOVE IVR-DUE-DATE (IV-IX) TO AGE-DATE.
           PERFORM UNTIL AGE-DATE NOT < AS-OF-DATE
                   OR DAYS-LATE > 90
               PERFORM 2200-ADD-ONE-DAY
               ADD 1 TO DAYS-LATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN DAYS-LATE = 0
                   MOVE 1 TO BK-IX
               WHEN DAYS-LATE NOT > 30
                   MOVE 2 TO BK-IX
               WHEN DAYS-LATE NOT > 60
                   MOVE 3 TO BK-IX
               WHEN DAYS-LATE NOT > 90
                   MOVE 4 TO BK-IX
               WHEN OTHER
                   MOVE 5 TO BK-IX
           END-EVALUATE.

       2200-ADD-ONE-DAY.
           EVALUATE AGE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE AGE-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE AGE-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE AGE-YYYY BY 400 GIVING LEAP-Q
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
           ADD 1 TO AGE-DD.
           IF AGE-DD > MONTH-DAYS
               MOVE 1 TO AGE-DD
               ADD 1 TO AGE-MM
               IF AGE-MM > 12
                   MOVE 1 TO AGE-MM
                   ADD 1 TO AGE-YYYY
               END-IF
           END-IF.

       3000-PRINT-SHOP-TOTALS.
           DISPLAY "----------------------------------------".
           DISPLAY "SHOP TOTAL BY AGE".
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > 5
               MOVE SHOP-BUCKET (BK-IX) TO AMTDP
               DISPLAY "  " BK-LABEL (BK-IX) "           " AMTDP
           END-PERFORM.
           MOVE SHOP-TOTAL TO AMTDP.
           DISPLAY "TOTAL PAYABLE        " AMTDP.

       9999-EXIT.
           STOP RUN.
       END PROGRAM APAGING.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Supplier payment run -- lists every invoice on the
      *          APLEDGER.DAT payables ledger still owing and due on
      *          or before the pay-through date keyed (the business
      *          date by default), by SUPPLIER.DAT supplier with a
      *          total per supplier and for the run, so the cheques
      *          can be drawn from one sheet. Once the cheques are
      *          out the run is posted: a 'P' payment row per invoice
      *          goes on the ledger (GLEXPORT posts it against
      *          AP-PAYABLE and AP-BANK) and the invoice is marked
      *          paid on APINV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
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
          SELECT OPTIONAL APINV-FILE
          ASSIGN TO "C:\Users\ADMIN\APINV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APINV-STATUS.
          SELECT OPTIONAL SUPPLIER-FILE
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
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
       FD  APINV-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APINV-REC.
           COPY "APINV.CPY".
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  APLEDGER-STATUS PIC XX.
       01  APLEDGER-EOF PIC X VALUE 'N'.
           88 APLEDGER-END VALUE 'Y'.
       01  APINV-STATUS PIC XX.
       01  APINV-EOF PIC X VALUE 'N'.
           88 APINV-END VALUE 'Y'.
       01  SUPPLIER-STATUS PIC XX.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  SESSION-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  PAY-THROUGH PIC 9(8).
       01  OPERATOR-ID PIC X(10).
       01  POST-ANS PIC X.
       01  RUN-REF PIC X(10).
      *    ONE ROW PER INVOICE ON THE LEDGER -- WHAT IT OWED, WHAT
      *    HAS BEEN PAID, AND WHETHER THIS RUN PAYS THE REST.
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
               10  IVR-PAY-SW PIC X(1).
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
      *    APINV.DAT HELD WHOLE WHILE THE PAID INVOICES ARE MARKED.
       01  AI-ROW-CTR PIC 9(4) VALUE 0.
       01  AI-IX PIC 9(4).
       01  AI-TABLE.
           05  AI-ROW OCCURS 300 TIMES.
               10  AIR-RECORD PIC X(91).
       01  GROUP-SUPP-NO PIC X(5).
       01  GROUP-NAME PIC X(25).
       01  SUPP-LINES PIC 9(4).
       01  SUPP-TOTAL PIC S9(7)V99.
       01  RUN-TOTAL PIC S9(7)V99 VALUE 0.
       01  RUN-LINES PIC 9(4) VALUE 0.
       01  AMTDP PIC $Z,ZZZ,999.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "SUPPLIER PAYMENT RUN".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "PAY INVOICES DUE THROUGH (YYYYMMDD, 0 = "
               BUSINESS-DATE "): ".
           ACCEPT PAY-THROUGH.
           IF PAY-THROUGH = 0
               MOVE BUSINESS-DATE TO PAY-THROUGH
           END-IF.
           PERFORM 1000-LOAD-THE-LEDGER.
           PERFORM 1100-LOAD-SUPPLIER-TABLE.
           PERFORM 2000-LIST-THE-RUN.
           IF RUN-LINES = 0
               DISPLAY "NOTHING DUE THROUGH " PAY-THROUGH "."
           ELSE
               DISPLAY "POST THIS RUN AS PAID? (Y/N): "
               ACCEPT POST-ANS
               IF POST-ANS = 'Y' OR POST-ANS = 'y'
                   PERFORM 0600-ADOPT-SESSION-OPERATOR
                   PERFORM 3000-POST-THE-PAYMENTS
                   PERFORM 3500-MARK-INVOICES-PAID
                   DISPLAY RUN-LINES " PAYMENT(S) POSTED AS " RUN-REF
                       "."
               ELSE
                   DISPLAY "LISTED ONLY - NOTHING POSTED."
               END-IF
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

       0600-ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN PROMPTS FOR IT.
           MOVE SPACES TO SESSION-REC.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
               END-READ
               CLOSE SESSION-FILE
           ELSE
               IF SESSION-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
           END-IF.
           IF SN-OPERATOR NOT = SPACES
               MOVE SN-OPERATOR TO OPERATOR-ID
               DISPLAY "OPERATOR (SIGNED ON): " OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR ID: "
               ACCEPT OPERATOR-ID
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
      *    ONLY AN INVOICE STILL OWING AND DUE BY THE PAY-THROUGH
      *    DATE GOES ON THE RUN.
           PERFORM VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > IV-ROW-CTR
               IF IVR-PAID (IV-IX) < IVR-OWED (IV-IX)
                       AND IVR-DUE-DATE (IV-IX) NOT > PAY-THROUGH
                   MOVE 'Y' TO IVR-PAY-SW (IV-IX)
                   MOVE 'N' TO IVR-LISTED (IV-IX)
               ELSE
                   MOVE 'N' TO IVR-PAY-SW (IV-IX)
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

       2000-LIST-THE-RUN.
           DISPLAY "DUE THROUGH " PAY-THROUGH.
           DISPLAY "INVOICE      DUE            TO PAY".
           PERFORM VARYING SU-IX FROM 1 BY 1
                   UNTIL SU-IX > SU-ROW-CTR
               MOVE SUR-SUPP-NO (SU-IX) TO GROUP-SUPP-NO
               MOVE SUR-NAME (SU-IX) TO GROUP-NAME
               PERFORM 2100-LIST-ONE-SUPPLIER
           END-PERFORM.
           PERFORM VARYING UK-IX FROM 1 BY 1
                   UNTIL UK-IX > IV-ROW-CTR
               IF IVR-LISTED (UK-IX) = 'N'
                   MOVE IVR-SUPP-NO (UK-IX) TO GROUP-SUPP-NO
                   MOVE "(NOT ON SUPPLIER.DAT)" TO GROUP-NAME
                   PERFORM 2100-LIST-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------".
           MOVE RUN-TOTAL TO AMTDP.
           DISPLAY "RUN TOTAL: " RUN-LINES " INVOICE(S) " AMTDP.

       2100-LIST-ONE-SUPPLIER.
           MOVE 0 TO SUPP-LINES.
           MOVE 0 TO SUPP-TOTAL.
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
                   ADD 1 TO RUN-LINES
                   COMPUTE IV-BALANCE = IVR-OWED (IV-IX)
                       - IVR-PAID (IV-IX)
                   ADD IV-BALANCE TO SUPP-TOTAL
                   ADD IV-BALANCE TO RUN-TOTAL
                   MOVE IV-BALANCE TO AMTDP
                   DISPLAY IVR-INV-NO (IV-IX) " "
                       IVR-DUE-DATE (IV-IX) " " AMTDP
               END-IF
           END-PERFORM.
           IF SUPP-LINES > 0
               MOVE SUPP-TOTAL TO AMTDP
               DISPLAY "  PAY SUPPLIER          " AMTDP
           END-IF.

       3000-POST-THE-PAYMENTS.
      *    ONE PAYMENT ROW PER INVOICE FOR ITS WHOLE BALANCE, ALL
      *    CARRYING THE RUN'S REFERENCE.
           MOVE SPACES TO RUN-REF.
           STRING "PR" DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO RUN-REF.
           OPEN EXTEND APLEDGER-FILE.
           PERFORM VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > IV-ROW-CTR
               IF IVR-PAY-SW (IV-IX) = 'Y'
                   MOVE IVR-SUPP-NO (IV-IX) TO AP-SUPP-NO
                   MOVE IVR-INV-NO (IV-IX) TO AP-INV-NO
                   MOVE 'P' TO AP-TYPE
                   MOVE BUSINESS-DATE TO AP-BUSDATE
                   MOVE IVR-DUE-DATE (IV-IX) TO AP-DUE-DATE
                   COMPUTE AP-AMOUNT = IVR-OWED (IV-IX)
                       - IVR-PAID (IV-IX)
                   MOVE RUN-REF TO AP-REF
                   MOVE OPERATOR-ID TO AP-OPERATOR
                   WRITE APLEDGER-REC
               END-IF
           END-PERFORM.
           CLOSE APLEDGER-FILE.

       3500-MARK-INVOICES-PAID.
           MOVE 'N' TO APINV-EOF.
           OPEN INPUT APINV-FILE.
           IF APINV-STATUS = "00"
               READ APINV-FILE
                   AT END MOVE 'Y' TO APINV-EOF
               END-READ
               PERFORM UNTIL APINV-END
                   IF AI-ROW-CTR < 300
                       ADD 1 TO AI-ROW-CTR
                       MOVE APINV-REC TO AIR-RECORD (AI-ROW-CTR)
                   END-IF
                   READ APINV-FILE
                       AT END MOVE 'Y' TO APINV-EOF
                   END-READ
               END-PERFORM
               CLOSE APINV-FILE
           ELSE
               IF APINV-STATUS = "05"
                   CLOSE APINV-FILE
               END-IF
           END-IF.
      *    ONLY THE OPEN ROW FOR A PAID INVOICE CHANGES -- A
      *    REJECTED ROW UNDER THE SAME NUMBER STAYS REJECTED.
           OPEN OUTPUT APINV-FILE.
           PERFORM VARYING AI-IX FROM 1 BY 1
                   UNTIL AI-IX > AI-ROW-CTR
               MOVE AIR-RECORD (AI-IX) TO APINV-REC
               IF AI-STATUS = 'O'
                   MOVE AI-SUPP-NO TO AP-SUPP-NO
                   MOVE AI-INV-NO TO AP-INV-NO
                   PERFORM 1050-FIND-INVOICE-ROW
                   IF IV-FOUND
                       IF IVR-PAY-SW (IV-IX) = 'Y'
                           MOVE 'P' TO AI-STATUS
                       END-IF
                   END-IF
               END-IF
               WRITE APINV-REC
           END-PERFORM.
           CLOSE APINV-FILE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM APPAYRUN.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Imprest petty-cash fund -- the box is kept at the
      *          SHOPCONF.DAT petty-cash fund. [V] pays a small store
      *          expense out of it as a numbered PETTYVCH.DAT voucher
      *          (payee, expense category, amount, operator) and
      *          refuses any voucher that would take the box below
      *          zero. [R] the replenishment run lists every voucher
      *          still in the box by category, prints the
      *          replenishment request to PETTYREPL_<NO>.SPL, stamps
      *          the vouchers with the replenishment number and
      *          writes one PCREPLEN.DAT line per category for
      *          GLEXPORT to post through the PETTY-<category> keys.
      *          [C] the surprise count proves the cash counted plus
      *          the vouchers in the box against the fund. The
      *          notebook in the box is retired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTYCASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PETTYVCH-FILE
          ASSIGN TO "C:\Users\ADMIN\PETTYVCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PETTYVCH-STATUS.
          SELECT OPTIONAL PCREPLEN-FILE
          ASSIGN TO "C:\Users\ADMIN\PCREPLEN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PCREPLEN-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PETTYVCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PETTYVCH-REC.
           COPY "PETTYVCH.CPY".
       FD  PCREPLEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PCREPLEN-REC.
           COPY "PCREPLEN.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  PETTYVCH-STATUS PIC XX.
       01  PETTYVCH-EOF PIC X VALUE 'N'.
           88 PETTYVCH-END VALUE 'Y'.
       01  PCREPLEN-STATUS PIC XX.
       01  PCREPLEN-EOF PIC X VALUE 'N'.
           88 PCREPLEN-END VALUE 'Y'.
       01  SHOPCONF-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  BUSINESS-DATE PIC 9(8).
       01  OPERATOR-ID PIC X(10).
       01  CHOICE PIC X9.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    THE IMPREST FUND -- SHOPCONF.DAT OVERRIDES THIS WHEN IT
      *    CARRIES A NON-ZERO VALUE.
       01  PETTY-FUND PIC 9(5)V99 VALUE 5000.00.
      *    THE EXPENSE CATEGORIES A VOUCHER MAY CARRY -- EACH HAS
      *    ITS OWN PETTY-<CATEGORY> KEY IN GLMAP.DAT.
       01  CATEGORY-LIST.
           05  FILLER PIC X(6) VALUE "FUEL".
           05  FILLER PIC X(6) VALUE "CLEAN".
           05  FILLER PIC X(6) VALUE "FARE".
           05  FILLER PIC X(6) VALUE "SUPPLY".
           05  FILLER PIC X(6) VALUE "REPAIR".
           05  FILLER PIC X(6) VALUE "OTHER".
       01  CATEGORY-LIST-R REDEFINES CATEGORY-LIST.
           05  CATEGORY-CODE PIC X(6) OCCURS 6 TIMES.
       01  CT-IX PIC 9.
       01  CT-FOUND-SW PIC X.
           88 CT-FOUND VALUE 'Y'.
       01  CT-TOTALS.
           05  CT-TOTAL PIC 9(7)V99 OCCURS 6 TIMES.
       01  CT-COUNTS.
           05  CT-COUNT PIC 9(4) OCCURS 6 TIMES.
      *    IN-MEMORY COPY OF PETTYVCH.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS SUPPRTN'S DEBIT MEMOS.
       01  PV-ROW-CTR PIC 9(4) VALUE 0.
       01  PV-IX PIC 9(4).
       01  PV-MAX-NO PIC 9(5) VALUE 0.
       01  PV-TABLE.
           05  PV-ROW OCCURS 2000 TIMES.
               10  PVR-VOUCHER-NO PIC 9(5).
               10  PVR-DATE PIC 9(8).
               10  PVR-PAYEE PIC X(20).
               10  PVR-CATEGORY PIC X(6).
               10  PVR-AMOUNT PIC 9(5)V99.
               10  PVR-OPERATOR PIC X(10).
               10  PVR-REPLEN-NO PIC 9(5).
      *    THE HIGHEST REPLENISHMENT NUMBER ON PCREPLEN.DAT.
       01  PR-MAX-NO PIC 9(5) VALUE 0.
       01  REPLEN-NO PIC 9(5).
      *    THE VOUCHER BEING KEYED.
       01  WRK-PAYEE PIC X(20).
       01  WRK-CATEGORY PIC X(6).
       01  WRK-AMOUNT PIC 9(5)V99.
       01  IN-BOX-TOTAL PIC 9(7)V99.
       01  IN-BOX-CTR PIC 9(4).
       01  BOX-BALANCE PIC S9(7)V99.
       01  CASH-COUNTED PIC 9(5)V99.
       01  COUNT-PROOF PIC S9(7)V99.
       01  COUNT-DIFF PIC S9(7)V99.
       01  CONFIRM-ANS PIC X.
       01  AMTDP PIC $Z,ZZZ,999.99.
       01  AMTDP2 PIC $Z,ZZZ,999.99.
       01  DIFFDP PIC $Z,ZZZ,999.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PETTY-CASH FUND".
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-SHOP-CONF.
           PERFORM ADOPT-SESSION-OPERATOR.
           PERFORM LOAD-PV-TABLE.
           PERFORM LOAD-REPLEN-MAX.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               PERFORM TOTAL-THE-BOX
               MOVE PETTY-FUND TO AMTDP
               MOVE BOX-BALANCE TO AMTDP2
               DISPLAY "FUND " AMTDP "  CASH THAT SHOULD BE IN THE "
                   "BOX " AMTDP2
               DISPLAY "[V] PAY OUT A VOUCHER"
               DISPLAY "[L] LIST VOUCHERS IN THE BOX"
               DISPLAY "[R] REPLENISHMENT RUN"
               DISPLAY "[C] SURPRISE CASH COUNT"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'V' WHEN 'v'
                       PERFORM PAY-ONE-VOUCHER
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-BOX-VOUCHERS
                   WHEN 'R' WHEN 'r'
                       PERFORM REPLENISH-THE-BOX
                   WHEN 'C' WHEN 'c'
                       PERFORM SURPRISE-COUNT
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       TOTAL-THE-BOX.
      *    EVERY VOUCHER NOT YET REPLENISHED IS STILL IN THE BOX IN
      *    PLACE OF THE CASH IT PAID OUT.
           MOVE 0 TO IN-BOX-TOTAL.
           MOVE 0 TO IN-BOX-CTR.
           PERFORM VARYING PV-IX FROM 1 BY 1
                   UNTIL PV-IX > PV-ROW-CTR
               IF PVR-REPLEN-NO (PV-IX) = 0
                   ADD PVR-AMOUNT (PV-IX) TO IN-BOX-TOTAL
                   ADD 1 TO IN-BOX-CTR
               END-IF
           END-PERFORM.
           COMPUTE BOX-BALANCE = PETTY-FUND - IN-BOX-TOTAL.

       PAY-ONE-VOUCHER.
           IF PV-ROW-CTR = 2000
               DISPLAY "VOUCHER FILE FULL - NOTHING PAID."
           ELSE
               DISPLAY "PAID TO: "
               MOVE SPACES TO WRK-PAYEE
               ACCEPT WRK-PAYEE
               PERFORM UNTIL WRK-PAYEE NOT = SPACES
                   DISPLAY "INVALID - PAYEE IS REQUIRED: "
                   ACCEPT WRK-PAYEE
               END-PERFORM
               DISPLAY "CATEGORY (FUEL/CLEAN/FARE/SUPPLY/REPAIR/"
                   "OTHER): "
               ACCEPT WRK-CATEGORY
               PERFORM FIND-CATEGORY
               PERFORM UNTIL CT-FOUND
                   DISPLAY "INVALID - ENTER FUEL, CLEAN, FARE, "
                       "SUPPLY, REPAIR OR OTHER: "
                   ACCEPT WRK-CATEGORY
                   PERFORM FIND-CATEGORY
               END-PERFORM
               DISPLAY "AMOUNT: "
               ACCEPT WRK-AMOUNT
               PERFORM UNTIL WRK-AMOUNT > 0
                   DISPLAY "INVALID - AMOUNT MUST BE OVER 0: "
                   ACCEPT WRK-AMOUNT
               END-PERFORM
      *    THE BOX CAN ONLY PAY OUT THE CASH THAT IS IN IT.
               IF WRK-AMOUNT > BOX-BALANCE
                   MOVE BOX-BALANCE TO AMTDP
                   DISPLAY "REFUSED - ONLY " AMTDP " LEFT IN THE "
                       "BOX. REPLENISH FIRST."
               ELSE
                   ADD 1 TO PV-MAX-NO
                   ADD 1 TO PV-ROW-CTR
                   MOVE PV-MAX-NO TO PVR-VOUCHER-NO (PV-ROW-CTR)
                   MOVE BUSINESS-DATE TO PVR-DATE (PV-ROW-CTR)
                   MOVE WRK-PAYEE TO PVR-PAYEE (PV-ROW-CTR)
                   MOVE WRK-CATEGORY TO PVR-CATEGORY (PV-ROW-CTR)
                   MOVE WRK-AMOUNT TO PVR-AMOUNT (PV-ROW-CTR)
                   MOVE OPERATOR-ID TO PVR-OPERATOR (PV-ROW-CTR)
                   MOVE 0 TO PVR-REPLEN-NO (PV-ROW-CTR)
                   PERFORM REWRITE-PV-FILE
                   MOVE WRK-AMOUNT TO AMTDP
                   DISPLAY "VOUCHER " PV-MAX-NO " - " AMTDP " TO "
                       WRK-PAYEE
                   DISPLAY "WRITE THE VOUCHER NUMBER ON THE RECEIPT "
                       "AND PUT IT IN THE BOX."
               END-IF
           END-IF.

       FIND-CATEGORY.
           MOVE 'N' TO CT-FOUND-SW.
           MOVE 1 TO CT-IX.
           PERFORM UNTIL CT-IX > 6 OR CT-FOUND
               IF CATEGORY-CODE (CT-IX) = WRK-CATEGORY
                   MOVE 'Y' TO CT-FOUND-SW
               ELSE
                   ADD 1 TO CT-IX
               END-IF
           END-PERFORM.

       LIST-BOX-VOUCHERS.
           DISPLAY "VOUCHER DATE     PAYEE                CATEGORY"
               "        AMOUNT BY".
           PERFORM VARYING PV-IX FROM 1 BY 1
                   UNTIL PV-IX > PV-ROW-CTR
               IF PVR-REPLEN-NO (PV-IX) = 0
                   MOVE PVR-AMOUNT (PV-IX) TO AMTDP
                   DISPLAY PVR-VOUCHER-NO (PV-IX) "   "
                       PVR-DATE (PV-IX) " " PVR-PAYEE (PV-IX) " "
                       PVR-CATEGORY (PV-IX) "  " AMTDP " "
                       PVR-OPERATOR (PV-IX)
               END-IF
           END-PERFORM.
           MOVE IN-BOX-TOTAL TO AMTDP.
           DISPLAY IN-BOX-CTR " VOUCHER(S) IN THE BOX - " AMTDP.

       REPLENISH-THE-BOX.
      *    EVERY VOUCHER IN THE BOX, BY CATEGORY, IS WHAT THE BANK
      *    MUST PUT BACK TO BRING THE BOX UP TO THE FUND.
           IF IN-BOX-CTR = 0
               DISPLAY "NO VOUCHERS IN THE BOX - NOTHING TO "
                   "REPLENISH."
           ELSE
               PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 6
                   MOVE 0 TO CT-TOTAL (CT-IX)
                   MOVE 0 TO CT-COUNT (CT-IX)
               END-PERFORM
               PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 6
                   DISPLAY "CATEGORY " CATEGORY-CODE (CT-IX)
                   PERFORM VARYING PV-IX FROM 1 BY 1
                           UNTIL PV-IX > PV-ROW-CTR
                       IF PVR-REPLEN-NO (PV-IX) = 0
                               AND PVR-CATEGORY (PV-IX)
                               = CATEGORY-CODE (CT-IX)
                           ADD PVR-AMOUNT (PV-IX) TO CT-TOTAL (CT-IX)
                           ADD 1 TO CT-COUNT (CT-IX)
                           MOVE PVR-AMOUNT (PV-IX) TO AMTDP
                           DISPLAY "  " PVR-VOUCHER-NO (PV-IX) " "
                               PVR-DATE (PV-IX) " "
                               PVR-PAYEE (PV-IX) " " AMTDP
                       END-IF
                   END-PERFORM
                   MOVE CT-TOTAL (CT-IX) TO AMTDP
                   DISPLAY "  CATEGORY TOTAL              " AMTDP
               END-PERFORM
               MOVE IN-BOX-TOTAL TO AMTDP
               DISPLAY "REPLENISHMENT NEEDED          " AMTDP
               DISPLAY "RAISE THE REPLENISHMENT? (Y/N): "
               ACCEPT CONFIRM-ANS
               IF CONFIRM-ANS = 'Y' OR CONFIRM-ANS = 'y'
                   PERFORM RAISE-THE-REPLENISHMENT
               ELSE
                   DISPLAY "NOTHING REPLENISHED."
               END-IF
           END-IF.

       RAISE-THE-REPLENISHMENT.
           COMPUTE REPLEN-NO = PR-MAX-NO + 1.
           MOVE REPLEN-NO TO PR-MAX-NO.
           OPEN EXTEND PCREPLEN-FILE.
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 6
               IF CT-TOTAL (CT-IX) > 0
                   MOVE REPLEN-NO TO PR-REPLEN-NO
                   MOVE BUSINESS-DATE TO PR-DATE
                   MOVE CATEGORY-CODE (CT-IX) TO PR-CATEGORY
                   MOVE CT-TOTAL (CT-IX) TO PR-AMOUNT
                   MOVE CT-COUNT (CT-IX) TO PR-VOUCHERS
                   MOVE OPERATOR-ID TO PR-OPERATOR
                   WRITE PCREPLEN-REC
               END-IF
           END-PERFORM.
           CLOSE PCREPLEN-FILE.
           PERFORM PRINT-REPLENISHMENT.
           PERFORM VARYING PV-IX FROM 1 BY 1
                   UNTIL PV-IX > PV-ROW-CTR
               IF PVR-REPLEN-NO (PV-IX) = 0
                   MOVE REPLEN-NO TO PVR-REPLEN-NO (PV-IX)
               END-IF
           END-PERFORM.
           PERFORM REWRITE-PV-FILE.
           DISPLAY "REPLENISHMENT " REPLEN-NO " RAISED - PRINTED TO "
               SPOOL-NAME.

       PRINT-REPLENISHMENT.
      *    A BORDERED REQUEST FOR THE CHEQUE SIGNATORY -- SAME MOVE
      *    ALL BORDERING AS DISCNIGHT'S NOTICES.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\PETTYREPL_" DELIMITED BY SIZE
               REPLEN-NO DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "* PETTY-CASH REPLENISHMENT NO. " DELIMITED BY SIZE
               REPLEN-NO DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE PETTY-FUND TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "| IMPREST FUND " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "| CATEGORY  VOUCHERS          AMOUNT" TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 6
               IF CT-TOTAL (CT-IX) > 0
                   MOVE CT-TOTAL (CT-IX) TO AMTDP
                   MOVE SPACES TO PRT-LINE
                   STRING "| " DELIMITED BY SIZE
                       CATEGORY-CODE (CT-IX) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       CT-COUNT (CT-IX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       AMTDP DELIMITED BY SIZE
                       INTO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
               END-IF
           END-PERFORM.
           MOVE IN-BOX-TOTAL TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "| PLEASE DRAW TO REPLENISH   " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "| REQUESTED BY " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "| APPROVED: ____________________  VOUCHERS ATTACHED"
               TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           CLOSE SPOOL-FILE.

       SURPRISE-COUNT.
      *    CASH COUNTED PLUS THE VOUCHERS STILL IN THE BOX MUST COME
      *    BACK TO THE FUND -- ANYTHING ELSE IS OVER OR SHORT.
           DISPLAY "CASH COUNTED IN THE BOX: "
           ACCEPT CASH-COUNTED
           COMPUTE COUNT-PROOF = CASH-COUNTED + IN-BOX-TOTAL
           COMPUTE COUNT-DIFF = COUNT-PROOF - PETTY-FUND
           MOVE CASH-COUNTED TO AMTDP
           DISPLAY "CASH COUNTED                  " AMTDP
           MOVE IN-BOX-TOTAL TO AMTDP
           DISPLAY "VOUCHERS IN THE BOX (" IN-BOX-CTR ")      " AMTDP
           MOVE COUNT-PROOF TO AMTDP
           DISPLAY "TOTAL ACCOUNTED FOR           " AMTDP
           MOVE PETTY-FUND TO AMTDP
           DISPLAY "IMPREST FUND                  " AMTDP
           MOVE COUNT-DIFF TO DIFFDP
           EVALUATE TRUE
               WHEN COUNT-DIFF = 0
                   DISPLAY "FUND PROVES - COUNTED BY " OPERATOR-ID
                       " ON " BUSINESS-DATE "."
               WHEN COUNT-DIFF > 0
                   DISPLAY "BOX IS OVER BY   " DIFFDP
                       " - COUNTED BY " OPERATOR-ID "."
               WHEN OTHER
                   DISPLAY "BOX IS SHORT BY  " DIFFDP
                       " - COUNTED BY " OPERATOR-ID "."
           END-EVALUATE.

       LOAD-BUSINESS-DATE.
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

       LOAD-SHOP-CONF.
      *    ZERO ON A PRE-EXISTING SHOPCONF.DAT LEAVES THE BUILT-IN
      *    FUND STANDING.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-PETTY-FUND IS NUMERIC
                               AND SC-PETTY-FUND > 0
                           MOVE SC-PETTY-FUND TO PETTY-FUND
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       ADOPT-SESSION-OPERATOR.
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

       LOAD-PV-TABLE.
      *    PETTYVCH-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO PV-ROW-CTR.
           MOVE 0 TO PV-MAX-NO.
           MOVE 'N' TO PETTYVCH-EOF.
           OPEN INPUT PETTYVCH-FILE.
           IF PETTYVCH-STATUS = "00"
               READ PETTYVCH-FILE
                   AT END MOVE 'Y' TO PETTYVCH-EOF
               END-READ
               PERFORM UNTIL PETTYVCH-END
                   ADD 1 TO PV-ROW-CTR
                   MOVE PV-VOUCHER-NO TO PVR-VOUCHER-NO (PV-ROW-CTR)
                   MOVE PV-DATE TO PVR-DATE (PV-ROW-CTR)
                   MOVE PV-PAYEE TO PVR-PAYEE (PV-ROW-CTR)
                   MOVE PV-CATEGORY TO PVR-CATEGORY (PV-ROW-CTR)
                   MOVE PV-AMOUNT TO PVR-AMOUNT (PV-ROW-CTR)
                   MOVE PV-OPERATOR TO PVR-OPERATOR (PV-ROW-CTR)
                   MOVE PV-REPLEN-NO TO PVR-REPLEN-NO (PV-ROW-CTR)
                   IF PV-VOUCHER-NO > PV-MAX-NO
                       MOVE PV-VOUCHER-NO TO PV-MAX-NO
                   END-IF
                   READ PETTYVCH-FILE
                       AT END MOVE 'Y' TO PETTYVCH-EOF
                   END-READ
               END-PERFORM
               CLOSE PETTYVCH-FILE
           ELSE
               IF PETTYVCH-STATUS = "05"
                   CLOSE PETTYVCH-FILE
               END-IF
           END-IF.

       LOAD-REPLEN-MAX.
           MOVE 0 TO PR-MAX-NO.
           MOVE 'N' TO PCREPLEN-EOF.
           OPEN INPUT PCREPLEN-FILE.
           IF PCREPLEN-STATUS = "00"
               READ PCREPLEN-FILE
                   AT END MOVE 'Y' TO PCREPLEN-EOF
               END-READ
               PERFORM UNTIL PCREPLEN-END
                   IF PR-REPLEN-NO > PR-MAX-NO
                       MOVE PR-REPLEN-NO TO PR-MAX-NO
                   END-IF
                   READ PCREPLEN-FILE
                       AT END MOVE 'Y' TO PCREPLEN-EOF
                   END-READ
               END-PERFORM
               CLOSE PCREPLEN-FILE
           ELSE
               IF PCREPLEN-STATUS = "05"
                   CLOSE PCREPLEN-FILE
               END-IF
           END-IF.

       REWRITE-PV-FILE.
           OPEN OUTPUT PETTYVCH-FILE.
           PERFORM VARYING PV-IX FROM 1 BY 1
                   UNTIL PV-IX > PV-ROW-CTR
               MOVE PVR-VOUCHER-NO (PV-IX) TO PV-VOUCHER-NO
               MOVE PVR-DATE (PV-IX) TO PV-DATE
               MOVE PVR-PAYEE (PV-IX) TO PV-PAYEE
               MOVE PVR-CATEGORY (PV-IX) TO PV-CATEGORY
               MOVE PVR-AMOUNT (PV-IX) TO PV-AMOUNT
               MOVE PVR-OPERATOR (PV-IX) TO PV-OPERATOR
               MOVE PVR-REPLEN-NO (PV-IX) TO PV-REPLEN-NO
               WRITE PETTYVCH-REC
           END-PERFORM.
           CLOSE PETTYVCH-FILE.
       END PROGRAM PETTYCASH.

      *          against the bank statement's credit lines in
      *          BANKSTMT.DAT by date and amount -- getting cash to
      *          the bank stops being a scrap-paper exercise.
      *          The deposit is the day's mid-shift pickups out of
      *          the safe plus the closing declarations less the
      *          float; preparing it logs the closing cash into the
      *          safe and the bundle out of it on SAFELOG.DAT, and
      *          [S] lists the safe log with its running balance and
      *          proves a count of the safe against it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\BANKSTMT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STMT-STATUS.
          SELECT OPTIONAL SAFELOG-FILE
          ASSIGN TO "C:\Users\ADMIN\SAFELOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SAFELOG-STATUS.
          SELECT SLIP-FILE
          ASSIGN TO SLIP-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       01  STMT-REC.
           05  ST-DATE PIC 9(8).
           05  ST-AMOUNT PIC 9(7)V99.
      *    EVERY PICKUP INTO THE SAFE AND DEPOSIT OUT OF IT.
       FD  SAFELOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SAFELOG-REC.
           COPY "SAFELOG.CPY".
       FD  SLIP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SLIP-LINE.
           88 DEPOSIT-END VALUE 'Y'.
       01  STMT-EOF PIC X VALUE 'N'.
           88 STMT-END VALUE 'Y'.
       01  SAFELOG-STATUS PIC XX.
       01  SAFELOG-EOF PIC X VALUE 'N'.
           88 SAFELOG-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  BUSINESS-DATE PIC 9(8).
       01  DRAWER-FLOAT PIC 9(5)V99 VALUE 0.
       01  DECLARED-TOTAL PIC 9(7)V99 VALUE 0.
       01  DEPOSIT-AMT PIC 9(7)V99 VALUE 0.
      *    THE DAY'S PICKUPS ALREADY IN THE SAFE AND THE CLOSING CASH
      *    LESS THE FLOAT -- TOGETHER, THE DEPOSIT. A DAY WHOSE
      *    DEPOSIT IS ALREADY ON THE SAFE LOG IS NOT TAKEN OUT TWICE.
       01  PICKUP-TOTAL PIC 9(7)V99 VALUE 0.
       01  PICKUP-CTR PIC 9(4) VALUE 0.
       01  CLOSING-CASH PIC 9(7)V99 VALUE 0.
       01  DAY-DEPOSITED-SW PIC X VALUE 'N'.
           88 DAY-DEPOSITED VALUE 'Y'.
       01  SAFE-STAMP-DATE PIC 9(8).
       01  SAFE-STAMP-TIME PIC 9(8).
      *    SAFE COUNT -- WHAT THE LOG SAYS IS IN THE SAFE AGAINST
      *    WHAT IS COUNTED THERE NOW.
       01  SAFE-BALANCE PIC S9(7)V99 VALUE 0.
       01  SAFE-OVERSHORT PIC S9(7)V99 VALUE 0.
       01  SAFE-TYPE-NAME PIC X(8).
       01  SAFE-ANS PIC X.
       01  SAFEDP PIC $Z,ZZZ,ZZ9.99-.
       01  SLIP-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  AMTDP PIC $Z,ZZZ,999.99.
               DISPLAY "[D] PREPARE TODAY'S DEPOSIT"
               DISPLAY "[M] MATCH THE BANK STATEMENT"
               DISPLAY "[L] LIST DEPOSITS"
               DISPLAY "[S] SAFE LOG AND COUNT"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM 3000-MATCH-STATEMENT
                   WHEN 'L' WHEN 'l'
                       PERFORM 4000-LIST-DEPOSITS
                   WHEN 'S' WHEN 's'
                       PERFORM 5000-SAFE-COUNT
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER

       1000-PREPARE-DEPOSIT.
      *    THE DAY'S DECLARED CASH, EVERY CASHIER'S DRAWER SUMMED,
      *    LESS THE FLOAT THAT STAYS BEHIND, PLUS WHAT THE DAY'S
      *    PICKUPS ALREADY PUT IN THE SAFE.
           MOVE 0 TO DECLARED-TOTAL.
           MOVE 'N' TO DRAWERLED-EOF.
           OPEN INPUT DRAWERLED-FILE.
               END-PERFORM
               CLOSE DRAWERLED-FILE
           END-IF.
           PERFORM 1050-LOAD-DAY-PICKUPS.
           IF DECLARED-TOTAL = 0
               DISPLAY "NO DRAWER DECLARATION FOR " BUSINESS-DATE
                   " YET - CLOSE THE DRAWERS FIRST."
           ELSE
           IF DAY-DEPOSITED
               DISPLAY "THE DEPOSIT FOR " BUSINESS-DATE
                   " IS ALREADY ON THE SAFE LOG - NOTHING TO TAKE."
           ELSE
               IF DECLARED-TOTAL > DRAWER-FLOAT
                   COMPUTE CLOSING-CASH = DECLARED-TOTAL
                       - DRAWER-FLOAT
               ELSE
                   MOVE 0 TO CLOSING-CASH
               END-IF
               COMPUTE DEPOSIT-AMT = CLOSING-CASH + PICKUP-TOTAL
               MOVE DECLARED-TOTAL TO AMTDP
               DISPLAY "DECLARED CASH: " AMTDP
               MOVE CLOSING-CASH TO AMTDP
               DISPLAY "DRAWERS LESS FLOAT " DRAWER-FLOAT ": "
                   AMTDP
               MOVE PICKUP-TOTAL TO AMTDP
               DISPLAY "PICKUPS IN THE SAFE (" PICKUP-CTR "): "
                   AMTDP
               MOVE DEPOSIT-AMT TO AMTDP
               DISPLAY "DEPOSIT: " AMTDP
               IF DEPOSIT-AMT > 0
                   PERFORM 1100-COUNT-THE-BUNDLE
                   PERFORM 2000-PRINT-DEPOSIT-SLIP
                   PERFORM 2500-RECORD-DEPOSIT
                   PERFORM 2600-LOG-SAFE-MOVEMENTS
               END-IF
           END-IF
           END-IF.

       1050-LOAD-DAY-PICKUPS.
      *    THE PICKUPS ORDERTENDER LOGGED INTO THE SAFE UNDER THE
      *    BUSINESS DATE, AND WHETHER THE DAY'S DEPOSIT HAS ALREADY
      *    GONE OUT.
           MOVE 0 TO PICKUP-TOTAL.
           MOVE 0 TO PICKUP-CTR.
           MOVE 'N' TO DAY-DEPOSITED-SW.
           MOVE 'N' TO SAFELOG-EOF.
           OPEN INPUT SAFELOG-FILE.
           IF SAFELOG-STATUS = "00"
               READ SAFELOG-FILE
                   AT END MOVE 'Y' TO SAFELOG-EOF
               END-READ
               PERFORM UNTIL SAFELOG-END
                   IF SF-BUSDATE = BUSINESS-DATE
                       IF SF-TYPE = 'P'
                           ADD SF-AMOUNT TO PICKUP-TOTAL
                           ADD 1 TO PICKUP-CTR
                       END-IF
                       IF SF-TYPE = 'D'
                           MOVE 'Y' TO DAY-DEPOSITED-SW
                       END-IF
                   END-IF
                   READ SAFELOG-FILE
                       AT END MOVE 'Y' TO SAFELOG-EOF
                   END-READ
               END-PERFORM
               CLOSE SAFELOG-FILE
           ELSE
               IF SAFELOG-STATUS = "05"
                   CLOSE SAFELOG-FILE
               END-IF
           END-IF.

               D1 DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SLIP-LINE FROM PRT-LINE.
           MOVE CLOSING-CASH TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "DRAWERS LESS FLOAT: " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SLIP-LINE FROM PRT-LINE.
           MOVE PICKUP-TOTAL TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "PICKUPS:            " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SLIP-LINE FROM PRT-LINE.
           MOVE DEPOSIT-AMT TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL DEPOSIT: " DELIMITED BY SIZE
           CLOSE DEPOSIT-FILE.
           DISPLAY "DEPOSIT RECORDED AS PENDING.".

       2600-LOG-SAFE-MOVEMENTS.
      *    THE CLOSING CASH GOES INTO THE SAFE BESIDE THE PICKUPS,
      *    THEN THE COUNTED BUNDLE COMES OUT FOR THE BANK -- WHAT
      *    STAYS BEHIND IS WHAT THE SAFE COUNT SHOULD FIND.
           ACCEPT SAFE-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT SAFE-STAMP-TIME FROM TIME.
           OPEN EXTEND SAFELOG-FILE.
           IF CLOSING-CASH > 0
               MOVE SPACES TO SAFELOG-REC
               MOVE BUSINESS-DATE TO SF-BUSDATE
               STRING SAFE-STAMP-DATE DELIMITED BY SIZE
                   SAFE-STAMP-TIME DELIMITED BY SIZE
                   INTO SF-STAMP
               MOVE 'C' TO SF-TYPE
               MOVE 0 TO SF-SLIP-NO
               MOVE CLOSING-CASH TO SF-AMOUNT
               MOVE ZEROS TO SF-COUNT
               WRITE SAFELOG-REC
           END-IF.
           MOVE SPACES TO SAFELOG-REC.
           MOVE BUSINESS-DATE TO SF-BUSDATE.
           STRING SAFE-STAMP-DATE DELIMITED BY SIZE
               SAFE-STAMP-TIME DELIMITED BY SIZE
               INTO SF-STAMP.
           MOVE 'D' TO SF-TYPE.
           MOVE 0 TO SF-SLIP-NO.
           MOVE DEPOSIT-AMT TO SF-AMOUNT.
           MOVE D1000 TO SF-D1000.
           MOVE D500 TO SF-D500.
           MOVE D100 TO SF-D100.
           MOVE D50 TO SF-D50.
           MOVE D20 TO SF-D20.
           MOVE D5 TO SF-D5.
           MOVE D1 TO SF-D1.
           MOVE DECL-CENT TO SF-CENT.
           WRITE SAFELOG-REC.
           CLOSE SAFELOG-FILE.

       3000-MATCH-STATEMENT.
      *    EACH STATEMENT CREDIT TICKS OFF THE OLDEST PENDING
      *    DEPOSIT WITH THE SAME AMOUNT -- WHAT STAYS PENDING IS
           END-PERFORM.
           DISPLAY "DEPOSITS ON FILE: " DP-ROW-CTR.

       5000-SAFE-COUNT.
      *    EVERY MOVEMENT THROUGH THE SAFE WITH THE BALANCE IT LEFT,
      *    THEN A COUNT OF WHAT IS ACTUALLY THERE PROVED AGAINST IT.
           MOVE 0 TO SAFE-BALANCE.
           MOVE 'N' TO SAFELOG-EOF.
           OPEN INPUT SAFELOG-FILE.
           IF SAFELOG-STATUS = "00"
               READ SAFELOG-FILE
                   AT END MOVE 'Y' TO SAFELOG-EOF
               END-READ
               PERFORM UNTIL SAFELOG-END
                   EVALUATE SF-TYPE
                       WHEN 'P'
                           MOVE "PICKUP" TO SAFE-TYPE-NAME
                           ADD SF-AMOUNT TO SAFE-BALANCE
                       WHEN 'C'
                           MOVE "CLOSING" TO SAFE-TYPE-NAME
                           ADD SF-AMOUNT TO SAFE-BALANCE
                       WHEN OTHER
                           MOVE "DEPOSIT" TO SAFE-TYPE-NAME
                           SUBTRACT SF-AMOUNT FROM SAFE-BALANCE
                   END-EVALUATE
                   MOVE SF-AMOUNT TO AMTDP
                   MOVE SAFE-BALANCE TO SAFEDP
                   IF SF-TYPE = 'P'
                       DISPLAY SF-BUSDATE " " SAFE-TYPE-NAME " "
                           SF-SLIP-NO " " SF-CASHIER " "
                           SF-SUPERVISOR " " AMTDP "  SAFE " SAFEDP
                   ELSE
                       DISPLAY SF-BUSDATE " " SAFE-TYPE-NAME
                           "                         " AMTDP
                           "  SAFE " SAFEDP
                   END-IF
                   READ SAFELOG-FILE
                       AT END MOVE 'Y' TO SAFELOG-EOF
                   END-READ
               END-PERFORM
               CLOSE SAFELOG-FILE
           ELSE
               IF SAFELOG-STATUS = "05"
                   CLOSE SAFELOG-FILE
               END-IF
           END-IF.
           MOVE SAFE-BALANCE TO SAFEDP.
           DISPLAY "THE SAFE SHOULD HOLD: " SAFEDP.
           DISPLAY "COUNT THE SAFE NOW? (Y/N): ".
           ACCEPT SAFE-ANS.
           IF SAFE-ANS = 'Y' OR SAFE-ANS = 'y'
               DISPLAY "COUNT THE SAFE:"
               DISPLAY "  1000'S: "
               ACCEPT D1000
               DISPLAY "   500'S: "
               ACCEPT D500
               DISPLAY "   100'S: "
               ACCEPT D100
               DISPLAY "    50'S: "
               ACCEPT D50
               DISPLAY "    20'S: "
               ACCEPT D20
               DISPLAY "     5'S: "
               ACCEPT D5
               DISPLAY "     1'S: "
               ACCEPT D1
               DISPLAY "CENTAVOS (00-99): "
               ACCEPT DECL-CENT
               COMPUTE COUNTED-CASH = (D1000 * 1000)
                   + (D500 * 500) + (D100 * 100) + (D50 * 50)
                   + (D20 * 20) + (D5 * 5) + D1
                   + (DECL-CENT / 100)
               COMPUTE SAFE-OVERSHORT = COUNTED-CASH - SAFE-BALANCE
               MOVE COUNTED-CASH TO AMTDP
               MOVE SAFE-OVERSHORT TO SAFEDP
               DISPLAY "COUNTED: " AMTDP "  OVER(+)/SHORT(-): "
                   SAFEDP
               IF SAFE-OVERSHORT = 0
                   DISPLAY "THE SAFE IS PROVED."
               END-IF
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM BANKDEP.

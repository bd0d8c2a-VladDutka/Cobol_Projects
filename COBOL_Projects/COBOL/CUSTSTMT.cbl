      *          by its age, so we finally see WHO owes us and HOW
      *          LONG they have owed it. Ages use the same
      *          Y*372+M*31+D day serial the other reports use.
      *          A charge is the account line of the order's tender
      *          detail -- only the part of a split bill that went
      *          on the account -- and a voided order's 'V' credit
      *          is set against that same charge before any payment
      *          is applied.
      *          [C] is the monthly collection run: every account
      *          with anything over 60 days goes on credit hold, and
      *          each account with an overdue balance gets the letter
      *          its oldest bucket calls for -- a reminder for 31-60
      *          days, a demand for 61-90 and a final notice past 90
      *          -- spooled to COLLECT_<date>.SPL and logged to
      *          COLLLOG.DAT. A letter already logged this month at
      *          the same level or higher is not sent again, and an
      *          account that has paid up gets nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
          SELECT OPTIONAL CUST-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT OPTIONAL CUSTTXN-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTTXN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CUSTTXN-STATUS.
          SELECT OPTIONAL COLLLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\COLLLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COLLLOG-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
           05  CX-TYPE PIC X(1).
           05  CX-REF PIC 9(7).
           05  CX-AMOUNT PIC 9(6)V99.
       FD  COLLLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COLLLOG-REC.
           COPY "COLLLOG.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       WORKING-STORAGE SECTION.
       01  CUST-STATUS PIC XX.
       01  CUSTTXN-STATUS PIC XX.
       01  COLLLOG-STATUS PIC XX.
       01  COLLLOG-EOF PIC X VALUE 'N'.
           88 COLLLOG-END VALUE 'Y'.
       01  CUST-EOF PIC X VALUE 'N'.
           88 CUST-END VALUE 'Y'.
       01  CUSTTXN-EOF PIC X VALUE 'N'.
           05  CU-ROW OCCURS 100 TIMES.
               10  CUR-CUST-NO PIC X(5).
               10  CUR-NAME PIC X(25).
               10  CUR-CONTACT PIC X(11).
               10  CUR-BALANCE PIC 9(7)V99.
               10  CUR-ACTIVE PIC X(1).
               10  CUR-CREDIT-LIMIT PIC 9(7)V99.
               10  CUR-HOLD PIC X(1).
      *    ONE CUSTOMER'S MOVEMENTS, PULLED FROM CUSTTXN.DAT FOR
      *    THE STATEMENT OR AGING PASS.
       01  TX-ROW-CTR PIC 9(4) VALUE 0.
       01  TX-IX PIC 9(4).
       01  TX-JX PIC 9(4).
       01  CREDIT-LEFT PIC 9(6)V99.
       01  TX-TABLE.
           05  TX-ROW OCCURS 500 TIMES.
               10  TXR-BUSDATE PIC 9(8).
       01  AMTDP3 PIC $Z,ZZZ,999.99.
       01  AMTDP4 PIC $Z,ZZZ,999.99.
       01  BALDP PIC -Z,ZZZ,999.99.
      *    LETTERS ALREADY LOGGED ON COLLLOG.DAT THIS MONTH, AND
      *    THE COLLECTION RUN'S WORK FIELDS. A LETTER'S RANK IS 1
      *    REMINDER, 2 DEMAND, 3 FINAL NOTICE.
       01  CL-ROW-CTR PIC 9(4) VALUE 0.
       01  CL-IX PIC 9(4).
       01  CL-TABLE.
           05  CL-ROW OCCURS 1000 TIMES.
               10  CLR-CUST-NO PIC X(5).
               10  CLR-RANK PIC 9.
       01  RUN-MONTH PIC 9(6).
       01  LETTER-TYPE PIC X(1).
       01  LETTER-RANK PIC 9.
       01  SENT-RANK PIC 9.
       01  OVERDUE-AMT PIC 9(7)V99.
       01  LETTER-CTR PIC 9(4).
       01  SKIP-CTR PIC 9(4).
       01  HOLD-CTR PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[S] MONTHLY STATEMENTS"
               DISPLAY "[A] 30/60/90 AGING REPORT"
               DISPLAY "[C] MONTHLY COLLECTION RUN"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM 2000-PRINT-STATEMENTS
                   WHEN 'A' WHEN 'a'
                       PERFORM 3000-PRINT-AGING
                   WHEN 'C' WHEN 'c'
                       PERFORM 4000-COLLECTION-RUN
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
           MOVE 'N' TO CUST-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               READ CUST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CUST-EOF
               END-READ
               PERFORM UNTIL CUST-END
                   ADD 1 TO CU-ROW-CTR
                   MOVE CU-CUST-NO TO CUR-CUST-NO (CU-ROW-CTR)
                   MOVE CU-NAME TO CUR-NAME (CU-ROW-CTR)
                   MOVE CU-CONTACT TO CUR-CONTACT (CU-ROW-CTR)
                   MOVE CU-BALANCE TO CUR-BALANCE (CU-ROW-CTR)
                   MOVE CU-ACTIVE TO CUR-ACTIVE (CU-ROW-CTR)
                   IF CU-CREDIT-LIMIT IS NUMERIC
                       MOVE CU-CREDIT-LIMIT
                           TO CUR-CREDIT-LIMIT (CU-ROW-CTR)
                   ELSE
                       MOVE 0 TO CUR-CREDIT-LIMIT (CU-ROW-CTR)
                   END-IF
                   IF CU-HOLD = 'H'
                       MOVE 'H' TO CUR-HOLD (CU-ROW-CTR)
                   ELSE
                       MOVE 'N' TO CUR-HOLD (CU-ROW-CTR)
                   END-IF
                   READ CUST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO CUST-EOF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       1050-REWRITE-HELD-ACCOUNTS.
      *    ONLY THE HOLD FLAG OF AN ACCOUNT THE RUN PUT ON HOLD IS
      *    REWRITTEN, ON THE ROW AS IT STANDS NOW -- A CHARGE RUNG
      *    SINCE THE TABLE WAS LOADED KEEPS ITS BALANCE.
           OPEN I-O CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM VARYING CU-IX FROM 1 BY 1
                       UNTIL CU-IX > CU-ROW-CTR
                   IF CUR-HOLD (CU-IX) = 'H'
                       MOVE CUR-CUST-NO (CU-IX) TO CU-CUST-NO
                       READ CUST-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CU-HOLD NOT = 'H'
                                   MOVE 'H' TO CU-HOLD
                                   REWRITE CUST-REC
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       1100-LOAD-ONE-CUSTOMERS-TXNS.
      *    EVERY MOVEMENT FOR THE CUSTOMER AT CU-IX, OLDEST FIRST
      *    AS APPENDED -- TXR-OPEN STARTS AT THE CHARGE AMOUNT AND
                           " BAL " DELIMITED BY SIZE
                           BALDP DELIMITED BY SIZE
                           INTO PRT-LINE
                   ELSE
                   IF TXR-TYPE (TX-IX) = 'V'
                       STRING TXR-BUSDATE (TX-IX)
                           DELIMITED BY SIZE
                           " VOID OF ORDER " DELIMITED BY SIZE
                           TXR-REF (TX-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AMTDP DELIMITED BY SIZE
                           " BAL " DELIMITED BY SIZE
                           BALDP DELIMITED BY SIZE
                           INTO PRT-LINE
                   ELSE
                       STRING TXR-BUSDATE (TX-IX)
                           DELIMITED BY SIZE
                           BALDP DELIMITED BY SIZE
                           INTO PRT-LINE
                   END-IF
                   END-IF
                   WRITE SPOOL-LINE FROM PRT-LINE
               END-IF
           END-PERFORM.
           WRITE SPOOL-LINE FROM PRT-LINE.

       3000-PRINT-AGING.
           PERFORM 3050-SET-TODAY-SERIAL.
           DISPLAY "CUSTOMER  CURRENT       31-60         61-90"
               "         OVER 90".
           PERFORM 3100-AGE-ONE-CUSTOMER
               VARYING CU-IX FROM 1 BY 1
               UNTIL CU-IX > CU-ROW-CTR.

       3050-SET-TODAY-SERIAL.
           DIVIDE TODAY-DATE BY 10000 GIVING SER-Y
               REMAINDER SER-REST.
           DIVIDE SER-REST BY 100 GIVING SER-M REMAINDER SER-D.
           COMPUTE TODAY-SERIAL = SER-Y * 372 + (SER-M - 1) * 31
               + SER-D.

       3100-AGE-ONE-CUSTOMER.
           PERFORM 3150-BUCKET-ONE-CUSTOMER.
           IF AGE-CUR > 0 OR AGE-30 > 0 OR AGE-60 > 0
                   OR AGE-90 > 0
               MOVE AGE-CUR TO AMTDP
               MOVE AGE-30 TO AMTDP2
               MOVE AGE-60 TO AMTDP3
               MOVE AGE-90 TO AMTDP4
               DISPLAY CUR-CUST-NO (CU-IX) "     " AMTDP " "
                   AMTDP2 " " AMTDP3 " " AMTDP4 "  "
                   CUR-NAME (CU-IX)
           END-IF.

       3150-BUCKET-ONE-CUSTOMER.
           PERFORM 1100-LOAD-ONE-CUSTOMERS-TXNS.
      *    A VOID CREDIT CLEARS ITS OWN ORDER'S CHARGE, THEN
      *    PAYMENTS (AND ANY CREDIT LEFT OVER) EAT THE OLDEST
      *    CHARGES FIRST -- WHAT SURVIVES IS THE OPEN AMOUNT EACH
      *    CHARGE STILL CARRIES.
           MOVE 0 TO PAY-POOL.
           PERFORM VARYING TX-IX FROM 1 BY 1
                   UNTIL TX-IX > TX-ROW-CTR
               IF TXR-TYPE (TX-IX) = 'V'
                   PERFORM 3200-APPLY-VOID-CREDIT
               ELSE
               IF TXR-TYPE (TX-IX) NOT = 'S'
                   ADD TXR-AMOUNT (TX-IX) TO PAY-POOL
               END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING TX-IX FROM 1 BY 1
                   UNTIL TX-IX > TX-ROW-CTR
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3200-APPLY-VOID-CREDIT.
           MOVE TXR-AMOUNT (TX-IX) TO CREDIT-LEFT.
           PERFORM VARYING TX-JX FROM 1 BY 1
                   UNTIL TX-JX > TX-ROW-CTR OR CREDIT-LEFT = 0
               IF TXR-TYPE (TX-JX) = 'S'
                       AND TXR-REF (TX-JX) = TXR-REF (TX-IX)
                   IF CREDIT-LEFT < TXR-OPEN (TX-JX)
                       MOVE CREDIT-LEFT TO PAY-TAKE
                   ELSE
                       MOVE TXR-OPEN (TX-JX) TO PAY-TAKE
                   END-IF
                   SUBTRACT PAY-TAKE FROM TXR-OPEN (TX-JX)
                   SUBTRACT PAY-TAKE FROM CREDIT-LEFT
               END-IF
           END-PERFORM.
           ADD CREDIT-LEFT TO PAY-POOL.

       4000-COLLECTION-RUN.
      *    THE BUCKETS ARE WORKED OUT FRESH FROM CUSTTXN.DAT, SO A
      *    CUSTOMER WHO HAS PAID SINCE THE LAST RUN HAS NOTHING
      *    OVERDUE AND GETS NO LETTER.
           PERFORM 3050-SET-TODAY-SERIAL.
           MOVE TODAY-DATE (1:6) TO RUN-MONTH.
           PERFORM 4100-LOAD-COLLLOG-TABLE.
           MOVE 0 TO LETTER-CTR.
           MOVE 0 TO SKIP-CTR.
           MOVE 0 TO HOLD-CTR.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\COLLECT_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           OPEN EXTEND COLLLOG-FILE.
           PERFORM 4200-COLLECT-ONE-CUSTOMER
               VARYING CU-IX FROM 1 BY 1
               UNTIL CU-IX > CU-ROW-CTR.
           CLOSE COLLLOG-FILE.
           CLOSE SPOOL-FILE.
           IF HOLD-CTR > 0
               PERFORM 1050-REWRITE-HELD-ACCOUNTS
           END-IF.
           DISPLAY "ACCOUNTS PUT ON HOLD:     " HOLD-CTR.
           DISPLAY "LETTERS SENT:             " LETTER-CTR.
           DISPLAY "ALREADY SENT THIS MONTH:  " SKIP-CTR.
           DISPLAY "LETTERS SPOOLED TO " SPOOL-NAME.

       4100-LOAD-COLLLOG-TABLE.
           MOVE 0 TO CL-ROW-CTR.
           MOVE 'N' TO COLLLOG-EOF.
           OPEN INPUT COLLLOG-FILE.
           IF COLLLOG-STATUS = "00"
               READ COLLLOG-FILE
                   AT END MOVE 'Y' TO COLLLOG-EOF
               END-READ
               PERFORM UNTIL COLLLOG-END
                   IF CL-DATE (1:6) = RUN-MONTH
                           AND CL-ROW-CTR < 1000
                       ADD 1 TO CL-ROW-CTR
                       MOVE CL-CUST-NO TO CLR-CUST-NO (CL-ROW-CTR)
                       EVALUATE CL-LETTER
                           WHEN 'F'
                               MOVE 3 TO CLR-RANK (CL-ROW-CTR)
                           WHEN 'D'
                               MOVE 2 TO CLR-RANK (CL-ROW-CTR)
                           WHEN OTHER
                               MOVE 1 TO CLR-RANK (CL-ROW-CTR)
                       END-EVALUATE
                   END-IF
                   READ COLLLOG-FILE
                       AT END MOVE 'Y' TO COLLLOG-EOF
                   END-READ
               END-PERFORM
               CLOSE COLLLOG-FILE
           ELSE
               IF COLLLOG-STATUS = "05"
                   CLOSE COLLLOG-FILE
               END-IF
           END-IF.

       4200-COLLECT-ONE-CUSTOMER.
           PERFORM 3150-BUCKET-ONE-CUSTOMER.
      *    ANYTHING PAST 60 DAYS STOPS FURTHER CHARGES UNTIL THE
      *    ACCOUNT IS RELEASED BY HAND IN CUSTMAINT.
           IF (AGE-60 > 0 OR AGE-90 > 0)
                   AND CUR-HOLD (CU-IX) NOT = 'H'
               MOVE 'H' TO CUR-HOLD (CU-IX)
               ADD 1 TO HOLD-CTR
               DISPLAY CUR-CUST-NO (CU-IX) " " CUR-NAME (CU-IX)
                   " PUT ON CREDIT HOLD"
           END-IF.
           MOVE 0 TO LETTER-RANK.
           EVALUATE TRUE
               WHEN AGE-90 > 0
                   MOVE 'F' TO LETTER-TYPE
                   MOVE 3 TO LETTER-RANK
               WHEN AGE-60 > 0
                   MOVE 'D' TO LETTER-TYPE
                   MOVE 2 TO LETTER-RANK
               WHEN AGE-30 > 0
                   MOVE 'R' TO LETTER-TYPE
                   MOVE 1 TO LETTER-RANK
           END-EVALUATE.
           IF LETTER-RANK > 0
               MOVE 0 TO SENT-RANK
               PERFORM VARYING CL-IX FROM 1 BY 1
                       UNTIL CL-IX > CL-ROW-CTR
                   IF CLR-CUST-NO (CL-IX) = CUR-CUST-NO (CU-IX)
                           AND CLR-RANK (CL-IX) > SENT-RANK
                       MOVE CLR-RANK (CL-IX) TO SENT-RANK
                   END-IF
               END-PERFORM
               IF SENT-RANK NOT < LETTER-RANK
                   ADD 1 TO SKIP-CTR
               ELSE
                   COMPUTE OVERDUE-AMT = AGE-30 + AGE-60 + AGE-90
                   PERFORM 4300-PRINT-ONE-LETTER
                   MOVE CUR-CUST-NO (CU-IX) TO CL-CUST-NO
                   MOVE TODAY-DATE TO CL-DATE
                   MOVE LETTER-TYPE TO CL-LETTER
                   MOVE OVERDUE-AMT TO CL-OVERDUE
                   MOVE CUR-BALANCE (CU-IX) TO CL-BALANCE
                   WRITE COLLLOG-REC
                   ADD 1 TO LETTER-CTR
               END-IF
           END-IF.

       4300-PRINT-ONE-LETTER.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           EVALUATE LETTER-TYPE
               WHEN 'F'
                   MOVE "FINAL NOTICE" TO PRT-LINE
               WHEN 'D'
                   MOVE "DEMAND FOR PAYMENT" TO PRT-LINE
               WHEN OTHER
                   MOVE "PAYMENT REMINDER" TO PRT-LINE
           END-EVALUATE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TO: " DELIMITED BY SIZE
               CUR-CUST-NO (CU-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUR-NAME (CU-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "CONTACT: " DELIMITED BY SIZE
               CUR-CONTACT (CU-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE AGE-30 TO AMTDP2.
           MOVE AGE-60 TO AMTDP3.
           MOVE AGE-90 TO AMTDP4.
           MOVE SPACES TO PRT-LINE.
           STRING "31-60 DAYS: " DELIMITED BY SIZE
               AMTDP2 DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "61-90 DAYS: " DELIMITED BY SIZE
               AMTDP3 DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "OVER 90:    " DELIMITED BY SIZE
               AMTDP4 DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE OVERDUE-AMT TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "OVERDUE:    " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE CUR-BALANCE (CU-IX) TO AMTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "BALANCE:    " DELIMITED BY SIZE
               AMTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           EVALUATE LETTER-TYPE
               WHEN 'F'
                   MOVE "PAY THE OVERDUE AMOUNT WITHIN 7 DAYS OR THE"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "ACCOUNT WILL BE CLOSED AND REFERRED FOR"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "COLLECTION. CHARGES ARE ON HOLD."
                       TO PRT-LINE
               WHEN 'D'
                   MOVE "YOUR ACCOUNT IS OVER 60 DAYS PAST DUE AND"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "CHARGES ARE ON HOLD. PLEASE PAY THE OVERDUE"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "AMOUNT WITHIN 14 DAYS."
                       TO PRT-LINE
               WHEN OTHER
                   MOVE "OUR RECORDS SHOW AN AMOUNT PAST DUE. IF YOU"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "HAVE ALREADY PAID, PLEASE DISREGARD THIS"
                       TO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
                   MOVE "REMINDER." TO PRT-LINE
           END-EVALUATE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM CUSTSTMT.

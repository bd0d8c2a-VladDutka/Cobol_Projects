      *          against their balance (the receipt is logged to
      *          CUSTTXN.DAT the same way ORDERTENDER logs the
      *          on-account sale), so the three institutional
      *          customers stop living in a notebook. Each customer
      *          carries a credit limit (zero for none) and a credit
      *          hold; putting an account on or off hold is done
      *          here, and the list shows both.
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
           88 CUST-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  BUSINESS-DATE PIC 9(8).
      *    CUSTMAST.DAT IS KEYED BY CUSTOMER NUMBER -- EACH ADD,
      *    CHANGE OR PAYMENT READS AND REWRITES JUST THAT ROW.
       01  CU-FOUND-SW PIC X VALUE 'N'.
           88 CU-FOUND-ROW VALUE 'Y'.
       01  CU-OPEN-SW PIC X VALUE 'N'.
           88 CU-FILE-OPEN VALUE 'Y'.
       01  CU-ROW-CTR PIC 9(5) VALUE 0.
       01  WRK-CUST-NO PIC X(5).
       01  PAY-AMT PIC 9(6)V99.
       01  BALDP PIC $Z,ZZZ,999.99.
       MAIN-PROCEDURE.
           DISPLAY "CHARGE-ACCOUNT CUSTOMER MAINTENANCE".
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE A CUSTOMER"
               DISPLAY "[P] RECEIVE A PAYMENT"
       ADD-OR-CHANGE.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WRK-CUST-NO
           PERFORM READ-CUST-RECORD
           IF CU-FILE-OPEN
               IF NOT CU-FOUND-ROW
                   MOVE SPACES TO CUST-REC
                   MOVE WRK-CUST-NO TO CU-CUST-NO
                   MOVE 0 TO CU-BALANCE
                   MOVE 0 TO CU-CREDIT-LIMIT
                   MOVE 'N' TO CU-HOLD
               END-IF
               DISPLAY "CUSTOMER NAME: "
               ACCEPT CU-NAME
               DISPLAY "CONTACT NUMBER: "
               ACCEPT CU-CONTACT
               DISPLAY "STATUS - [A]CTIVE [C]LOSED: "
               ACCEPT CU-ACTIVE
               PERFORM UNTIL CU-ACTIVE = 'A'
                       OR CU-ACTIVE = 'C'
                   DISPLAY "INVALID - ENTER A OR C: "
                   ACCEPT CU-ACTIVE
               END-PERFORM
               MOVE CU-CREDIT-LIMIT TO BALDP
               DISPLAY "CREDIT LIMIT (0 = NO LIMIT, NOW " BALDP "): "
               ACCEPT CU-CREDIT-LIMIT
               DISPLAY "CREDIT HOLD - [H]OLD [N]OT ON HOLD (NOW "
                   CU-HOLD "): "
               ACCEPT CU-HOLD
               PERFORM UNTIL CU-HOLD = 'H'
                       OR CU-HOLD = 'N'
                   DISPLAY "INVALID - ENTER H OR N: "
                   ACCEPT CU-HOLD
               END-PERFORM
               IF CU-FOUND-ROW
                   REWRITE CUST-REC
                       INVALID KEY
                           DISPLAY "CUSTOMER FILE STATUS " CUST-STATUS
                               " - NOT SAVED."
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER SAVED."
                   END-REWRITE
               ELSE
                   WRITE CUST-REC
                       INVALID KEY
                           DISPLAY "CUSTOMER FILE STATUS " CUST-STATUS
                               " - NOT SAVED."
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER SAVED."
                   END-WRITE
               END-IF
           ELSE
               DISPLAY "CUSTOMER FILE NOT AVAILABLE - STATUS "
                   CUST-STATUS "."
           END-IF
           PERFORM CLOSE-CUST-FILE.

       RECEIVE-PAYMENT.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WRK-CUST-NO
           PERFORM READ-CUST-RECORD
           IF NOT CU-FOUND-ROW
               DISPLAY "NO SUCH CUSTOMER."
           ELSE
               MOVE CU-BALANCE TO BALDP
               DISPLAY CU-NAME " OWES " BALDP
               DISPLAY "PAYMENT AMOUNT: "
               ACCEPT PAY-AMT
               PERFORM UNTIL PAY-AMT > 0
               END-PERFORM
      *    A PAYMENT BIGGER THAN THE BALANCE IS A KEYING SLIP, NOT
      *    A CREDIT BALANCE WAITING TO HAPPEN.
               IF PAY-AMT > CU-BALANCE
                   DISPLAY "PAYMENT EXCEEDS THE BALANCE - CAPPED "
                       "AT " BALDP
                   MOVE CU-BALANCE TO PAY-AMT
               END-IF
               SUBTRACT PAY-AMT FROM CU-BALANCE
               REWRITE CUST-REC
                   INVALID KEY
                       DISPLAY "CUSTOMER FILE STATUS " CUST-STATUS
                           " - PAYMENT NOT RECORDED."
                       MOVE 'N' TO CU-FOUND-SW
               END-REWRITE
           END-IF
           IF CU-FOUND-ROW
               OPEN EXTEND CUSTTXN-FILE
               MOVE WRK-CUST-NO TO CX-CUST-NO
               MOVE BUSINESS-DATE TO CX-BUSDATE
               MOVE PAY-AMT TO CX-AMOUNT
               WRITE CUSTTXN-REC
               CLOSE CUSTTXN-FILE
               MOVE CU-BALANCE TO BALDP
               DISPLAY "PAYMENT RECEIVED - BALANCE NOW " BALDP
           END-IF
           PERFORM CLOSE-CUST-FILE.

       LIST-CUSTOMERS.
      *    THE FILE READS BACK IN CUSTOMER-NUMBER ORDER.
           MOVE 0 TO CU-ROW-CTR.
           MOVE 'N' TO CUST-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               READ CUST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CUST-EOF
               END-READ
               PERFORM UNTIL CUST-END
                   ADD 1 TO CU-ROW-CTR
                   PERFORM NORMALIZE-CUST-RECORD
                   MOVE CU-BALANCE TO BALDP
                   DISPLAY CU-CUST-NO " " CU-NAME " ["
                       CU-ACTIVE "] OWES " BALDP
                   MOVE CU-CREDIT-LIMIT TO BALDP
                   IF CU-HOLD = 'H'
                       DISPLAY "      LIMIT " BALDP
                           "  *** ON HOLD ***"
                   ELSE
                       DISPLAY "      LIMIT " BALDP
                   END-IF
                   READ CUST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO CUST-EOF
                   END-READ
               END-PERFORM
                   CLOSE CUST-FILE
               END-IF
           END-IF.
           DISPLAY "CUSTOMERS ON FILE: " CU-ROW-CTR.

       READ-CUST-RECORD.
      *    CUST-FILE IS OPTIONAL -- THE VERY FIRST RUN CREATES IT ON
      *    THE OPEN INSTEAD OF ABENDING. THE CALLER WRITES OR
      *    REWRITES THE ROW AND CLOSES THE FILE.
           MOVE 'N' TO CU-FOUND-SW.
           MOVE 'N' TO CU-OPEN-SW.
           OPEN I-O CUST-FILE.
           IF CUST-STATUS = "00" OR CUST-STATUS = "05"
               MOVE 'Y' TO CU-OPEN-SW
               MOVE WRK-CUST-NO TO CU-CUST-NO
               READ CUST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CU-FOUND-SW
                       PERFORM NORMALIZE-CUST-RECORD
               END-READ
           END-IF.

       NORMALIZE-CUST-RECORD.
      *    A ROW FROM BEFORE CREDIT LIMITS HAS NO LIMIT AND NO HOLD.
           IF CU-CREDIT-LIMIT IS NOT NUMERIC
               MOVE 0 TO CU-CREDIT-LIMIT
           END-IF.
           IF CU-HOLD NOT = 'H'
               MOVE 'N' TO CU-HOLD
           END-IF.

       CLOSE-CUST-FILE.
           IF CU-FILE-OPEN
               CLOSE CUST-FILE
               MOVE 'N' TO CU-OPEN-SW
           END-IF.

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
       END PROGRAM CUSTMAINT.

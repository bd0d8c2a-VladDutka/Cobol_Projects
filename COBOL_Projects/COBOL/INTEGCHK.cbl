      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Nightly cross-file integrity check -- proves every key
      *          on the side files against its parent master: the
      *          EMPID on DEDUCT, BANKMAST, GOVIDS, LEAVEBAL, CERTS,
      *          GARNISH, OTAUTH, WEEKSCHED and YTDMAST against
      *          EMPMAST (and the employee's status), the item code on
      *          ORDLINES, COMBODEF, PRICECHG and PURCHORD against
      *          ITEMPRICE (and retired items), the customer on ORDERS
      *          against CUSTMAST, and every DISPATCH order number
      *          against ORDERS. Each orphan is BLOCKING (no parent,
      *          or money still moving for a terminated employee) or a
      *          WARNING (stale but harmless), and the report goes to
      *          INTEGCHK_<business date>.SPL grouped by file and by
      *          severity. Any blocking orphan ends the program with a
      *          non-zero RETURN-CODE so BATCHDRIVER stops the night's
      *          run there. Nothing is changed on any file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
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
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL DEDUCT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEDUCT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DD-KEY
          FILE STATUS IS DEDUCT-STATUS.
          SELECT OPTIONAL BANKMAST-FILE
          ASSIGN TO "C:\Users\ADMIN\BANKMAST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BANKMAST-STATUS.
          SELECT OPTIONAL GOVID-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVIDS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVID-STATUS.
          SELECT OPTIONAL LEAVEBAL-FILE
          ASSIGN TO "C:\Users\ADMIN\LEAVEBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LV-EMPID
          FILE STATUS IS LEAVEBAL-STATUS.
          SELECT OPTIONAL CERT-FILE
          ASSIGN TO "C:\Users\ADMIN\CERTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CERT-STATUS.
          SELECT OPTIONAL GARNISH-FILE
          ASSIGN TO "C:\Users\ADMIN\GARNISH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GARNISH-STATUS.
          SELECT OPTIONAL OTAUTH-FILE
          ASSIGN TO "C:\Users\ADMIN\OTAUTH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OTAUTH-STATUS.
          SELECT OPTIONAL SCHED-FILE
          ASSIGN TO "C:\Users\ADMIN\WEEKSCHED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SCHED-STATUS.
          SELECT OPTIONAL YTD-FILE
          ASSIGN TO "C:\Users\ADMIN\YTDMAST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS YTD-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL COMBODEF-FILE
          ASSIGN TO "C:\Users\ADMIN\COMBODEF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBODEF-STATUS.
          SELECT OPTIONAL PRICECHG-FILE
          ASSIGN TO "C:\Users\ADMIN\PRICECHG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PRICECHG-STATUS.
          SELECT OPTIONAL PURCHORD-FILE
          ASSIGN TO "C:\Users\ADMIN\PURCHORD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PURCHORD-STATUS.
          SELECT OPTIONAL CUST-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL DISPATCH-FILE
          ASSIGN TO "C:\Users\ADMIN\DISPATCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISPATCH-STATUS.
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
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  DEDUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEDUCT-REC.
           COPY "DEDUCT.CPY".
       FD  BANKMAST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BANKMAST-REC.
           COPY "BANKMAST.CPY".
       FD  GOVID-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVID-REC.
           COPY "GOVIDS.CPY".
       FD  LEAVEBAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LEAVEBAL-REC.
           COPY "LEAVEBAL.CPY".
       FD  CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CERT-REC.
           COPY "CERTREC.CPY".
       FD  GARNISH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GARNISH-REC.
           COPY "GARNISH.CPY".
       FD  OTAUTH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OTAUTH-REC.
           COPY "OTAUTH.CPY".
       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WEEKSCHED-REC.
           COPY "WEEKSCHED.CPY".
       FD  YTD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS YTD-REC.
           COPY "YTDMAST.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  COMBODEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMBODEF-REC.
           COPY "COMBODEF.CPY".
       FD  PRICECHG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRICECHG-REC.
           COPY "PRICECHG.CPY".
       FD  PURCHORD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURCHORD-REC.
           COPY "PURCHORD.CPY".
       FD  CUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC.
           COPY "CUSTMAST.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  DISPATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPATCH-REC.
           COPY "DISPATCH.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  DEDUCT-STATUS PIC XX.
       01  BANKMAST-STATUS PIC XX.
       01  GOVID-STATUS PIC XX.
       01  LEAVEBAL-STATUS PIC XX.
       01  CERT-STATUS PIC XX.
       01  GARNISH-STATUS PIC XX.
       01  OTAUTH-STATUS PIC XX.
       01  SCHED-STATUS PIC XX.
       01  YTD-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  COMBODEF-STATUS PIC XX.
       01  PRICECHG-STATUS PIC XX.
       01  PURCHORD-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  DISPATCH-STATUS PIC XX.
      *    ONE END-OF-FILE SWITCH SERVES EVERY SIDE FILE -- THEY ARE
      *    READ ONE AT A TIME, START TO END.
       01  SIDE-EOF PIC X VALUE 'N'.
           88 SIDE-END VALUE 'Y'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  BUSINESS-DATE PIC 9(8).
      *    THE PARENT MASTERS ARE READ BY KEY; ONE THAT WILL NOT OPEN
      *    LEAVES EVERY CHILD ROW WITHOUT A PARENT, WHICH IS WHAT THE
      *    REPORT THEN SAYS.
       01  EMP-OPEN-SW PIC X VALUE 'N'.
           88 EMP-OPEN VALUE 'Y'.
       01  ITEM-OPEN-SW PIC X VALUE 'N'.
           88 ITEM-OPEN VALUE 'Y'.
       01  EMP-FOUND-SW PIC X VALUE 'N'.
           88 EMP-FOUND VALUE 'Y'.
       01  ITEM-FOUND-SW PIC X VALUE 'N'.
           88 ITEM-FOUND VALUE 'Y'.
       01  CHK-EMPID PIC X(5).
       01  CHK-ITEM-CODE PIC X(5).
       01  COMBO-LIVE-SW PIC X VALUE 'N'.
           88 COMBO-LIVE VALUE 'Y'.
      *    THE FILES CHECKED, IN REPORT ORDER, WITH THEIR COUNTS.
       01  FILE-NAME-LIST.
           05  FILLER PIC X(14) VALUE "DEDUCT.DAT".
           05  FILLER PIC X(14) VALUE "BANKMAST.DAT".
           05  FILLER PIC X(14) VALUE "GOVIDS.DAT".
           05  FILLER PIC X(14) VALUE "LEAVEBAL.DAT".
           05  FILLER PIC X(14) VALUE "CERTS.DAT".
           05  FILLER PIC X(14) VALUE "GARNISH.DAT".
           05  FILLER PIC X(14) VALUE "OTAUTH.DAT".
           05  FILLER PIC X(14) VALUE "WEEKSCHED.DAT".
           05  FILLER PIC X(14) VALUE "YTDMAST.DAT".
           05  FILLER PIC X(14) VALUE "ORDLINES.DAT".
           05  FILLER PIC X(14) VALUE "COMBODEF.DAT".
           05  FILLER PIC X(14) VALUE "PRICECHG.DAT".
           05  FILLER PIC X(14) VALUE "PURCHORD.DAT".
           05  FILLER PIC X(14) VALUE "ORDERS.DAT".
           05  FILLER PIC X(14) VALUE "DISPATCH.DAT".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-LIST.
           05  FL-NAME PIC X(14) OCCURS 15 TIMES.
       01  FL-IX PIC 9(2).
       01  FILE-CTR-TABLE.
           05  FL-ROW OCCURS 15 TIMES.
               10  FLR-READ-CTR PIC 9(6).
               10  FLR-BLOCK-CTR PIC 9(5).
               10  FLR-WARN-CTR PIC 9(5).
      *    EVERY ORPHAN FOUND, HELD UNTIL THE END SO THE REPORT CAN
      *    COME OUT GROUPED BY FILE AND SEVERITY. PAST 5000 THE REST
      *    ARE STILL COUNTED (AND STILL STOP THE RUN) BUT NOT LISTED.
       01  OF-ROW-CTR PIC 9(4) VALUE 0.
       01  OF-IX PIC 9(4).
       01  OF-FULL-SW PIC X VALUE 'N'.
           88 OF-FULL VALUE 'Y'.
       01  OF-TABLE.
           05  OF-ROW OCCURS 5000 TIMES.
               10  OFR-FILE-IX PIC 9(2).
               10  OFR-SEVERITY PIC X(1).
               10  OFR-KEY PIC X(22).
               10  OFR-WHY PIC X(40).
      *    THE ORPHAN IN HAND -- 'B' BLOCKING, 'W' WARNING.
       01  CUR-FILE-IX PIC 9(2).
       01  CUR-SEVERITY PIC X(1).
       01  CUR-KEY PIC X(22).
       01  CUR-WHY PIC X(40).
       01  SEV-IX PIC 9.
       01  SEV-CODE PIC X(1).
       01  SEV-NAME PIC X(8).
       01  GROUP-CTR PIC 9(5).
       01  BLOCK-TOTAL PIC 9(6) VALUE 0.
       01  WARN-TOTAL PIC 9(6) VALUE 0.
       01  CTRDP PIC ZZZZZ9.
       01  CTRDP2 PIC ZZZZZ9.
       01  CTRDP3 PIC ZZZZZ9.
      *    CUSTOMER NUMBERS ON CUSTMAST, AND THE DISPATCH ORDER
      *    NUMBERS WAITING TO BE MATCHED AGAINST ORDERS.DAT.
       01  CU-ROW-CTR PIC 9(4) VALUE 0.
       01  CU-IX PIC 9(4).
       01  CU-FOUND-SW PIC X VALUE 'N'.
           88 CU-FOUND-ROW VALUE 'Y'.
       01  CU-FULL-SW PIC X VALUE 'N'.
           88 CU-FULL VALUE 'Y'.
       01  CU-TABLE.
           05  CU-ROW OCCURS 2000 TIMES.
               10  CUR-CUST-NO PIC X(5).
       01  DS-ROW-CTR PIC 9(4) VALUE 0.
       01  DS-IX PIC 9(4).
       01  DS-FULL-SW PIC X VALUE 'N'.
           88 DS-FULL VALUE 'Y'.
       01  DS-TABLE.
           05  DS-ROW OCCURS 5000 TIMES.
               10  DSR-ONUM PIC 9(7).
               10  DSR-MATCHED PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "CROSS-FILE INTEGRITY CHECK".
           PERFORM 0100-LOAD-BUSINESS-DATE.
           INITIALIZE FILE-CTR-TABLE.
           PERFORM 0200-OPEN-THE-MASTERS.
           PERFORM 1000-CHECK-DEDUCT.
           PERFORM 1100-CHECK-BANKMAST.
           PERFORM 1200-CHECK-GOVIDS.
           PERFORM 1300-CHECK-LEAVEBAL.
           PERFORM 1400-CHECK-CERTS.
           PERFORM 1500-CHECK-GARNISH.
           PERFORM 1600-CHECK-OTAUTH.
           PERFORM 1700-CHECK-WEEKSCHED.
           PERFORM 1800-CHECK-YTDMAST.
           PERFORM 2000-CHECK-ORDLINES.
           PERFORM 2100-CHECK-COMBODEF.
           PERFORM 2200-CHECK-PRICECHG.
           PERFORM 2300-CHECK-PURCHORD.
           PERFORM 3000-LOAD-CUSTOMERS.
           PERFORM 3100-LOAD-DISPATCHES.
           PERFORM 3200-CHECK-ORDERS.
           PERFORM 3300-CHECK-DISPATCH.
           IF EMP-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF ITEM-OPEN
               CLOSE ITEM-FILE
           END-IF.
           PERFORM 4000-PRINT-THE-REPORT.
           PERFORM 9999-EXIT.

       0100-LOAD-BUSINESS-DATE.
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

       0200-OPEN-THE-MASTERS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00" OR EM-STATUS = "05"
               MOVE 'Y' TO EMP-OPEN-SW
           ELSE
               DISPLAY "*** EMPMAST.DAT WILL NOT OPEN - STATUS "
                   EM-STATUS " ***"
           END-IF.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               MOVE 'Y' TO ITEM-OPEN-SW
           ELSE
               DISPLAY "*** ITEMPRICE.DAT WILL NOT OPEN - STATUS "
                   ITEM-STATUS " ***"
           END-IF.

      *    A LOAN OR OTHER DEDUCTION STILL CARRYING A BALANCE FOR A
      *    TERMINATED EMPLOYEE WOULD KEEP COMING OFF A FINAL PAY THAT
      *    IS NOT THERE -- BLOCKING. A PAID-OFF ROW IS ONLY TIDYING.
       1000-CHECK-DEDUCT.
           MOVE 1 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF DEDUCT-STATUS = "00"
               READ DEDUCT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING DD-EMPID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DD-TYPE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE DD-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND AND EM-STATUS-CODE = 'T'
                       IF DD-BALANCE > 0
                           MOVE 'B' TO CUR-SEVERITY
                           MOVE "TERMINATED - BALANCE STILL OWING"
                               TO CUR-WHY
                       ELSE
                           MOVE 'W' TO CUR-SEVERITY
                           MOVE "TERMINATED - PAID-OFF ROW LEFT ON"
                               TO CUR-WHY
                       END-IF
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ DEDUCT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           ELSE
               IF DEDUCT-STATUS = "05"
                   CLOSE DEDUCT-FILE
               END-IF
           END-IF.

      *    A TERMINATED EMPLOYEE'S ACCOUNT MAY STILL TAKE THE FINAL
      *    PAY, SO THE ROW IS A WARNING, NOT A STOP.
       1100-CHECK-BANKMAST.
           MOVE 2 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT BANKMAST-FILE.
           IF BANKMAST-STATUS = "00"
               READ BANKMAST-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING BM-EMPID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BM-BANK-CODE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE BM-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND AND EM-STATUS-CODE = 'T'
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "TERMINATED - BANK ACCOUNT STILL ON"
                           TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ BANKMAST-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE BANKMAST-FILE
           ELSE
               IF BANKMAST-STATUS = "05"
                   CLOSE BANKMAST-FILE
               END-IF
           END-IF.

      *    GOVERNMENT NUMBERS, CERTIFICATES AND YEAR-TO-DATE FIGURES
      *    ARE KEPT FOR A TERMINATED EMPLOYEE ON PURPOSE -- ONLY A
      *    MISSING EMPLOYEE IS REPORTED ON THESE THREE.
       1200-CHECK-GOVIDS.
           MOVE 3 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT GOVID-FILE.
           IF GOVID-STATUS = "00"
               READ GOVID-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   MOVE GV-EMPID TO CUR-KEY
                   MOVE GV-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   READ GOVID-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVID-FILE
           ELSE
               IF GOVID-STATUS = "05"
                   CLOSE GOVID-FILE
               END-IF
           END-IF.

      *    LEAVE LEFT ON THE BOOKS OF A TERMINATED EMPLOYEE HAS NOT
      *    BEEN CONVERTED ON THE FINAL PAY.
       1300-CHECK-LEAVEBAL.
           MOVE 4 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT LEAVEBAL-FILE.
           IF LEAVEBAL-STATUS = "00"
               READ LEAVEBAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   MOVE LV-EMPID TO CUR-KEY
                   MOVE LV-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND AND EM-STATUS-CODE = 'T'
                           AND LV-BALANCE > 0
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "TERMINATED - LEAVE NOT PAID OUT"
                           TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ LEAVEBAL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE LEAVEBAL-FILE
           ELSE
               IF LEAVEBAL-STATUS = "05"
                   CLOSE LEAVEBAL-FILE
               END-IF
           END-IF.

       1400-CHECK-CERTS.
           MOVE 5 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT CERT-FILE.
           IF CERT-STATUS = "00"
               READ CERT-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING CF-EMPID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CF-CERT-CODE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE CF-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   READ CERT-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           ELSE
               IF CERT-STATUS = "05"
                   CLOSE CERT-FILE
               END-IF
           END-IF.

      *    A WRIT WITH A BALANCE LEFT FOR A TERMINATED EMPLOYEE MUST
      *    GO BACK TO THE COURT OR THE PAYEE, NOT SIT ON FILE.
       1500-CHECK-GARNISH.
           MOVE 6 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT GARNISH-FILE.
           IF GARNISH-STATUS = "00"
               READ GARNISH-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING GN-EMPID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GN-CASE-NO DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE GN-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND AND EM-STATUS-CODE = 'T'
                       IF GN-BALANCE > 0
                           MOVE 'B' TO CUR-SEVERITY
                           MOVE "TERMINATED - WRIT BALANCE OPEN"
                               TO CUR-WHY
                       ELSE
                           MOVE 'W' TO CUR-SEVERITY
                           MOVE "TERMINATED - SATISFIED WRIT LEFT ON"
                               TO CUR-WHY
                       END-IF
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ GARNISH-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           ELSE
               IF GARNISH-STATUS = "05"
                   CLOSE GARNISH-FILE
               END-IF
           END-IF.

       1600-CHECK-OTAUTH.
           MOVE 7 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT OTAUTH-FILE.
           IF OTAUTH-STATUS = "00"
               READ OTAUTH-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING OT-EMPID DELIMITED BY SIZE
                       " PERIOD " DELIMITED BY SIZE
                       OT-PERIOD DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE OT-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND AND EM-STATUS-CODE = 'T'
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "TERMINATED - OVERTIME AUTHORIZED"
                           TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ OTAUTH-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE OTAUTH-FILE
           ELSE
               IF OTAUTH-STATUS = "05"
                   CLOSE OTAUTH-FILE
               END-IF
           END-IF.

      *    SOMEBODY ON THE WEEK'S SCHEDULE WHO HAS LEFT, OR IS ON
      *    LEAVE, LEAVES A HOLE IN THE ROTA.
       1700-CHECK-WEEKSCHED.
           MOVE 8 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "00"
               READ SCHED-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING SH-EMPID DELIMITED BY SIZE
                       " DAY " DELIMITED BY SIZE
                       SH-DAY DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE SH-EMPID TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   IF EMP-FOUND
                       IF EM-STATUS-CODE = 'T'
                           MOVE 'W' TO CUR-SEVERITY
                           MOVE "TERMINATED - STILL SCHEDULED"
                               TO CUR-WHY
                           PERFORM 7200-ADD-ORPHAN
                       END-IF
                       IF EM-STATUS-CODE = 'L'
                           MOVE 'W' TO CUR-SEVERITY
                           MOVE "ON LEAVE - STILL SCHEDULED"
                               TO CUR-WHY
                           PERFORM 7200-ADD-ORPHAN
                       END-IF
                   END-IF
                   READ SCHED-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               IF SCHED-STATUS = "05"
                   CLOSE SCHED-FILE
               END-IF
           END-IF.

       1800-CHECK-YTDMAST.
           MOVE 9 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT YTD-FILE.
           IF YTD-STATUS = "00"
               READ YTD-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   MOVE YTD-EMPNO TO CUR-KEY
                   MOVE YTD-EMPNO TO CHK-EMPID
                   PERFORM 7000-CHECK-THE-EMPID
                   READ YTD-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           ELSE
               IF YTD-STATUS = "05"
                   CLOSE YTD-FILE
               END-IF
           END-IF.

      *    A SOLD LINE FOR AN ITEM SINCE RETIRED IS HISTORY, NOT AN
      *    ERROR, BUT IS LISTED SO A CODE RETIRED TOO EARLY SHOWS UP.
       2000-CHECK-ORDLINES.
           MOVE 10 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING OL-ONUM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OL-ITEM-CODE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE OL-ITEM-CODE TO CHK-ITEM-CODE
                   PERFORM 7100-CHECK-THE-ITEM
                   IF ITEM-FOUND AND IT-ACTIVE = 'R'
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "ITEM RETIRED ON ITEMPRICE" TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           ELSE
               IF ORDLINE-STATUS = "05"
                   CLOSE ORDLINE-FILE
               END-IF
           END-IF.

      *    BOTH THE COMBO CODE AND ITS COMPONENT MUST BE ON FILE; A
      *    RETIRED COMPONENT LEFT IN A LIVE COMBO IS STILL BEING SOLD.
       2100-CHECK-COMBODEF.
           MOVE 11 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT COMBODEF-FILE.
           IF COMBODEF-STATUS = "00"
               READ COMBODEF-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING CD-COMBO-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CD-COMP-CODE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE CD-COMBO-CODE TO CHK-ITEM-CODE
                   PERFORM 7100-CHECK-THE-ITEM
                   MOVE 'N' TO COMBO-LIVE-SW
                   IF ITEM-FOUND AND IT-ACTIVE NOT = 'R'
                       MOVE 'Y' TO COMBO-LIVE-SW
                   END-IF
                   MOVE CD-COMP-CODE TO CHK-ITEM-CODE
                   PERFORM 7100-CHECK-THE-ITEM
                   IF ITEM-FOUND AND IT-ACTIVE = 'R' AND COMBO-LIVE
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "RETIRED COMPONENT IN A LIVE COMBO"
                           TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ COMBODEF-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE COMBODEF-FILE
           ELSE
               IF COMBODEF-STATUS = "05"
                   CLOSE COMBODEF-FILE
               END-IF
           END-IF.

       2200-CHECK-PRICECHG.
           MOVE 12 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT PRICECHG-FILE.
           IF PRICECHG-STATUS = "00"
               READ PRICECHG-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING PG-ITEM-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PG-EFF-DATE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE PG-ITEM-CODE TO CHK-ITEM-CODE
                   PERFORM 7100-CHECK-THE-ITEM
                   IF ITEM-FOUND AND IT-ACTIVE = 'R'
                           AND PG-APPLIED NOT = 'Y'
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "PENDING PRICE FOR A RETIRED ITEM"
                           TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ PRICECHG-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE PRICECHG-FILE
           ELSE
               IF PRICECHG-STATUS = "05"
                   CLOSE PRICECHG-FILE
               END-IF
           END-IF.

       2300-CHECK-PURCHORD.
           MOVE 13 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-STATUS = "00"
               READ PURCHORD-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   MOVE SPACES TO CUR-KEY
                   STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PO-ITEM-CODE DELIMITED BY SIZE
                       INTO CUR-KEY
                   MOVE PO-ITEM-CODE TO CHK-ITEM-CODE
                   PERFORM 7100-CHECK-THE-ITEM
                   IF ITEM-FOUND AND IT-ACTIVE = 'R'
                           AND PO-STATUS = 'O'
                       MOVE 'W' TO CUR-SEVERITY
                       MOVE "OPEN PO FOR A RETIRED ITEM" TO CUR-WHY
                       PERFORM 7200-ADD-ORPHAN
                   END-IF
                   READ PURCHORD-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE PURCHORD-FILE
           ELSE
               IF PURCHORD-STATUS = "05"
                   CLOSE PURCHORD-FILE
               END-IF
           END-IF.

       3000-LOAD-CUSTOMERS.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               READ CUST-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   IF CU-ROW-CTR < 2000
                       ADD 1 TO CU-ROW-CTR
                       MOVE CU-CUST-NO TO CUR-CUST-NO (CU-ROW-CTR)
                   ELSE
                       MOVE 'Y' TO CU-FULL-SW
                   END-IF
                   READ CUST-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           ELSE
               IF CUST-STATUS = "05"
                   CLOSE CUST-FILE
               END-IF
           END-IF.

       3100-LOAD-DISPATCHES.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT DISPATCH-FILE.
           IF DISPATCH-STATUS = "00"
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (15)
                   IF DS-ROW-CTR < 5000
                       ADD 1 TO DS-ROW-CTR
                       MOVE DP-ONUM TO DSR-ONUM (DS-ROW-CTR)
                       MOVE 'N' TO DSR-MATCHED (DS-ROW-CTR)
                   ELSE
                       MOVE 'Y' TO DS-FULL-SW
                   END-IF
                   READ DISPATCH-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE DISPATCH-FILE
           ELSE
               IF DISPATCH-STATUS = "05"
                   CLOSE DISPATCH-FILE
               END-IF
           END-IF.

      *    ONE PASS OF ORDERS.DAT PROVES EACH ORDER'S CUSTOMER AND
      *    TICKS OFF THE DISPATCH ROWS WHOSE ORDER IS ON FILE. A
      *    BLANK CUSTOMER IS A WALK-IN SALE. WITH THE CUSTOMER TABLE
      *    FULL AN UNMATCHED NUMBER PROVES NOTHING AND IS LET BE.
       3200-CHECK-ORDERS.
           MOVE 14 TO CUR-FILE-IX.
           MOVE 'N' TO SIDE-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO SIDE-EOF
               END-READ
               PERFORM UNTIL SIDE-END
                   ADD 1 TO FLR-READ-CTR (CUR-FILE-IX)
                   IF OR-CUST-NO NOT = SPACES AND NOT CU-FULL
                       MOVE 'N' TO CU-FOUND-SW
                       MOVE 1 TO CU-IX
                       PERFORM UNTIL CU-IX > CU-ROW-CTR
                               OR CU-FOUND-ROW
                           IF CUR-CUST-NO (CU-IX) = OR-CUST-NO
                               MOVE 'Y' TO CU-FOUND-SW
                           ELSE
                               ADD 1 TO CU-IX
                           END-IF
                       END-PERFORM
                       IF NOT CU-FOUND-ROW
                           MOVE SPACES TO CUR-KEY
                           STRING OR-ONUM DELIMITED BY SIZE
                               " CUST " DELIMITED BY SIZE
                               OR-CUST-NO DELIMITED BY SIZE
                               INTO CUR-KEY
                           MOVE 'B' TO CUR-SEVERITY
                           MOVE "CUSTOMER NOT ON CUSTMAST" TO CUR-WHY
                           PERFORM 7200-ADD-ORPHAN
                       END-IF
                   END-IF
                   PERFORM VARYING DS-IX FROM 1 BY 1
                           UNTIL DS-IX > DS-ROW-CTR
                       IF DSR-ONUM (DS-IX) = OR-ONUM
                           MOVE 'Y' TO DSR-MATCHED (DS-IX)
                       END-IF
                   END-PERFORM
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO SIDE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.
           IF CU-FULL
               DISPLAY "*** MORE THAN 2000 CUSTOMERS - ORDER "
                   "CUSTOMERS NOT CHECKED. ***"
           END-IF.

       3300-CHECK-DISPATCH.
           MOVE 15 TO CUR-FILE-IX.
           PERFORM VARYING DS-IX FROM 1 BY 1
                   UNTIL DS-IX > DS-ROW-CTR
               IF DSR-MATCHED (DS-IX) NOT = 'Y'
                   MOVE SPACES TO CUR-KEY
                   MOVE DSR-ONUM (DS-IX) TO CUR-KEY
                   MOVE 'B' TO CUR-SEVERITY
                   MOVE "ORDER NOT ON ORDERS" TO CUR-WHY
                   PERFORM 7200-ADD-ORPHAN
               END-IF
           END-PERFORM.
           IF DS-FULL
               DISPLAY "*** MORE THAN 5000 DISPATCH ROWS - THE REST "
                   "ARE NOT CHECKED. ***"
           END-IF.

      *    REPORT ORDER: EACH FILE IN TURN, ITS BLOCKING ORPHANS
      *    FIRST, THEN ITS WARNINGS, THEN A LINE OF COUNTS PER FILE.
       4000-PRINT-THE-REPORT.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\INTEGCHK_" DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "CROSS-FILE INTEGRITY CHECK - BUSINESS DATE "
               DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           PERFORM VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > 15
               PERFORM VARYING SEV-IX FROM 1 BY 1 UNTIL SEV-IX > 2
                   IF SEV-IX = 1
                       MOVE 'B' TO SEV-CODE
                       MOVE "BLOCKING" TO SEV-NAME
                       MOVE FLR-BLOCK-CTR (FL-IX) TO GROUP-CTR
                   ELSE
                       MOVE 'W' TO SEV-CODE
                       MOVE "WARNING" TO SEV-NAME
                       MOVE FLR-WARN-CTR (FL-IX) TO GROUP-CTR
                   END-IF
                   IF GROUP-CTR > 0
                       PERFORM 4100-PRINT-ONE-GROUP
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           MOVE "FILE              ROWS READ  BLOCKING   WARNING"
               TO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           PERFORM VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > 15
               MOVE FLR-READ-CTR (FL-IX) TO CTRDP
               MOVE FLR-BLOCK-CTR (FL-IX) TO CTRDP2
               MOVE FLR-WARN-CTR (FL-IX) TO CTRDP3
               MOVE SPACES TO PRT-LINE
               STRING FL-NAME (FL-IX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CTRDP DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CTRDP2 DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CTRDP3 DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 4900-PRINT-LINE
           END-PERFORM.
           MOVE BLOCK-TOTAL TO CTRDP2.
           MOVE WARN-TOTAL TO CTRDP3.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL                     " DELIMITED BY SIZE
               CTRDP2 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CTRDP3 DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           IF OF-FULL
               MOVE "*** OVER 5000 ORPHANS - THE REST ARE NOT LISTED."
                   TO PRT-LINE
               PERFORM 4900-PRINT-LINE
           END-IF.
           IF BLOCK-TOTAL > 0
               MOVE "*** BLOCKING ORPHANS - THE NIGHTLY RUN STOPS. ***"
                   TO PRT-LINE
           ELSE
               MOVE "NO BLOCKING ORPHANS." TO PRT-LINE
           END-IF.
           PERFORM 4900-PRINT-LINE.
           CLOSE SPOOL-FILE.

       4100-PRINT-ONE-GROUP.
           MOVE GROUP-CTR TO CTRDP.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING FL-NAME (FL-IX) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               SEV-NAME DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               CTRDP DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 4900-PRINT-LINE.
           PERFORM VARYING OF-IX FROM 1 BY 1 UNTIL OF-IX > OF-ROW-CTR
               IF OFR-FILE-IX (OF-IX) = FL-IX
                       AND OFR-SEVERITY (OF-IX) = SEV-CODE
                   MOVE SPACES TO PRT-LINE
                   STRING "    " DELIMITED BY SIZE
                       OFR-KEY (OF-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OFR-WHY (OF-IX) DELIMITED BY SIZE
                       INTO PRT-LINE
                   PERFORM 4900-PRINT-LINE
               END-IF
           END-PERFORM.

       4900-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

      *    LOOKS THE EMPID UP ON EMPMAST; NOT THERE AT ALL IS ALWAYS
      *    BLOCKING. ON RETURN EMP-FOUND AND EM-STATUS-CODE TELL THE
      *    CALLER WHAT STATUS THE EMPLOYEE IS IN.
       7000-CHECK-THE-EMPID.
           MOVE 'N' TO EMP-FOUND-SW.
           IF EMP-OPEN
               MOVE CHK-EMPID TO EM-EMPID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO EMP-FOUND-SW
               END-READ
           END-IF.
           IF NOT EMP-FOUND
               MOVE 'B' TO CUR-SEVERITY
               MOVE "EMPID NOT ON EMPMAST" TO CUR-WHY
               PERFORM 7200-ADD-ORPHAN
           END-IF.

       7100-CHECK-THE-ITEM.
           MOVE 'N' TO ITEM-FOUND-SW.
           IF ITEM-OPEN
               MOVE CHK-ITEM-CODE TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ITEM-FOUND-SW
               END-READ
           END-IF.
           IF NOT ITEM-FOUND
               MOVE 'B' TO CUR-SEVERITY
               MOVE SPACES TO CUR-WHY
               STRING "ITEM " DELIMITED BY SIZE
                   CHK-ITEM-CODE DELIMITED BY SIZE
                   " NOT ON ITEMPRICE" DELIMITED BY SIZE
                   INTO CUR-WHY
               PERFORM 7200-ADD-ORPHAN
           END-IF.

       7200-ADD-ORPHAN.
           IF CUR-SEVERITY = 'B'
               ADD 1 TO FLR-BLOCK-CTR (CUR-FILE-IX)
               ADD 1 TO BLOCK-TOTAL
           ELSE
               ADD 1 TO FLR-WARN-CTR (CUR-FILE-IX)
               ADD 1 TO WARN-TOTAL
           END-IF.
           IF OF-ROW-CTR < 5000
               ADD 1 TO OF-ROW-CTR
               MOVE CUR-FILE-IX TO OFR-FILE-IX (OF-ROW-CTR)
               MOVE CUR-SEVERITY TO OFR-SEVERITY (OF-ROW-CTR)
               MOVE CUR-KEY TO OFR-KEY (OF-ROW-CTR)
               MOVE CUR-WHY TO OFR-WHY (OF-ROW-CTR)
           ELSE
               MOVE 'Y' TO OF-FULL-SW
           END-IF.

      *    GOBACK, NOT STOP RUN -- BATCHDRIVER CALLS THIS AS A NIGHTLY
      *    STEP AND READS THE RETURN CODE: NON-ZERO STOPS THE RUN.
       9999-EXIT.
           IF BLOCK-TOTAL > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       END PROGRAM INTEGCHK.

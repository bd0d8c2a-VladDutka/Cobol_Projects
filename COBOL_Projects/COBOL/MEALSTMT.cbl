      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Staff-meal statement -- for one employee, or every
      *          employee with a MEALBAL.DAT balance, lists the meals
      *          charged on the 'E' tender at ORDERTENDER (date,
      *          order, menu price, staff discount and what was
      *          charged), the voids given back and the amounts
      *          PAYENTRY took off pay, each with the balance it left,
      *          off the MEALLOG.DAT ledger -- the backup for the
      *          STAFF MEALS line on the payslip. A pay period may be
      *          keyed to show only its movements. Spooled to
      *          MEALSTMT_<date>.SPL as well as shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEALSTMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL MEALBAL-FILE
          ASSIGN TO "C:\Users\ADMIN\MEALBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MB-EMPID
          FILE STATUS IS MEALBAL-STATUS.
          SELECT OPTIONAL MEALLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\MEALLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MEALLOG-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MEALBAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALBAL-REC.
           COPY "MEALBAL.CPY".
       FD  MEALLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MEALLOG-REC.
           COPY "MEALLOG.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  MEALBAL-STATUS PIC XX.
       01  MEALLOG-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  MEALBAL-EOF PIC X VALUE 'N'.
           88 MEALBAL-END VALUE 'Y'.
       01  MEALLOG-EOF PIC X VALUE 'N'.
           88 MEALLOG-END VALUE 'Y'.
       01  EM-OPEN-SW PIC X VALUE 'N'.
           88 EM-FILE-OPEN VALUE 'Y'.
       01  ASK-EMPID PIC X(5).
       01  ASK-PERIOD PIC 9(3).
       01  TODAY-DATE PIC 9(8).
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    THE EMPLOYEES TO STATE -- THE ONE KEYED, OR EVERY ROW ON
      *    MEALBAL.DAT IN EMPID ORDER, WITH THE BALANCE OWED NOW.
       01  ST-ROW-CTR PIC 9(3) VALUE 0.
       01  ST-IX PIC 9(3).
       01  ST-TABLE.
           05  ST-ROW OCCURS 500 TIMES.
               10  STR-EMPID PIC X(5).
               10  STR-BALANCE PIC 9(7)V99.
       01  ST-FULL-SW PIC X VALUE 'N'.
           88 ST-TABLE-FULL VALUE 'Y'.
       01  EMP-NAME PIC X(25).
       01  TYPE-NAME PIC X(11).
       01  MOVE-CTR PIC 9(5).
       01  TOT-CHARGED PIC 9(7)V99.
       01  TOT-DISC PIC 9(7)V99.
       01  TOT-VOIDED PIC 9(7)V99.
       01  TOT-DEDUCTED PIC 9(7)V99.
       01  TOT-RETURNED PIC 9(7)V99.
       01  GROSSDP PIC ZZ,ZZ9.99.
       01  DISCDP PIC ZZ,ZZ9.99.
       01  AMTDP PIC ZZ,ZZ9.99.
       01  BALDP PIC Z,ZZZ,ZZ9.99.
       01  TOTDP PIC $Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "STAFF-MEAL STATEMENT".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "EMPLOYEE EMPID (BLANK = EVERY EMPLOYEE ON FILE): ".
           ACCEPT ASK-EMPID.
           DISPLAY "PAY PERIOD (0 = EVERY PERIOD): ".
           ACCEPT ASK-PERIOD.
           PERFORM 1000-LOAD-EMPLOYEES.
           IF ST-ROW-CTR = 0
               DISPLAY "NO STAFF-MEAL BALANCE ON FILE."
               PERFORM 9999-EXIT
           END-IF.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\MEALSTMT_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00" OR EM-STATUS = "05"
               MOVE 'Y' TO EM-OPEN-SW
           END-IF.
           PERFORM 2000-STATE-ONE-EMPLOYEE
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > ST-ROW-CTR.
           IF EM-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE SPOOL-FILE.
           IF ST-TABLE-FULL
               DISPLAY "ONLY THE FIRST 500 EMPLOYEES WERE STATED."
           END-IF.
           DISPLAY "STATEMENTS SPOOLED TO " SPOOL-NAME.
           PERFORM 9999-EXIT.

       1000-LOAD-EMPLOYEES.
      *    A KEYED EMPID WITH NO BALANCE ROW STILL GETS A STATEMENT
      *    (SHOWING NOTHING OWED) SO THE CLERK SEES WHY NOTHING WAS
      *    DEDUCTED.
           MOVE 0 TO ST-ROW-CTR.
           OPEN INPUT MEALBAL-FILE.
           IF MEALBAL-STATUS = "00"
               IF ASK-EMPID NOT = SPACES
                   ADD 1 TO ST-ROW-CTR
                   MOVE ASK-EMPID TO STR-EMPID (ST-ROW-CTR)
                   MOVE 0 TO STR-BALANCE (ST-ROW-CTR)
                   MOVE ASK-EMPID TO MB-EMPID
                   READ MEALBAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MB-BALANCE TO STR-BALANCE (ST-ROW-CTR)
                   END-READ
               ELSE
                   MOVE 'N' TO MEALBAL-EOF
                   READ MEALBAL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO MEALBAL-EOF
                   END-READ
                   PERFORM UNTIL MEALBAL-END
                       IF ST-ROW-CTR < 500
                           ADD 1 TO ST-ROW-CTR
                           MOVE MB-EMPID TO STR-EMPID (ST-ROW-CTR)
                           MOVE MB-BALANCE
                               TO STR-BALANCE (ST-ROW-CTR)
                       ELSE
                           MOVE 'Y' TO ST-FULL-SW
                       END-IF
                       READ MEALBAL-FILE NEXT RECORD
                           AT END MOVE 'Y' TO MEALBAL-EOF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MEALBAL-FILE
           ELSE
               IF MEALBAL-STATUS = "05"
                   CLOSE MEALBAL-FILE
               END-IF
           END-IF.

       2000-STATE-ONE-EMPLOYEE.
           PERFORM 2100-FIND-EMPLOYEE-NAME.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "STAFF MEALS - " DELIMITED BY SIZE
               STR-EMPID (ST-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-NAME DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           IF ASK-PERIOD > 0
               MOVE SPACES TO PRT-LINE
               STRING "PAY PERIOD " DELIMITED BY SIZE
                   ASK-PERIOD DELIMITED BY SIZE
                   " ONLY" DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF.
           MOVE "DATE      TYPE        ORDER     MENU PRICE STAFF DISC"
               TO PRT-LINE.
           MOVE "     AMOUNT      BALANCE" TO PRT-LINE (55:26).
           PERFORM 8000-PRINT-LINE.
           MOVE 0 TO MOVE-CTR.
           MOVE 0 TO TOT-CHARGED.
           MOVE 0 TO TOT-DISC.
           MOVE 0 TO TOT-VOIDED.
           MOVE 0 TO TOT-DEDUCTED.
           MOVE 0 TO TOT-RETURNED.
           MOVE 'N' TO MEALLOG-EOF.
           OPEN INPUT MEALLOG-FILE.
           IF MEALLOG-STATUS = "00"
               READ MEALLOG-FILE
                   AT END MOVE 'Y' TO MEALLOG-EOF
               END-READ
               PERFORM UNTIL MEALLOG-END
                   IF ML-EMPID = STR-EMPID (ST-IX)
                           AND (ASK-PERIOD = 0
                           OR ML-PERIOD = ASK-PERIOD)
                       PERFORM 2200-PRINT-ONE-MOVEMENT
                   END-IF
                   READ MEALLOG-FILE
                       AT END MOVE 'Y' TO MEALLOG-EOF
                   END-READ
               END-PERFORM
               CLOSE MEALLOG-FILE
           ELSE
               IF MEALLOG-STATUS = "05"
                   CLOSE MEALLOG-FILE
               END-IF
           END-IF.
           IF MOVE-CTR = 0
               MOVE "  NO STAFF-MEAL MOVEMENTS." TO PRT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF.
           PERFORM 2300-PRINT-TOTALS.

       2100-FIND-EMPLOYEE-NAME.
           MOVE "(NOT ON THE EMPLOYEE MASTER)" TO EMP-NAME.
           IF EM-FILE-OPEN
               MOVE STR-EMPID (ST-IX) TO EM-EMPID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO EMP-NAME
                       STRING EM-EMPLN DELIMITED BY SPACE
                           ", " DELIMITED BY SIZE
                           EM-EMPFN DELIMITED BY SPACE
                           INTO EMP-NAME
               END-READ
           END-IF.

       2200-PRINT-ONE-MOVEMENT.
           ADD 1 TO MOVE-CTR.
           MOVE ML-AMOUNT TO AMTDP.
           MOVE ML-BALANCE TO BALDP.
           MOVE SPACES TO PRT-LINE.
           EVALUATE ML-TYPE
               WHEN 'C'
                   MOVE "MEAL" TO TYPE-NAME
                   ADD ML-AMOUNT TO TOT-CHARGED
                   ADD ML-DISC TO TOT-DISC
               WHEN 'V'
                   MOVE "VOID" TO TYPE-NAME
                   ADD ML-AMOUNT TO TOT-VOIDED
               WHEN 'D'
                   MOVE "PAYROLL DED" TO TYPE-NAME
                   ADD ML-AMOUNT TO TOT-DEDUCTED
               WHEN OTHER
                   MOVE "PAYROLL RTN" TO TYPE-NAME
                   ADD ML-AMOUNT TO TOT-RETURNED
           END-EVALUATE.
           MOVE ML-BUSDATE TO PRT-LINE (1:8).
           MOVE TYPE-NAME TO PRT-LINE (11:11).
      *    ONLY A CHARGE OR A VOID HAS AN ORDER; ONLY A CHARGE HAS A
      *    MENU PRICE AND DISCOUNT.
           IF ML-TYPE = 'C' OR ML-TYPE = 'V'
               MOVE ML-ONUM TO PRT-LINE (23:7)
           END-IF.
           IF ML-TYPE = 'C'
               MOVE ML-GROSS TO GROSSDP
               MOVE ML-DISC TO DISCDP
               MOVE GROSSDP TO PRT-LINE (33:9)
               MOVE DISCDP TO PRT-LINE (45:9)
           END-IF.
           MOVE AMTDP TO PRT-LINE (57:9).
           MOVE BALDP TO PRT-LINE (68:12).
           PERFORM 8000-PRINT-LINE.

       2300-PRINT-TOTALS.
           MOVE TOT-CHARGED TO TOTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "MEALS CHARGED:       " DELIMITED BY SIZE
               TOTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE TOT-DISC TO TOTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "STAFF DISCOUNT GIVEN:" DELIMITED BY SIZE
               TOTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE TOT-VOIDED TO TOTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "VOIDED:              " DELIMITED BY SIZE
               TOTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE TOT-DEDUCTED TO TOTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "DEDUCTED FROM PAY:   " DELIMITED BY SIZE
               TOTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           IF TOT-RETURNED > 0
               MOVE TOT-RETURNED TO TOTDP
               MOVE SPACES TO PRT-LINE
               STRING "RETURNED BY PAYROLL: " DELIMITED BY SIZE
                   TOTDP DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF.
           MOVE STR-BALANCE (ST-IX) TO TOTDP.
           MOVE SPACES TO PRT-LINE.
           STRING "BALANCE OWED NOW:    " DELIMITED BY SIZE
               TOTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.

       8000-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MEALSTMT.

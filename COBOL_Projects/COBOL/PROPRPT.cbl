      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Company property report off PROPERTY.DAT (PROPMAINT).
      *          [I] lists everything currently issued, by employee,
      *          with the tag, type, issue date and deposit or charge
      *          value, and each employee's total. [S] lists only the
      *          separated employees (EM-STATUS-CODE 'T') who still
      *          have items out -- their final pay is held in
      *          EMPSTATUS until PROPMAINT's clearance, and one whose
      *          final pay went out before the register existed is
      *          flagged as paid. Spooled to PROPRPT_<date>.SPL as
      *          well as shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PROPERTY-FILE
          ASSIGN TO "C:\Users\ADMIN\PROPERTY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PROPERTY-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL FINALPAY-FILE
          ASSIGN TO "C:\Users\ADMIN\FINALPAY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINALPAY-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROPREG-REC.
           COPY "PROPREG.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
      *    EMPSTATUS'S SETTLEMENT LINE -- ONLY THE EMPID MATTERS HERE.
       FD  FINALPAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FINALPAY-REC.
       01  FINALPAY-REC.
           05  FP-EMPID PIC X(5).
           05  FILLER PIC X(47).
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  PROPERTY-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  FINALPAY-STATUS PIC XX.
       01  PROPERTY-EOF PIC X VALUE 'N'.
           88 PROPERTY-END VALUE 'Y'.
       01  FINALPAY-EOF PIC X VALUE 'N'.
           88 FINALPAY-END VALUE 'Y'.
       01  EM-OPEN-SW PIC X VALUE 'N'.
           88 EM-FILE-OPEN VALUE 'Y'.
       01  CHOICE PIC X.
           88 SEPARATED-ONLY VALUE 'S' 's'.
       01  TODAY-DATE PIC 9(8).
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    EVERY ITEM STILL OUT, IN EMPID THEN TAG ORDER.
       01  IS-ROW-CTR PIC 9(4) VALUE 0.
       01  IS-IX PIC 9(4).
       01  IS-JX PIC 9(4).
       01  IS-TABLE.
           05  IS-ROW OCCURS 500 TIMES.
               10  ISR-EMPID PIC X(5).
               10  ISR-TAG PIC X(10).
               10  ISR-ITEM-TYPE PIC X(1).
               10  ISR-DESC PIC X(20).
               10  ISR-ISSUE-DATE PIC 9(8).
               10  ISR-VALUE PIC 9(5)V99.
       01  HOLD-ROW PIC X(51).
      *    THE EMPIDS WHOSE FINAL PAY IS ALREADY ON FINALPAY.DAT.
       01  FP-ROW-CTR PIC 9(4) VALUE 0.
       01  FP-IX PIC 9(4).
       01  FP-TABLE.
           05  FPR-EMPID PIC X(5) OCCURS 500 TIMES.
       01  FP-PAID-SW PIC X.
           88 FP-PAID VALUE 'Y'.
      *    THE EMPLOYEE BEING PRINTED.
       01  CUR-EMPID PIC X(5).
       01  CUR-NAME PIC X(21).
       01  CUR-STATUS PIC X(1).
       01  CUR-SW PIC X.
           88 CUR-WANTED VALUE 'Y'.
       01  EMP-ITEMS PIC 9(3).
       01  EMP-VALUE PIC 9(7)V99.
       01  TOT-EMPS PIC 9(4) VALUE 0.
       01  TOT-ITEMS PIC 9(5) VALUE 0.
       01  TOT-VALUE PIC 9(9)V99 VALUE 0.
       01  ITEM-TYPE-NAME PIC X(8).
       01  VALUEDP PIC ZZ,ZZ9.99.
       01  EMP-VALUEDP PIC Z,ZZZ,ZZ9.99.
       01  TOT-VALUEDP PIC ZZZ,ZZZ,ZZ9.99.
       01  COUNTDP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "COMPANY PROPERTY REPORT".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "[I] EVERYTHING ISSUED, BY EMPLOYEE".
           DISPLAY "[S] SEPARATED EMPLOYEES WITH ITEMS OUT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           PERFORM 1000-LOAD-ISSUED.
           PERFORM 1100-SORT-ISSUED.
           IF SEPARATED-ONLY
               PERFORM 1200-LOAD-FINAL-PAYS
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               MOVE 'Y' TO EM-OPEN-SW
           END-IF.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\PROPRPT_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           PERFORM 2000-PRINT-HEADING.
           MOVE SPACES TO CUR-EMPID.
           PERFORM VARYING IS-IX FROM 1 BY 1
                   UNTIL IS-IX > IS-ROW-CTR
               IF ISR-EMPID (IS-IX) NOT = CUR-EMPID
                   PERFORM 3000-EMPLOYEE-BREAK
               END-IF
               IF CUR-WANTED
                   PERFORM 3100-PRINT-ITEM
               END-IF
           END-PERFORM.
           PERFORM 3200-EMPLOYEE-TOTAL.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE SPOOL-FILE.
           IF EM-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               IF EM-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.
           DISPLAY "REPORT SPOOLED TO " SPOOL-NAME.
           PERFORM 9999-EXIT.

       1000-LOAD-ISSUED.
           MOVE 'N' TO PROPERTY-EOF.
           OPEN INPUT PROPERTY-FILE.
           IF PROPERTY-STATUS = "00"
               READ PROPERTY-FILE
                   AT END MOVE 'Y' TO PROPERTY-EOF
               END-READ
               PERFORM UNTIL PROPERTY-END
                   IF PR-STATUS = 'I' AND IS-ROW-CTR < 500
                       ADD 1 TO IS-ROW-CTR
                       MOVE PR-EMPID TO ISR-EMPID (IS-ROW-CTR)
                       MOVE PR-TAG TO ISR-TAG (IS-ROW-CTR)
                       MOVE PR-ITEM-TYPE TO ISR-ITEM-TYPE (IS-ROW-CTR)
                       MOVE PR-DESC TO ISR-DESC (IS-ROW-CTR)
                       MOVE PR-ISSUE-DATE TO
                           ISR-ISSUE-DATE (IS-ROW-CTR)
                       MOVE PR-VALUE TO ISR-VALUE (IS-ROW-CTR)
                   END-IF
                   READ PROPERTY-FILE
                       AT END MOVE 'Y' TO PROPERTY-EOF
                   END-READ
               END-PERFORM
               CLOSE PROPERTY-FILE
           ELSE
               IF PROPERTY-STATUS = "05"
                   CLOSE PROPERTY-FILE
               END-IF
           END-IF.

       1100-SORT-ISSUED.
      *    EMPID, THEN TAG -- THE SAME THREE-MOVE SWAP AS SWAPPEDVAL.
           PERFORM VARYING IS-IX FROM 1 BY 1
                   UNTIL IS-IX >= IS-ROW-CTR
               PERFORM VARYING IS-JX FROM 1 BY 1
                       UNTIL IS-JX > IS-ROW-CTR - IS-IX
                   IF ISR-EMPID (IS-JX) > ISR-EMPID (IS-JX + 1)
                           OR (ISR-EMPID (IS-JX) = ISR-EMPID (IS-JX + 1)
                           AND ISR-TAG (IS-JX) > ISR-TAG (IS-JX + 1))
                       MOVE IS-ROW (IS-JX) TO HOLD-ROW
                       MOVE IS-ROW (IS-JX + 1) TO IS-ROW (IS-JX)
                       MOVE HOLD-ROW TO IS-ROW (IS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1200-LOAD-FINAL-PAYS.
           MOVE 'N' TO FINALPAY-EOF.
           OPEN INPUT FINALPAY-FILE.
           IF FINALPAY-STATUS = "00"
               READ FINALPAY-FILE
                   AT END MOVE 'Y' TO FINALPAY-EOF
               END-READ
               PERFORM UNTIL FINALPAY-END
                   IF FP-ROW-CTR < 500
                       ADD 1 TO FP-ROW-CTR
                       MOVE FP-EMPID TO FPR-EMPID (FP-ROW-CTR)
                   END-IF
                   READ FINALPAY-FILE
                       AT END MOVE 'Y' TO FINALPAY-EOF
                   END-READ
               END-PERFORM
               CLOSE FINALPAY-FILE
           ELSE
               IF FINALPAY-STATUS = "05"
                   CLOSE FINALPAY-FILE
               END-IF
           END-IF.

       2000-PRINT-HEADING.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF SEPARATED-ONLY
               STRING "SEPARATED EMPLOYEES WITH PROPERTY OUT AS OF "
                   DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING "COMPANY PROPERTY ISSUED AS OF "
                   DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   INTO PRT-LINE
           END-IF.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE "TAG" TO PRT-LINE (5:3).
           MOVE "TYPE" TO PRT-LINE (16:4).
           MOVE "DESCRIPTION" TO PRT-LINE (25:11).
           MOVE "ISSUED" TO PRT-LINE (46:6).
           MOVE "VALUE" TO PRT-LINE (60:5).
           PERFORM 8000-PRINT-LINE.

       3000-EMPLOYEE-BREAK.
           PERFORM 3200-EMPLOYEE-TOTAL.
           MOVE ISR-EMPID (IS-IX) TO CUR-EMPID.
           MOVE 0 TO EMP-ITEMS.
           MOVE 0 TO EMP-VALUE.
           MOVE "(NOT ON THE MASTER)" TO CUR-NAME.
           MOVE SPACE TO CUR-STATUS.
           IF EM-FILE-OPEN
               MOVE CUR-EMPID TO EM-EMPID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO CUR-NAME
                       STRING EM-EMPLN DELIMITED BY SPACE
                           ", " DELIMITED BY SIZE
                           EM-EMPFN DELIMITED BY SPACE
                           INTO CUR-NAME
                       MOVE EM-STATUS-CODE TO CUR-STATUS
               END-READ
           END-IF.
           MOVE 'Y' TO CUR-SW.
           IF SEPARATED-ONLY AND CUR-STATUS NOT = 'T'
               MOVE 'N' TO CUR-SW
           END-IF.
           IF CUR-WANTED
               ADD 1 TO TOT-EMPS
               MOVE SPACES TO PRT-LINE
               PERFORM 8000-PRINT-LINE
               MOVE SPACES TO PRT-LINE
               MOVE CUR-EMPID TO PRT-LINE (1:5)
               MOVE CUR-NAME TO PRT-LINE (8:21)
               EVALUATE CUR-STATUS
                   WHEN 'A'
                       MOVE "ACTIVE" TO PRT-LINE (31:10)
                   WHEN 'L'
                       MOVE "ON LEAVE" TO PRT-LINE (31:10)
                   WHEN 'T'
                       MOVE "TERMINATED" TO PRT-LINE (31:10)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SEPARATED-ONLY
                   PERFORM 3300-CHECK-FINAL-PAY
                   IF FP-PAID
                       MOVE "FINAL PAY ALREADY PAID" TO
                           PRT-LINE (43:22)
                   ELSE
                       MOVE "FINAL PAY HELD" TO PRT-LINE (43:14)
                   END-IF
               END-IF
               PERFORM 8000-PRINT-LINE
           END-IF.

       3100-PRINT-ITEM.
           ADD 1 TO EMP-ITEMS.
           ADD ISR-VALUE (IS-IX) TO EMP-VALUE.
           ADD 1 TO TOT-ITEMS.
           ADD ISR-VALUE (IS-IX) TO TOT-VALUE.
           EVALUATE ISR-ITEM-TYPE (IS-IX)
               WHEN 'U'
                   MOVE "UNIFORM" TO ITEM-TYPE-NAME
               WHEN 'I'
                   MOVE "ID CARD" TO ITEM-TYPE-NAME
               WHEN 'K'
                   MOVE "KEY" TO ITEM-TYPE-NAME
               WHEN 'H'
                   MOVE "HELMET" TO ITEM-TYPE-NAME
               WHEN OTHER
                   MOVE "OTHER" TO ITEM-TYPE-NAME
           END-EVALUATE.
           MOVE ISR-VALUE (IS-IX) TO VALUEDP.
           MOVE SPACES TO PRT-LINE.
           MOVE ISR-TAG (IS-IX) TO PRT-LINE (5:10).
           MOVE ITEM-TYPE-NAME TO PRT-LINE (16:8).
           MOVE ISR-DESC (IS-IX) TO PRT-LINE (25:20).
           MOVE ISR-ISSUE-DATE (IS-IX) TO PRT-LINE (46:8).
           MOVE VALUEDP TO PRT-LINE (56:9).
           PERFORM 8000-PRINT-LINE.

       3200-EMPLOYEE-TOTAL.
           IF CUR-EMPID NOT = SPACES AND CUR-WANTED
               MOVE EMP-VALUE TO EMP-VALUEDP
               MOVE SPACES TO PRT-LINE
               MOVE EMP-ITEMS TO COUNTDP
               STRING "    ITEMS OUT: " DELIMITED BY SIZE
                   COUNTDP DELIMITED BY SIZE
                   INTO PRT-LINE
               MOVE "TOTAL" TO PRT-LINE (46:5)
               MOVE EMP-VALUEDP TO PRT-LINE (53:12)
               PERFORM 8000-PRINT-LINE
           END-IF.

       3300-CHECK-FINAL-PAY.
           MOVE 'N' TO FP-PAID-SW.
           PERFORM VARYING FP-IX FROM 1 BY 1
                   UNTIL FP-IX > FP-ROW-CTR OR FP-PAID
               IF FPR-EMPID (FP-IX) = CUR-EMPID
                   MOVE 'Y' TO FP-PAID-SW
               END-IF
           END-PERFORM.

       4000-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '-' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE TOT-EMPS TO COUNTDP.
           STRING "EMPLOYEES: " DELIMITED BY SIZE
               COUNTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE TOT-ITEMS TO COUNTDP.
           STRING "ITEMS OUT: " DELIMITED BY SIZE
               COUNTDP DELIMITED BY SIZE
               INTO PRT-LINE.
           MOVE TOT-VALUE TO TOT-VALUEDP.
           MOVE "TOTAL" TO PRT-LINE (46:5).
           MOVE TOT-VALUEDP TO PRT-LINE (51:14).
           PERFORM 8000-PRINT-LINE.

       8000-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM PROPRPT.

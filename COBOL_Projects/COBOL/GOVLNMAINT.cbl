      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance screen for the GOVLOAN.DAT government
      *          salary-loan master -- add or change an SSS salary
      *          loan or Pag-IBIG multi-purpose loan off the agency's
      *          amortization notice, keyed by EMPID plus loan number:
      *          the agency, monthly amortization, start month and
      *          balance still owed. COMPUTE-PAY takes half the
      *          amortization each semi-monthly period; GOVLNREMIT
      *          builds the monthly per-agency loan remittance from
      *          what was actually withheld.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOVLNMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL GOVLOAN-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVLOAN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLOAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GOVLOAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLOAN-REC.
           COPY "GOVLOAN.CPY".

       WORKING-STORAGE SECTION.
       01  GOVLOAN-STATUS PIC XX.
       01  GOVLOAN-EOF PIC X VALUE 'N'.
           88 GOVLOAN-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF GOVLOAN.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS GARNMAINT.
       01  LN-ROW-CTR PIC 9(3) VALUE 0.
       01  LN-FOUND-SW PIC X VALUE 'N'.
           88 LN-FOUND-ROW VALUE 'Y'.
       01  LN-IX PIC 9(3).
       01  LN-TABLE.
           05  LN-ROW OCCURS 100 TIMES.
               10  LNR-EMPID PIC X(5).
               10  LNR-AGENCY PIC X(4).
               10  LNR-LOAN-NO PIC X(12).
               10  LNR-MONTHLY-AMORT PIC 9(5)V99.
               10  LNR-START-MONTH PIC 9(6).
               10  LNR-BALANCE PIC 9(7)V99.
               10  LNR-STATUS PIC X(1).
       01  WRK-EMPID PIC X(5).
       01  WRK-LOAN-NO PIC X(12).
       01  WRK-MONTH PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GOVERNMENT SALARY-LOAN MAINTENANCE".
           PERFORM LOAD-GOVLOAN-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE A GOVERNMENT LOAN"
               DISPLAY "[L] LIST GOVERNMENT LOANS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-OR-CHANGE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-RECORDS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ADD-OR-CHANGE.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           DISPLAY "AGENCY LOAN NUMBER: "
           ACCEPT WRK-LOAN-NO
           PERFORM FIND-GOVLOAN-ROW
           IF NOT LN-FOUND-ROW
               IF LN-ROW-CTR = 100
                   DISPLAY "GOVERNMENT-LOAN TABLE FULL."
               ELSE
                   ADD 1 TO LN-ROW-CTR
                   MOVE LN-ROW-CTR TO LN-IX
                   MOVE WRK-EMPID TO LNR-EMPID (LN-IX)
                   MOVE WRK-LOAN-NO TO LNR-LOAN-NO (LN-IX)
                   MOVE 'Y' TO LN-FOUND-SW
               END-IF
           END-IF
           IF LN-FOUND-ROW
      *    ONLY THE TWO AGENCIES THAT LEND AGAINST SALARY -- ANY
      *    OTHER CODE WOULD NEVER FIND ITS WAY ONTO A REMITTANCE.
               DISPLAY "AGENCY (SSS OR HDMF): "
               ACCEPT LNR-AGENCY (LN-IX)
               INSPECT LNR-AGENCY (LN-IX) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM UNTIL LNR-AGENCY (LN-IX) = "SSS "
                       OR LNR-AGENCY (LN-IX) = "HDMF"
                   DISPLAY "INVALID - AGENCY MUST BE SSS OR HDMF: "
                   ACCEPT LNR-AGENCY (LN-IX)
                   INSPECT LNR-AGENCY (LN-IX) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-PERFORM
               DISPLAY "MONTHLY AMORTIZATION: "
               ACCEPT LNR-MONTHLY-AMORT (LN-IX)
               PERFORM UNTIL LNR-MONTHLY-AMORT (LN-IX) > 0
                   DISPLAY "INVALID - A ZERO AMORTIZATION IS A TYPO: "
                   ACCEPT LNR-MONTHLY-AMORT (LN-IX)
               END-PERFORM
               DISPLAY "FIRST MONTH DEDUCTED (YYYYMM): "
               ACCEPT LNR-START-MONTH (LN-IX)
               MOVE LNR-START-MONTH (LN-IX) (5:2) TO WRK-MONTH
               PERFORM UNTIL WRK-MONTH > 0 AND WRK-MONTH < 13
                       AND LNR-START-MONTH (LN-IX) > 190000
                   DISPLAY "INVALID - ENTER THE MONTH AS YYYYMM: "
                   ACCEPT LNR-START-MONTH (LN-IX)
                   MOVE LNR-START-MONTH (LN-IX) (5:2) TO WRK-MONTH
               END-PERFORM
               DISPLAY "BALANCE STILL OWED: "
               ACCEPT LNR-BALANCE (LN-IX)
      *    A LOAN KEYED WITH NOTHING OWED IS ALREADY PAID -- IT IS
      *    FILED THAT WAY SO COMPUTE-PAY NEVER TAKES IT.
               IF LNR-BALANCE (LN-IX) > 0
                   MOVE 'A' TO LNR-STATUS (LN-IX)
               ELSE
                   MOVE 'P' TO LNR-STATUS (LN-IX)
               END-IF
               PERFORM REWRITE-GOVLOAN-FILE
               DISPLAY "GOVERNMENT LOAN SAVED."
           END-IF.

       LIST-RECORDS.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-ROW-CTR
               DISPLAY LNR-EMPID (LN-IX) " "
                   LNR-AGENCY (LN-IX) " LOAN "
                   LNR-LOAN-NO (LN-IX) " "
                   LNR-MONTHLY-AMORT (LN-IX) "/MONTH FROM "
                   LNR-START-MONTH (LN-IX) " BAL "
                   LNR-BALANCE (LN-IX) " STATUS "
                   LNR-STATUS (LN-IX)
           END-PERFORM.
           DISPLAY "GOVERNMENT LOANS ON FILE: " LN-ROW-CTR.

       FIND-GOVLOAN-ROW.
           MOVE 'N' TO LN-FOUND-SW.
           MOVE 1 TO LN-IX.
           PERFORM UNTIL LN-IX > LN-ROW-CTR OR LN-FOUND-ROW
               IF LNR-EMPID (LN-IX) = WRK-EMPID
                       AND LNR-LOAN-NO (LN-IX) = WRK-LOAN-NO
                   MOVE 'Y' TO LN-FOUND-SW
               ELSE
                   ADD 1 TO LN-IX
               END-IF
           END-PERFORM.

       LOAD-GOVLOAN-TABLE.
      *    GOVLOAN-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO LN-ROW-CTR.
           MOVE 'N' TO GOVLOAN-EOF.
           OPEN INPUT GOVLOAN-FILE.
           IF GOVLOAN-STATUS = "00"
               READ GOVLOAN-FILE
                   AT END MOVE 'Y' TO GOVLOAN-EOF
               END-READ
               PERFORM UNTIL GOVLOAN-END
                   IF LN-ROW-CTR < 100
                       ADD 1 TO LN-ROW-CTR
                       MOVE LN-EMPID TO LNR-EMPID (LN-ROW-CTR)
                       MOVE LN-AGENCY TO LNR-AGENCY (LN-ROW-CTR)
                       MOVE LN-LOAN-NO TO LNR-LOAN-NO (LN-ROW-CTR)
                       MOVE LN-MONTHLY-AMORT
                           TO LNR-MONTHLY-AMORT (LN-ROW-CTR)
                       MOVE LN-START-MONTH
                           TO LNR-START-MONTH (LN-ROW-CTR)
                       MOVE LN-BALANCE TO LNR-BALANCE (LN-ROW-CTR)
                       MOVE LN-STATUS TO LNR-STATUS (LN-ROW-CTR)
                   END-IF
                   READ GOVLOAN-FILE
                       AT END MOVE 'Y' TO GOVLOAN-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVLOAN-FILE
           ELSE
               IF GOVLOAN-STATUS = "05"
                   CLOSE GOVLOAN-FILE
               END-IF
           END-IF.

       REWRITE-GOVLOAN-FILE.
           OPEN OUTPUT GOVLOAN-FILE.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-ROW-CTR
               MOVE LNR-EMPID (LN-IX) TO LN-EMPID
               MOVE LNR-AGENCY (LN-IX) TO LN-AGENCY
               MOVE LNR-LOAN-NO (LN-IX) TO LN-LOAN-NO
               MOVE LNR-MONTHLY-AMORT (LN-IX) TO LN-MONTHLY-AMORT
               MOVE LNR-START-MONTH (LN-IX) TO LN-START-MONTH
               MOVE LNR-BALANCE (LN-IX) TO LN-BALANCE
               MOVE LNR-STATUS (LN-IX) TO LN-STATUS
               WRITE GOVLOAN-REC
           END-PERFORM.
           CLOSE GOVLOAN-FILE.
       END PROGRAM GOVLNMAINT.

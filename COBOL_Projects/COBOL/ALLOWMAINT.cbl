      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance screen for the allowance tables -- the
      *          ALLOWTYPE.DAT type table (code, description and the
      *          annual ceiling up to which the type is a non-taxable
      *          de minimis benefit) and the ALLOWANCE.DAT employee
      *          master (EMPID, type code and amount per period). An
      *          employee's allowance must name a type already on the
      *          table, so COMPUTE-PAY always knows its ceiling. A
      *          zero amount stops an allowance without losing the
      *          non-taxable amount already paid this year.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOWMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ALLOWTYPE-FILE
          ASSIGN TO "C:\Users\ADMIN\ALLOWTYPE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ALLOWTYPE-STATUS.
          SELECT OPTIONAL ALLOWANCE-FILE
          ASSIGN TO "C:\Users\ADMIN\ALLOWANCE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ALLOWANCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOWTYPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALLOWTYPE-REC.
           COPY "ALLOWTYPE.CPY".
       FD  ALLOWANCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ALLOWANCE-REC.
           COPY "ALLOWANCE.CPY".

       WORKING-STORAGE SECTION.
       01  ALLOWTYPE-STATUS PIC XX.
       01  ALLOWANCE-STATUS PIC XX.
       01  ALLOWTYPE-EOF PIC X VALUE 'N'.
           88 ALLOWTYPE-END VALUE 'Y'.
       01  ALLOWANCE-EOF PIC X VALUE 'N'.
           88 ALLOWANCE-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPIES OF BOTH FILES -- SAME LOAD/REWRITE IDIOM
      *    AS GARNMAINT.
       01  AY-ROW-CTR PIC 9(2) VALUE 0.
       01  AY-FOUND-SW PIC X VALUE 'N'.
           88 AY-FOUND-ROW VALUE 'Y'.
       01  AY-IX PIC 9(2).
       01  AY-TABLE.
           05  AY-ROW OCCURS 30 TIMES.
               10  AYR-CODE PIC X(4).
               10  AYR-DESC PIC X(20).
               10  AYR-ANNUAL-CEIL PIC 9(7)V99.
       01  AW-ROW-CTR PIC 9(3) VALUE 0.
       01  AW-FOUND-SW PIC X VALUE 'N'.
           88 AW-FOUND-ROW VALUE 'Y'.
       01  AW-IX PIC 9(3).
       01  AW-TABLE.
           05  AW-ROW OCCURS 300 TIMES.
               10  AWR-EMPID PIC X(5).
               10  AWR-CODE PIC X(4).
               10  AWR-PER-AMT PIC 9(5)V99.
               10  AWR-YTD-YEAR PIC 9(4).
               10  AWR-YTD-NONTAX PIC 9(7)V99.
       01  WRK-EMPID PIC X(5).
       01  WRK-CODE PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ALLOWANCE / DE MINIMIS MAINTENANCE".
           PERFORM LOAD-ALLOWTYPE-TABLE.
           PERFORM LOAD-ALLOWANCE-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[T] ADD OR CHANGE AN ALLOWANCE TYPE"
               DISPLAY "[A] ADD OR CHANGE AN EMPLOYEE ALLOWANCE"
               DISPLAY "[L] LIST TYPES AND ALLOWANCES"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'T' WHEN 't'
                       PERFORM ADD-OR-CHANGE-TYPE
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-OR-CHANGE-ALLOWANCE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-RECORDS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ADD-OR-CHANGE-TYPE.
           DISPLAY "ALLOWANCE TYPE CODE: "
           ACCEPT WRK-CODE
           INSPECT WRK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WRK-CODE = SPACES
               DISPLAY "A BLANK CODE IS NOT A TYPE."
           ELSE
               PERFORM FIND-ALLOWTYPE-ROW
               IF NOT AY-FOUND-ROW
                   IF AY-ROW-CTR = 30
                       DISPLAY "ALLOWANCE-TYPE TABLE FULL."
                   ELSE
                       ADD 1 TO AY-ROW-CTR
                       MOVE AY-ROW-CTR TO AY-IX
                       MOVE WRK-CODE TO AYR-CODE (AY-IX)
                       MOVE 'Y' TO AY-FOUND-SW
                   END-IF
               END-IF
               IF AY-FOUND-ROW
                   DISPLAY "DESCRIPTION: "
                   ACCEPT AYR-DESC (AY-IX)
                   DISPLAY "ANNUAL NON-TAXABLE CEILING "
                       "(0 = FULLY TAXABLE): "
                   ACCEPT AYR-ANNUAL-CEIL (AY-IX)
                   PERFORM REWRITE-ALLOWTYPE-FILE
                   DISPLAY "ALLOWANCE TYPE SAVED."
               END-IF
           END-IF.

       ADD-OR-CHANGE-ALLOWANCE.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           DISPLAY "ALLOWANCE TYPE CODE: "
           ACCEPT WRK-CODE
           INSPECT WRK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *    AN UNKNOWN TYPE HAS NO CEILING TO SPLIT AGAINST -- IT
      *    MUST GO ON THE TYPE TABLE FIRST.
           PERFORM FIND-ALLOWTYPE-ROW
           IF NOT AY-FOUND-ROW
               DISPLAY "TYPE " WRK-CODE " IS NOT ON THE TYPE TABLE "
                   "- ADD IT WITH [T] FIRST."
           ELSE
               PERFORM FIND-ALLOWANCE-ROW
               IF NOT AW-FOUND-ROW
                   IF AW-ROW-CTR = 300
                       DISPLAY "ALLOWANCE TABLE FULL."
                   ELSE
                       ADD 1 TO AW-ROW-CTR
                       MOVE AW-ROW-CTR TO AW-IX
                       MOVE WRK-EMPID TO AWR-EMPID (AW-IX)
                       MOVE WRK-CODE TO AWR-CODE (AW-IX)
                       MOVE 0 TO AWR-YTD-YEAR (AW-IX)
                       MOVE 0 TO AWR-YTD-NONTAX (AW-IX)
                       MOVE 'Y' TO AW-FOUND-SW
                   END-IF
               END-IF
               IF AW-FOUND-ROW
                   DISPLAY "AMOUNT PER PERIOD (0 STOPS IT): "
                   ACCEPT AWR-PER-AMT (AW-IX)
                   PERFORM REWRITE-ALLOWANCE-FILE
                   DISPLAY "EMPLOYEE ALLOWANCE SAVED."
               END-IF
           END-IF.

       LIST-RECORDS.
           PERFORM VARYING AY-IX FROM 1 BY 1
                   UNTIL AY-IX > AY-ROW-CTR
               DISPLAY "TYPE " AYR-CODE (AY-IX) " "
                   AYR-DESC (AY-IX) " CEILING "
                   AYR-ANNUAL-CEIL (AY-IX)
           END-PERFORM.
           DISPLAY "ALLOWANCE TYPES ON FILE: " AY-ROW-CTR.
           PERFORM VARYING AW-IX FROM 1 BY 1
                   UNTIL AW-IX > AW-ROW-CTR
               DISPLAY AWR-EMPID (AW-IX) " "
                   AWR-CODE (AW-IX) " "
                   AWR-PER-AMT (AW-IX) "/PERIOD NON-TAX PAID "
                   AWR-YTD-YEAR (AW-IX) ": "
                   AWR-YTD-NONTAX (AW-IX)
           END-PERFORM.
           DISPLAY "EMPLOYEE ALLOWANCES ON FILE: " AW-ROW-CTR.

       FIND-ALLOWTYPE-ROW.
           MOVE 'N' TO AY-FOUND-SW.
           MOVE 1 TO AY-IX.
           PERFORM UNTIL AY-IX > AY-ROW-CTR OR AY-FOUND-ROW
               IF AYR-CODE (AY-IX) = WRK-CODE
                   MOVE 'Y' TO AY-FOUND-SW
               ELSE
                   ADD 1 TO AY-IX
               END-IF
           END-PERFORM.

       FIND-ALLOWANCE-ROW.
           MOVE 'N' TO AW-FOUND-SW.
           MOVE 1 TO AW-IX.
           PERFORM UNTIL AW-IX > AW-ROW-CTR OR AW-FOUND-ROW
               IF AWR-EMPID (AW-IX) = WRK-EMPID
                       AND AWR-CODE (AW-IX) = WRK-CODE
                   MOVE 'Y' TO AW-FOUND-SW
               ELSE
                   ADD 1 TO AW-IX
               END-IF
           END-PERFORM.

       LOAD-ALLOWTYPE-TABLE.
      *    BOTH FILES ARE OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM EMPTY TABLES INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO AY-ROW-CTR.
           MOVE 'N' TO ALLOWTYPE-EOF.
           OPEN INPUT ALLOWTYPE-FILE.
           IF ALLOWTYPE-STATUS = "00"
               READ ALLOWTYPE-FILE
                   AT END MOVE 'Y' TO ALLOWTYPE-EOF
               END-READ
               PERFORM UNTIL ALLOWTYPE-END
                   IF AY-ROW-CTR < 30
                       ADD 1 TO AY-ROW-CTR
                       MOVE AY-CODE TO AYR-CODE (AY-ROW-CTR)
                       MOVE AY-DESC TO AYR-DESC (AY-ROW-CTR)
                       MOVE AY-ANNUAL-CEIL
                           TO AYR-ANNUAL-CEIL (AY-ROW-CTR)
                   END-IF
                   READ ALLOWTYPE-FILE
                       AT END MOVE 'Y' TO ALLOWTYPE-EOF
                   END-READ
               END-PERFORM
               CLOSE ALLOWTYPE-FILE
           ELSE
               IF ALLOWTYPE-STATUS = "05"
                   CLOSE ALLOWTYPE-FILE
               END-IF
           END-IF.

       LOAD-ALLOWANCE-TABLE.
           MOVE 0 TO AW-ROW-CTR.
           MOVE 'N' TO ALLOWANCE-EOF.
           OPEN INPUT ALLOWANCE-FILE.
           IF ALLOWANCE-STATUS = "00"
               READ ALLOWANCE-FILE
                   AT END MOVE 'Y' TO ALLOWANCE-EOF
               END-READ
               PERFORM UNTIL ALLOWANCE-END
                   IF AW-ROW-CTR < 300
                       ADD 1 TO AW-ROW-CTR
                       MOVE AW-EMPID TO AWR-EMPID (AW-ROW-CTR)
                       MOVE AW-CODE TO AWR-CODE (AW-ROW-CTR)
                       MOVE AW-PER-AMT TO AWR-PER-AMT (AW-ROW-CTR)
                       MOVE AW-YTD-YEAR TO AWR-YTD-YEAR (AW-ROW-CTR)
                       MOVE AW-YTD-NONTAX
                           TO AWR-YTD-NONTAX (AW-ROW-CTR)
                   END-IF
                   READ ALLOWANCE-FILE
                       AT END MOVE 'Y' TO ALLOWANCE-EOF
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-FILE
           ELSE
               IF ALLOWANCE-STATUS = "05"
                   CLOSE ALLOWANCE-FILE
               END-IF
           END-IF.

       REWRITE-ALLOWTYPE-FILE.
           OPEN OUTPUT ALLOWTYPE-FILE.
           PERFORM VARYING AY-IX FROM 1 BY 1
                   UNTIL AY-IX > AY-ROW-CTR
               MOVE AYR-CODE (AY-IX) TO AY-CODE
               MOVE AYR-DESC (AY-IX) TO AY-DESC
               MOVE AYR-ANNUAL-CEIL (AY-IX) TO AY-ANNUAL-CEIL
               WRITE ALLOWTYPE-REC
           END-PERFORM.
           CLOSE ALLOWTYPE-FILE.

       REWRITE-ALLOWANCE-FILE.
           OPEN OUTPUT ALLOWANCE-FILE.
           PERFORM VARYING AW-IX FROM 1 BY 1
                   UNTIL AW-IX > AW-ROW-CTR
               MOVE AWR-EMPID (AW-IX) TO AW-EMPID
               MOVE AWR-CODE (AW-IX) TO AW-CODE
               MOVE AWR-PER-AMT (AW-IX) TO AW-PER-AMT
               MOVE AWR-YTD-YEAR (AW-IX) TO AW-YTD-YEAR
               MOVE AWR-YTD-NONTAX (AW-IX) TO AW-YTD-NONTAX
               WRITE ALLOWANCE-REC
           END-PERFORM.
           CLOSE ALLOWANCE-FILE.
       END PROGRAM ALLOWMAINT.

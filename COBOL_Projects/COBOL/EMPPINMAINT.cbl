      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance screen for the EMPPIN.DAT employee
      *          inquiry PINs -- the office sets a new employee's
      *          four-digit PIN, or resets a forgotten one, so the
      *          employee can look up their own pay, leave, loans,
      *          punches and schedule at the TIMECLOCK terminal
      *          instead of lining up at the office. The list shows
      *          who has a PIN and when it was set, never the PIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPINMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL EMPPIN-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPPIN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EMPPIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPPIN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPPIN-REC.
           COPY "EMPPIN.CPY".

       WORKING-STORAGE SECTION.
       01  EMPPIN-STATUS PIC XX.
       01  EMPPIN-EOF PIC X VALUE 'N'.
           88 EMPPIN-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF EMPPIN.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS GARNMAINT.
       01  EN-ROW-CTR PIC 9(3) VALUE 0.
       01  EN-FOUND-SW PIC X VALUE 'N'.
           88 EN-FOUND-ROW VALUE 'Y'.
       01  EN-IX PIC 9(3).
       01  EN-TABLE.
           05  EN-ROW OCCURS 300 TIMES.
               10  ENR-EMPID PIC X(5).
               10  ENR-PIN PIC X(4).
               10  ENR-SET-DATE PIC 9(8).
       01  WRK-EMPID PIC X(5).
       01  WRK-PIN PIC X(4).
       01  WRK-PIN2 PIC X(4).
       01  TODAY-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EMPLOYEE INQUIRY PIN MAINTENANCE".
           PERFORM LOAD-EMPPIN-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] SET OR RESET AN EMPLOYEE PIN"
               DISPLAY "[L] LIST EMPLOYEES WITH A PIN"
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
           PERFORM FIND-EMPPIN-ROW
           IF NOT EN-FOUND-ROW
               IF EN-ROW-CTR = 300
                   DISPLAY "EMPLOYEE PIN TABLE FULL."
               ELSE
                   ADD 1 TO EN-ROW-CTR
                   MOVE EN-ROW-CTR TO EN-IX
                   MOVE WRK-EMPID TO ENR-EMPID (EN-IX)
                   MOVE 'Y' TO EN-FOUND-SW
               END-IF
           END-IF
           IF EN-FOUND-ROW
      *    FOUR DIGITS, KEYED TWICE -- A MISTYPED PIN WOULD LOCK THE
      *    EMPLOYEE OUT UNTIL THE NEXT TRIP TO THE OFFICE.
               MOVE SPACES TO WRK-PIN
               MOVE "*" TO WRK-PIN2
               PERFORM UNTIL WRK-PIN IS NUMERIC AND WRK-PIN = WRK-PIN2
                   DISPLAY "NEW 4-DIGIT PIN: "
                   ACCEPT WRK-PIN
                   DISPLAY "KEY THE PIN AGAIN: "
                   ACCEPT WRK-PIN2
                   IF WRK-PIN IS NOT NUMERIC
                       DISPLAY "INVALID - THE PIN MUST BE 4 DIGITS."
                   ELSE
                       IF WRK-PIN NOT = WRK-PIN2
                           DISPLAY "INVALID - THE TWO PINS DIFFER."
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-PIN TO ENR-PIN (EN-IX)
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-DATE TO ENR-SET-DATE (EN-IX)
               PERFORM REWRITE-EMPPIN-FILE
               DISPLAY "EMPLOYEE PIN SAVED."
           END-IF.

       LIST-RECORDS.
           PERFORM VARYING EN-IX FROM 1 BY 1
                   UNTIL EN-IX > EN-ROW-CTR
               DISPLAY ENR-EMPID (EN-IX) " PIN SET "
                   ENR-SET-DATE (EN-IX)
           END-PERFORM.
           DISPLAY "EMPLOYEE PINS ON FILE: " EN-ROW-CTR.

       FIND-EMPPIN-ROW.
           MOVE 'N' TO EN-FOUND-SW.
           MOVE 1 TO EN-IX.
           PERFORM UNTIL EN-IX > EN-ROW-CTR OR EN-FOUND-ROW
               IF ENR-EMPID (EN-IX) = WRK-EMPID
                   MOVE 'Y' TO EN-FOUND-SW
               ELSE
                   ADD 1 TO EN-IX
               END-IF
           END-PERFORM.

       LOAD-EMPPIN-TABLE.
      *    EMPPIN-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO EN-ROW-CTR.
           MOVE 'N' TO EMPPIN-EOF.
           OPEN INPUT EMPPIN-FILE.
           IF EMPPIN-STATUS = "00"
               READ EMPPIN-FILE
                   AT END MOVE 'Y' TO EMPPIN-EOF
               END-READ
               PERFORM UNTIL EMPPIN-END
                   IF EN-ROW-CTR < 300
                       ADD 1 TO EN-ROW-CTR
                       MOVE EN-EMPID TO ENR-EMPID (EN-ROW-CTR)
                       MOVE EN-PIN TO ENR-PIN (EN-ROW-CTR)
                       MOVE EN-SET-DATE TO ENR-SET-DATE (EN-ROW-CTR)
                   END-IF
                   READ EMPPIN-FILE
                       AT END MOVE 'Y' TO EMPPIN-EOF
                   END-READ
               END-PERFORM
               CLOSE EMPPIN-FILE
           ELSE
               IF EMPPIN-STATUS = "05"
                   CLOSE EMPPIN-FILE
               END-IF
           END-IF.

       REWRITE-EMPPIN-FILE.
           OPEN OUTPUT EMPPIN-FILE.
           PERFORM VARYING EN-IX FROM 1 BY 1
                   UNTIL EN-IX > EN-ROW-CTR
               MOVE ENR-EMPID (EN-IX) TO EN-EMPID
               MOVE ENR-PIN (EN-IX) TO EN-PIN
               MOVE ENR-SET-DATE (EN-IX) TO EN-SET-DATE
               WRITE EMPPIN-REC
           END-PERFORM.
           CLOSE EMPPIN-FILE.
       END PROGRAM EMPPINMAINT.

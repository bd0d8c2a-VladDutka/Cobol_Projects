      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance screen for the CREWSTD.DAT labor
      *          standards -- per position code, the transactions one
      *          crew member handles in an hour and the minimum crew
      *          kept on while open. SCHEDPROP divides the averaged
      *          hourly sales curve by these to size the proposed
      *          week schedule. A position with no standard gets no
      *          demand-driven slots.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREWSTDM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL CREWSTD-FILE
          ASSIGN TO "C:\Users\ADMIN\CREWSTD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CREWSTD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREWSTD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREWSTD-REC.
           COPY "CREWSTD.CPY".

       WORKING-STORAGE SECTION.
       01  CREWSTD-STATUS PIC XX.
       01  CREWSTD-EOF PIC X VALUE 'N'.
           88 CREWSTD-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPY OF CREWSTD.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS GOVLNMAINT.
       01  CS-ROW-CTR PIC 9(2) VALUE 0.
       01  CS-FOUND-SW PIC X VALUE 'N'.
           88 CS-FOUND-ROW VALUE 'Y'.
       01  CS-IX PIC 9(2).
       01  CS-TABLE.
           05  CS-ROW OCCURS 20 TIMES.
               10  CSR-POSTC PIC X(1).
               10  CSR-TXN-PER-HOUR PIC 9(3).
               10  CSR-MIN-CREW PIC 9(1).
       01  WRK-POSTC PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CREW LABOR STANDARDS MAINTENANCE".
           PERFORM LOAD-CREWSTD-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE A POSITION STANDARD"
               DISPLAY "[L] LIST POSITION STANDARDS"
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
           GOBACK.

       ADD-OR-CHANGE.
           DISPLAY "POSITION CODE: "
           ACCEPT WRK-POSTC
           PERFORM FIND-CREWSTD-ROW
           IF NOT CS-FOUND-ROW
               IF CS-ROW-CTR = 20
                   DISPLAY "LABOR-STANDARD TABLE FULL."
               ELSE
                   ADD 1 TO CS-ROW-CTR
                   MOVE CS-ROW-CTR TO CS-IX
                   MOVE WRK-POSTC TO CSR-POSTC (CS-IX)
                   MOVE 'Y' TO CS-FOUND-SW
               END-IF
           END-IF
           IF CS-FOUND-ROW
               DISPLAY "TRANSACTIONS ONE CREW MEMBER HANDLES PER "
                   "HOUR: "
               ACCEPT CSR-TXN-PER-HOUR (CS-IX)
      *    A ZERO STANDARD WOULD DIVIDE THE CURVE BY NOTHING.
               PERFORM UNTIL CSR-TXN-PER-HOUR (CS-IX) > 0
                   DISPLAY "INVALID - THE STANDARD MUST BE OVER 0: "
                   ACCEPT CSR-TXN-PER-HOUR (CS-IX)
               END-PERFORM
               DISPLAY "MINIMUM CREW ON WHILE OPEN (0-9): "
               ACCEPT CSR-MIN-CREW (CS-IX)
               PERFORM REWRITE-CREWSTD-FILE
               DISPLAY "LABOR STANDARD SAVED."
           END-IF.

       LIST-RECORDS.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR
               DISPLAY "POSITION " CSR-POSTC (CS-IX) " "
                   CSR-TXN-PER-HOUR (CS-IX) " TXNS/CREW-HOUR, MIN "
                   CSR-MIN-CREW (CS-IX) " ON WHILE OPEN"
           END-PERFORM.
           DISPLAY "POSITION STANDARDS ON FILE: " CS-ROW-CTR.

       FIND-CREWSTD-ROW.
           MOVE 'N' TO CS-FOUND-SW.
           MOVE 1 TO CS-IX.
           PERFORM UNTIL CS-IX > CS-ROW-CTR OR CS-FOUND-ROW
               IF CSR-POSTC (CS-IX) = WRK-POSTC
                   MOVE 'Y' TO CS-FOUND-SW
               ELSE
                   ADD 1 TO CS-IX
               END-IF
           END-PERFORM.

       LOAD-CREWSTD-TABLE.
      *    CREWSTD-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO CS-ROW-CTR.
           MOVE 'N' TO CREWSTD-EOF.
           OPEN INPUT CREWSTD-FILE.
           IF CREWSTD-STATUS = "00"
               READ CREWSTD-FILE
                   AT END MOVE 'Y' TO CREWSTD-EOF
               END-READ
               PERFORM UNTIL CREWSTD-END
                   IF CS-ROW-CTR < 20
                       ADD 1 TO CS-ROW-CTR
                       MOVE CS-POSTC TO CSR-POSTC (CS-ROW-CTR)
                       MOVE CS-TXN-PER-HOUR
                           TO CSR-TXN-PER-HOUR (CS-ROW-CTR)
                       MOVE CS-MIN-CREW TO CSR-MIN-CREW (CS-ROW-CTR)
                   END-IF
                   READ CREWSTD-FILE
                       AT END MOVE 'Y' TO CREWSTD-EOF
                   END-READ
               END-PERFORM
               CLOSE CREWSTD-FILE
           ELSE
               IF CREWSTD-STATUS = "05"
                   CLOSE CREWSTD-FILE
               END-IF
           END-IF.

       REWRITE-CREWSTD-FILE.
           OPEN OUTPUT CREWSTD-FILE.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR
               MOVE CSR-POSTC (CS-IX) TO CS-POSTC
               MOVE CSR-TXN-PER-HOUR (CS-IX) TO CS-TXN-PER-HOUR
               MOVE CSR-MIN-CREW (CS-IX) TO CS-MIN-CREW
               WRITE CREWSTD-REC
           END-PERFORM.
           CLOSE CREWSTD-FILE.
       END PROGRAM CREWSTDM.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance for the POSRATE.DAT effective-dated
      *          position-rate table -- list the rates, append a new
      *          one, and refuse to save unless every row names a
      *          position, every rate is over zero, and each
      *          position's effective dates ascend (the rate in
      *          effect on a date is the last row for the position on
      *          or before it, so order matters). The previous
      *          version is kept as a dated backup the way MINWMAINT
      *          keeps its table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL POSRATE-FILE
          ASSIGN TO "C:\Users\ADMIN\POSRATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POSRATE-STATUS.
          SELECT BACKUP-FILE
          ASSIGN TO BACKUP-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSRATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS POSRATE-REC.
           COPY "POSRATE.CPY".
       FD  BACKUP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BACKUP-LINE.
       01  BACKUP-LINE PIC X(20).

       WORKING-STORAGE SECTION.
       01  POSRATE-STATUS PIC XX.
       01  POSRATE-EOF PIC X VALUE 'N'.
           88 POSRATE-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  BACKUP-NAME PIC X(45).
       01  BACKUP-DATE PIC 9(8).
       01  PT-ROW-CTR PIC 99 VALUE 0.
       01  PT-IX PIC 99.
       01  PT-JX PIC 99.
       01  PT-TABLE.
           05  PT-ROW OCCURS 50 TIMES.
               10  PTR-POSTC PIC X(1).
               10  PTR-EFF-DATE PIC 9(8).
               10  PTR-RATE PIC 999V99.
       01  ROWS-OK-SW PIC X.
           88 ROWS-OK VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "POSITION-RATE TABLE MAINTENANCE".
           PERFORM LOAD-POSRATE-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[L] LIST POSITION RATES"
               DISPLAY "[A] APPEND A POSITION RATE"
               DISPLAY "[V] VALIDATE AND SAVE"
               DISPLAY "[X] EXIT WITHOUT SAVING"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-ROWS
                   WHEN 'A' WHEN 'a'
                       PERFORM APPEND-ROW
                   WHEN 'V' WHEN 'v'
                       PERFORM VALIDATE-AND-SAVE
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LIST-ROWS.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-ROW-CTR
               DISPLAY PT-IX ": POSITION " PTR-POSTC (PT-IX)
                   " EFFECTIVE " PTR-EFF-DATE (PT-IX)
                   " RATE " PTR-RATE (PT-IX)
           END-PERFORM.
           DISPLAY "POSITION RATES ON THE TABLE: " PT-ROW-CTR.

       APPEND-ROW.
           IF PT-ROW-CTR = 50
               DISPLAY "TABLE IS FULL."
           ELSE
               ADD 1 TO PT-ROW-CTR
               DISPLAY "POSITION CODE: "
               ACCEPT PTR-POSTC (PT-ROW-CTR)
               DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
               ACCEPT PTR-EFF-DATE (PT-ROW-CTR)
               DISPLAY "HOURLY RATE: "
               ACCEPT PTR-RATE (PT-ROW-CTR)
           END-IF.

       VALIDATE-AND-SAVE.
      *    THE AS-OF LOOKUP TAKES THE LAST ROW FOR THE POSITION ON
      *    OR BEFORE THE DATE, SO EACH POSITION'S DATES MUST ASCEND
      *    BEFORE THE FILE IS TOUCHED.
           MOVE 'Y' TO ROWS-OK-SW.
           IF PT-ROW-CTR = 0
               DISPLAY "EMPTY TABLE."
               MOVE 'N' TO ROWS-OK-SW
           END-IF.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-ROW-CTR
               IF PTR-POSTC (PT-IX) = SPACE
                   DISPLAY "ROW " PT-IX ": NO POSITION CODE"
                   MOVE 'N' TO ROWS-OK-SW
               END-IF
               IF PTR-RATE (PT-IX) = 0
                   DISPLAY "ROW " PT-IX ": A ZERO RATE IS A TYPO"
                   MOVE 'N' TO ROWS-OK-SW
               END-IF
               PERFORM VARYING PT-JX FROM 1 BY 1
                       UNTIL PT-JX NOT < PT-IX
                   IF PTR-POSTC (PT-JX) = PTR-POSTC (PT-IX)
                           AND PTR-EFF-DATE (PT-IX) NOT >
                               PTR-EFF-DATE (PT-JX)
                       DISPLAY "ROW " PT-IX ": EFFECTIVE DATES "
                           "FOR POSITION " PTR-POSTC (PT-IX)
                           " MUST ASCEND"
                       MOVE 'N' TO ROWS-OK-SW
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NOT ROWS-OK
               DISPLAY "NOT SAVED - FIX THE ROWS FIRST."
           ELSE
               PERFORM BACK-UP-CURRENT-FILE
               PERFORM SAVE-POSRATE-TABLE
               DISPLAY "TABLE SAVED."
           END-IF.

       BACK-UP-CURRENT-FILE.
           ACCEPT BACKUP-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO BACKUP-NAME.
           STRING "C:\Users\ADMIN\POSRATE_" DELIMITED BY SIZE
               BACKUP-DATE DELIMITED BY SIZE
               ".BAK" DELIMITED BY SIZE
               INTO BACKUP-NAME.
           MOVE 'N' TO POSRATE-EOF.
           OPEN INPUT POSRATE-FILE.
           OPEN OUTPUT BACKUP-FILE.
           IF POSRATE-STATUS = "00"
               READ POSRATE-FILE
                   AT END MOVE 'Y' TO POSRATE-EOF
               END-READ
               PERFORM UNTIL POSRATE-END
                   MOVE POSRATE-REC TO BACKUP-LINE
                   WRITE BACKUP-LINE
                   READ POSRATE-FILE
                       AT END MOVE 'Y' TO POSRATE-EOF
                   END-READ
               END-PERFORM
               CLOSE POSRATE-FILE
           ELSE
               IF POSRATE-STATUS = "05"
                   CLOSE POSRATE-FILE
               END-IF
           END-IF.
           CLOSE BACKUP-FILE.

       SAVE-POSRATE-TABLE.
           OPEN OUTPUT POSRATE-FILE.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-ROW-CTR
               MOVE PTR-POSTC (PT-IX) TO PT-POSTC
               MOVE PTR-EFF-DATE (PT-IX) TO PT-EFF-DATE
               MOVE PTR-RATE (PT-IX) TO PT-RATE
               WRITE POSRATE-REC
           END-PERFORM.
           CLOSE POSRATE-FILE.

       LOAD-POSRATE-TABLE.
      *    POSRATE-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS
      *    FROM AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO PT-ROW-CTR.
           MOVE 'N' TO POSRATE-EOF.
           OPEN INPUT POSRATE-FILE.
           IF POSRATE-STATUS = "00"
               READ POSRATE-FILE
                   AT END MOVE 'Y' TO POSRATE-EOF
               END-READ
               PERFORM UNTIL POSRATE-END
                   IF PT-ROW-CTR < 50
                       ADD 1 TO PT-ROW-CTR
                       MOVE PT-POSTC TO PTR-POSTC (PT-ROW-CTR)
                       MOVE PT-EFF-DATE TO PTR-EFF-DATE (PT-ROW-CTR)
                       MOVE PT-RATE TO PTR-RATE (PT-ROW-CTR)
                   END-IF
                   READ POSRATE-FILE
                       AT END MOVE 'Y' TO POSRATE-EOF
                   END-READ
               END-PERFORM
               CLOSE POSRATE-FILE
           ELSE
               IF POSRATE-STATUS = "05"
                   CLOSE POSRATE-FILE
               END-IF
           END-IF.
       END PROGRAM POSRMAINT.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Cycle-count accuracy report -- reads the CYCLECNT.DAT
      *          schedule ABCCLASS writes and STOCKCNT ticks off, and
      *          for the period (the first of the business month to
      *          the business date unless keyed) shows per ABC class
      *          how many counts were due, how many were made, and
      *          the percentage of the counts made whose counted
      *          quantity came within the SHOPCONF.DAT tolerance
      *          (2.0 percent by default) of the book figure. Every
      *          count that was scheduled for a day already gone and
      *          never made is listed, so a skipped A item cannot
      *          drift for weeks unnoticed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTACCY.
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
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL CYCLE-FILE
          ASSIGN TO "C:\Users\ADMIN\CYCLECNT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CY-KEY
          FILE STATUS IS CYCLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  CYCLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CYCLECNT-REC.
           COPY "CYCLECNT.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  CYCLE-STATUS PIC XX.
       01  CYCLE-EOF PIC X VALUE 'N'.
           88 CYCLE-END VALUE 'Y'.
       01  CYCLE-OPEN-SW PIC X VALUE 'N'.
           88 CYCLE-OPEN VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  TOL-PCT PIC 9V9 VALUE 2.0.
      *    PER CLASS (1 = A, 2 = B, 3 = C): COUNTS DUE, MADE, AND
      *    MADE WITHIN TOLERANCE.
       01  K-IX PIC 9.
       01  CL-TABLE.
           05  CL-ROW OCCURS 3 TIMES.
               10  CL-CLASS PIC X(1).
               10  CL-DUE PIC 9(5).
               10  CL-MADE PIC 9(5).
               10  CL-WITHIN PIC 9(5).
       01  COUNT-DIFF PIC S9(6).
       01  ACCURACY-PCT PIC 9(3)V9.
       01  MISSED-CTR PIC 9(5) VALUE 0.
       01  PCTDP PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "CYCLE-COUNT ACCURACY".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           PERFORM 0600-LOAD-SHOP-CONF.
           MOVE BUSINESS-DATE TO FROM-DATE.
           MOVE "01" TO FROM-DATE (7:2).
           DISPLAY "PERIOD FROM (YYYYMMDD, 0 = " FROM-DATE "): ".
           ACCEPT EVENT-DATE.
           IF EVENT-DATE NOT = 0
               MOVE EVENT-DATE TO FROM-DATE
           END-IF.
           DISPLAY "PERIOD TO (YYYYMMDD, 0 = " BUSINESS-DATE "): ".
           ACCEPT TO-DATE.
      *    A COUNT STILL IN THE FUTURE IS NEITHER MADE NOR MISSED.
           IF TO-DATE = 0 OR TO-DATE > BUSINESS-DATE
               MOVE BUSINESS-DATE TO TO-DATE
           END-IF.
           MOVE 'A' TO CL-CLASS (1).
           MOVE 'B' TO CL-CLASS (2).
           MOVE 'C' TO CL-CLASS (3).
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               MOVE 0 TO CL-DUE (K-IX)
               MOVE 0 TO CL-MADE (K-IX)
               MOVE 0 TO CL-WITHIN (K-IX)
           END-PERFORM.
           DISPLAY "PERIOD " FROM-DATE " TO " TO-DATE
               " - TOLERANCE " TOL-PCT " PCT".
           PERFORM 1000-READ-THE-SCHEDULE.
           PERFORM 2000-PRINT-BY-CLASS.
           PERFORM 9999-EXIT.

       0500-LOAD-BUSINESS-DATE.
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

       0600-LOAD-SHOP-CONF.
      *    ZERO ON A PRE-EXISTING SHOPCONF.DAT LEAVES THE BUILT-IN
      *    TOLERANCE STANDING.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-CNT-TOL-PCT IS NUMERIC
                               AND SC-CNT-TOL-PCT > 0
                           MOVE SC-CNT-TOL-PCT TO TOL-PCT
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       1000-READ-THE-SCHEDULE.
      *    THE SCHEDULE IS KEYED BY DATE, SO THE PERIOD IS ONE RUN
      *    FROM THE FIRST DAY. THE MISSED COUNTS PRINT AS THEY ARE
      *    MET; TODAY'S UNCOUNTED ITEMS ARE STILL DUE, NOT MISSED.
           DISPLAY "SCHEDULED BUT NEVER COUNTED:".
           DISPLAY "DUE DATE  ITEM  CLASS".
           MOVE 'N' TO CYCLE-EOF.
           OPEN INPUT CYCLE-FILE.
           IF CYCLE-STATUS NOT = "00"
               IF CYCLE-STATUS = "05"
                   CLOSE CYCLE-FILE
               END-IF
               MOVE 'Y' TO CYCLE-EOF
           ELSE
               MOVE 'Y' TO CYCLE-OPEN-SW
               MOVE FROM-DATE TO CY-DATE
               MOVE LOW-VALUES TO CY-ITEM-CODE
               START CYCLE-FILE KEY NOT < CY-KEY
                   INVALID KEY
                       MOVE 'Y' TO CYCLE-EOF
               END-START
           END-IF.
           PERFORM UNTIL CYCLE-END
               READ CYCLE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CYCLE-EOF
               END-READ
               IF NOT CYCLE-END
                   IF CY-DATE > TO-DATE
                       MOVE 'Y' TO CYCLE-EOF
                   ELSE
                       PERFORM 1100-TAKE-ONE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF CYCLE-OPEN
               CLOSE CYCLE-FILE
           END-IF.
           DISPLAY "  MISSED COUNTS: " MISSED-CTR.

       1100-TAKE-ONE-COUNT.
           EVALUATE CY-CLASS
               WHEN 'A'
                   MOVE 1 TO K-IX
               WHEN 'B'
                   MOVE 2 TO K-IX
               WHEN OTHER
                   MOVE 3 TO K-IX
           END-EVALUATE.
           ADD 1 TO CL-DUE (K-IX).
           IF CY-STATUS = 'C'
               ADD 1 TO CL-MADE (K-IX)
      *    WITHIN TOLERANCE: THE MISS IS NO MORE THAN TOL-PCT OF THE
      *    BOOK FIGURE -- A ZERO BOOK MUST COUNT EXACTLY ZERO.
               COMPUTE COUNT-DIFF = CY-COUNTED-QTY - CY-BOOK-QTY
               IF COUNT-DIFF < 0
                   COMPUTE COUNT-DIFF = 0 - COUNT-DIFF
               END-IF
               IF COUNT-DIFF * 100 NOT > CY-BOOK-QTY * TOL-PCT
                   ADD 1 TO CL-WITHIN (K-IX)
               END-IF
           ELSE
               IF CY-DATE < BUSINESS-DATE
                   ADD 1 TO MISSED-CTR
                   DISPLAY CY-DATE "  " CY-ITEM-CODE " " CY-CLASS
               END-IF
           END-IF.

       2000-PRINT-BY-CLASS.
           DISPLAY "----------------------------------------".
           DISPLAY "CLASS   DUE   MADE  WITHIN  ACCURACY PCT".
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               IF CL-MADE (K-IX) > 0
                   COMPUTE ACCURACY-PCT ROUNDED =
                       CL-WITHIN (K-IX) * 100 / CL-MADE (K-IX)
               ELSE
                   MOVE 0 TO ACCURACY-PCT
               END-IF
               MOVE ACCURACY-PCT TO PCTDP
               DISPLAY "  " CL-CLASS (K-IX) "   " CL-DUE (K-IX) " "
                   CL-MADE (K-IX) "  " CL-WITHIN (K-IX) "     "
                   PCTDP
           END-PERFORM.

       9999-EXIT.
           STOP RUN.
       END PROGRAM CNTACCY.

      *          totals with a column per branch and the company
      *          total -- the spreadsheet where the two shops' numbers
      *          used to be combined retires.
      *          A proven consolidation is also filed to
      *          CONSOLSUM.DAT, one row per branch under the
      *          period's end date: sales with reversals netted and
      *          labor cost (gross pay plus the employer's SSS,
      *          Pag-IBIG and PhilHealth shares). PLSTMT reads the
      *          other branch's profit-and-loss figures from there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO ORDERS-CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-CTL-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL CONSOLSUM-FILE
          ASSIGN TO "C:\Users\ADMIN\CONSOLSUM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CONSOLSUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE
       01  ORDERS-CTL-REC.
           05  OC-COUNT PIC 9(6).
           05  OC-ATOT PIC 9(9)V99.
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  CONSOLSUM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONSOLSUM-REC.
           COPY "CONSOLSUM.CPY".

       WORKING-STORAGE SECTION.
       01  ARCH-STATUS PIC XX.
       01  ORD-ARCH-STATUS PIC XX.
       01  INFO-CTL-STATUS PIC XX.
       01  ORDERS-CTL-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  CONSOLSUM-STATUS PIC XX.
      *    THE PERIOD'S END DATE OFF PERIODS.DAT -- THE MONTH THE
      *    PERIOD REPORTS IN. THE CLOSE DATE STANDS IN IF THE ROW
      *    IS NOT FOUND.
       01  END-DATE PIC 9(8).
       01  ARCH-EOF PIC X VALUE 'N'.
           88 ARCH-END VALUE 'Y'.
       01  ORD-ARCH-EOF PIC X VALUE 'N'.
               10  BR-NPAY PIC 9(9)V99.
               10  BR-ORD-CTR PIC 9(5).
               10  BR-ATOT PIC 9(9)V99.
               10  BR-CODE PIC 9(2).
               10  BR-SALES PIC S9(9)V99.
               10  BR-ER PIC 9(9)V99.
       01  VFY-COUNT PIC 9(6).
       01  VFY-GPAY PIC 9(9)V99.
       01  VFY-NPAY PIC 9(9)V99.
       01  VFY-ATOT PIC 9(9)V99.
       01  VFY-SALES PIC S9(9)V99.
       01  VFY-ER PIC 9(9)V99.
       01  CO-EMP-CTR PIC 9(6).
       01  CO-GPAY PIC 9(10)V99.
       01  CO-NPAY PIC 9(10)V99.
           DISPLAY "COMPANY-WIDE PERIOD CONSOLIDATION".
           DISPLAY "PERIOD CLOSE DATE (YYYYMMDD): ".
           ACCEPT CLOSE-DATE.
           MOVE 0 TO BR-CODE (1).
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               MOVE SC-BRANCH-CODE TO BR-CODE (1)
               CLOSE SHOPCONF-FILE
           END-IF.
      *    PASS 1 -- OUR OWN ARCHIVES, NAMED THE WAY PERIODCLOSE
      *    NAMED THEM.
           MOVE 1 TO BRANCH-IX.
      *    PASS 2 -- THE OTHER BRANCH'S COPIES OFF THE MEDIA,
      *    WHEREVER THE OPERATOR PUT THEM.
           MOVE 2 TO BRANCH-IX.
           DISPLAY "OTHER BRANCH'S CODE: ".
           ACCEPT BR-CODE (2).
           DISPLAY "OTHER BRANCH'S INFO ARCHIVE FILE: ".
           ACCEPT ARCH-NAME.
           DISPLAY "ITS CONTROL FILE: ".
                   "TRUST THIS CONSOLIDATION. ***"
           ELSE
               PERFORM 5000-PRINT-CONSOLIDATION
               PERFORM 6000-FILE-THE-SUMMARY
           END-IF.
           PERFORM 9999-EXIT.

           MOVE 0 TO BR-NPAY (BRANCH-IX).
           MOVE 0 TO BR-ORD-CTR (BRANCH-IX).
           MOVE 0 TO BR-ATOT (BRANCH-IX).
           MOVE 0 TO BR-SALES (BRANCH-IX).
           MOVE 0 TO BR-ER (BRANCH-IX).
           PERFORM 2000-SUM-INFO-ARCHIVE.
           PERFORM 3000-SUM-ORDERS-ARCHIVE.

           MOVE 0 TO VFY-COUNT.
           MOVE 0 TO VFY-GPAY.
           MOVE 0 TO VFY-NPAY.
           MOVE 0 TO VFY-ER.
           MOVE 'N' TO ARCH-EOF.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = "00"
                   ADD 1 TO VFY-COUNT
                   ADD R-GPAY TO VFY-GPAY
                   ADD R-NPAY TO VFY-NPAY
                   ADD R-SSSER TO VFY-ER
                   IF R-PAGIBIGER IS NUMERIC
                       ADD R-PAGIBIGER TO VFY-ER
                   END-IF
                   IF R-PHILHER IS NUMERIC
                       ADD R-PHILHER TO VFY-ER
                   END-IF
                   READ ARCH-FILE
                       AT END MOVE 'Y' TO ARCH-EOF
                   END-READ
                   MOVE VFY-COUNT TO BR-EMP-CTR (BRANCH-IX)
                   MOVE VFY-GPAY TO BR-GPAY (BRANCH-IX)
                   MOVE VFY-NPAY TO BR-NPAY (BRANCH-IX)
                   MOVE VFY-ER TO BR-ER (BRANCH-IX)
               ELSE
                   DISPLAY "*** " ARCH-NAME " DOES NOT MATCH ITS "
                       "CONTROL RECORD ***"
       3000-SUM-ORDERS-ARCHIVE.
           MOVE 0 TO VFY-COUNT.
           MOVE 0 TO VFY-ATOT.
           MOVE 0 TO VFY-SALES.
           MOVE 'N' TO ORD-ARCH-EOF.
           OPEN INPUT ORD-ARCH-FILE.
           IF ORD-ARCH-STATUS NOT = "00"
               PERFORM UNTIL ORD-ARCH-END
                   ADD 1 TO VFY-COUNT
                   ADD OW-ATOT TO VFY-ATOT
                   IF OW-TXN-TYPE = 'V'
                       SUBTRACT OW-ATOT FROM VFY-SALES
                   ELSE
                       ADD OW-ATOT TO VFY-SALES
                   END-IF
                   READ ORD-ARCH-FILE
                       AT END MOVE 'Y' TO ORD-ARCH-EOF
                   END-READ
                       AND VFY-ATOT = OC-ATOT
                   MOVE VFY-COUNT TO BR-ORD-CTR (BRANCH-IX)
                   MOVE VFY-ATOT TO BR-ATOT (BRANCH-IX)
                   MOVE VFY-SALES TO BR-SALES (BRANCH-IX)
               ELSE
                   DISPLAY "*** " ORD-ARCH-NAME " DOES NOT MATCH "
                       "ITS CONTROL RECORD ***"
           MOVE CO-ATOT TO AMTDP3.
           DISPLAY "SALES:        " AMTDP1 " " AMTDP2 " " AMTDP3.

       6000-FILE-THE-SUMMARY.
           MOVE CLOSE-DATE TO END-DATE.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-CLOSE-DATE = CLOSE-DATE
                       MOVE PD-END-DATE TO END-DATE
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           OPEN EXTEND CONSOLSUM-FILE.
           PERFORM VARYING BRANCH-IX FROM 1 BY 1 UNTIL BRANCH-IX > 2
               MOVE END-DATE TO CS-END-DATE
               MOVE CLOSE-DATE TO CS-CLOSE-DATE
               MOVE BR-CODE (BRANCH-IX) TO CS-BRANCH
               IF BR-SALES (BRANCH-IX) < 0
                   MOVE 0 TO CS-SALES
               ELSE
                   MOVE BR-SALES (BRANCH-IX) TO CS-SALES
               END-IF
               MOVE BR-GPAY (BRANCH-IX) TO CS-GPAY
               MOVE BR-ER (BRANCH-IX) TO CS-ER-SHARES
               WRITE CONSOLSUM-REC
           END-PERFORM.
           CLOSE CONSOLSUM-FILE.
           DISPLAY "FILED TO CONSOLSUM.DAT UNDER PERIOD ENDING "
               END-DATE ".".

       9999-EXIT.
           STOP RUN.
       END PROGRAM CONSOL.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Merit-increase proposal list -- takes the review
      *          year and the common effective date, prices every
      *          MERITRTG.DAT rating for the year against the
      *          MERITMTX.DAT merit matrix (rating by current-RPH
      *          band gives the percent), and writes the proposal to
      *          MERITPROP.DAT with old RPH, new RPH and what the
      *          raise adds to one semi-monthly period's gross. No
      *          one is proposed under the MINWAGE.DAT floor in
      *          effect on the effective date -- a matrix figure that
      *          falls short is lifted to the floor and flagged. The
      *          list can be rebuilt as often as needed until
      *          MERITPOST posts it; a posted year is never rebuilt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITPROP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL MERITRTG-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITRTG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITRTG-STATUS.
          SELECT OPTIONAL MERITMTX-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITMTX.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITMTX-STATUS.
          SELECT OPTIONAL MERITPROP-FILE
          ASSIGN TO "C:\Users\ADMIN\MERITPROP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MERITPROP-STATUS.
          SELECT OPTIONAL MINWAGE-FILE
          ASSIGN TO "C:\Users\ADMIN\MINWAGE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS MINWAGE-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERITRTG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITRTG-REC.
           COPY "MERITRTG.CPY".
       FD  MERITMTX-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITMTX-REC.
           COPY "MERITMTX.CPY".
       FD  MERITPROP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERITPROP-REC.
           COPY "MERITPROP.CPY".
       FD  MINWAGE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MINWAGE-REC.
           COPY "MINWAGE.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".

       WORKING-STORAGE SECTION.
       01  MERITRTG-STATUS PIC XX.
       01  MERITMTX-STATUS PIC XX.
       01  MERITPROP-STATUS PIC XX.
       01  MINWAGE-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  MERITRTG-EOF PIC X VALUE 'N'.
           88 MERITRTG-END VALUE 'Y'.
       01  MERITMTX-EOF PIC X VALUE 'N'.
           88 MERITMTX-END VALUE 'Y'.
       01  MERITPROP-EOF PIC X VALUE 'N'.
           88 MERITPROP-END VALUE 'Y'.
       01  MINWAGE-EOF PIC X VALUE 'N'.
           88 MINWAGE-END VALUE 'Y'.
       01  REVIEW-YEAR PIC 9(4).
       01  EFF-DATE PIC 9(8).
       01  WAGE-FLOOR PIC 999V99 VALUE 0.
      *    THE MERIT MATRIX, IN RATING THEN ASCENDING BAND ORDER.
       01  MX-ROW-CTR PIC 99 VALUE 0.
       01  MX-IX PIC 99.
       01  MX-FOUND-SW PIC X VALUE 'N'.
           88 MX-FOUND-ROW VALUE 'Y'.
       01  MX-TABLE.
           05  MX-ROW OCCURS 50 TIMES.
               10  MXR-RATING PIC 9(1).
               10  MXR-RPH-HIGH PIC 999V99.
               10  MXR-PCT PIC 99V99.
      *    THE PROPOSAL FILE AS IT STANDS -- OTHER YEARS' LINES ARE
      *    CARRIED THROUGH UNTOUCHED WHEN THE YEAR IS REBUILT.
       01  PP-ROW-CTR PIC 9(4) VALUE 0.
       01  PP-IX PIC 9(4).
       01  PP-POSTED-SW PIC X VALUE 'N'.
           88 PP-POSTED VALUE 'Y'.
       01  PP-FULL-SW PIC X VALUE 'N'.
           88 PP-FULL VALUE 'Y'.
       01  PP-TABLE.
           05  PP-ROW OCCURS 1000 TIMES.
               10  PPR-LINE PIC X(82).
      *    SAME DERIVATION AS PAYENTRY'S DERIVE-MONTHLY-RPH -- THE
      *    MONTHLY RATE TIMES 12 OVER THE WORKING DAYS IN A YEAR,
      *    OVER THE HOURS IN A DAY.
       01  WORK-DAYS-PER-YEAR PIC 9(3) VALUE 261.
       01  HOURS-PER-DAY PIC 99 VALUE 8.
      *    ONE SEMI-MONTHLY PERIOD'S HOURS (261 DAYS OF 8 HOURS OVER
      *    24 PERIODS) -- WHAT AN HOURLY RAISE IS COSTED OVER.
       01  PERIOD-HOURS PIC 9(3) VALUE 87.
       01  DAILY-RATE PIC 9(5)V99.
       01  DERIVED-RPH PIC 999V99.
       01  PCT PIC 99V99.
       01  NEW-RPH PIC 999V99.
       01  NEW-MRATE PIC 9(6)V99.
       01  FLOOR-SW PIC X(1).
       01  PROP-CTR PIC 9(4) VALUE 0.
       01  FLOOR-CTR PIC 9(4) VALUE 0.
       01  SKIP-CTR PIC 9(4) VALUE 0.
       01  TOTAL-COST PIC 9(7)V99 VALUE 0.
       01  COSTDP PIC $ZZ,999.99.
       01  TOTALDP PIC $Z,ZZZ,999.99.
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  RUN-STAMP PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "MERIT-INCREASE PROPOSAL".
           DISPLAY "REVIEW YEAR (YYYY): ".
           ACCEPT REVIEW-YEAR.
           DISPLAY "EFFECTIVE DATE OF THE INCREASES (YYYYMMDD): ".
           ACCEPT EFF-DATE.
           IF REVIEW-YEAR < 1900 OR EFF-DATE < 19000101
               DISPLAY "INVALID YEAR OR DATE - NOTHING BUILT."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1000-LOAD-PROPOSAL-FILE.
           IF PP-POSTED
               DISPLAY "THE " REVIEW-YEAR " LIST WAS ALREADY POSTED "
                   "- IT IS NOT REBUILT."
               PERFORM 9999-EXIT
           END-IF.
           IF PP-FULL
               DISPLAY "*** PROPOSAL FILE FULL - REBUILDING WOULD "
                   "DROP LINES. NOTHING BUILT. ***"
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1100-LOAD-MATRIX.
           IF MX-ROW-CTR = 0
               DISPLAY "NO MERIT MATRIX ON FILE - KEY IT THROUGH "
                   "MERITREV FIRST."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1200-FIND-WAGE-FLOOR.
           DISPLAY "WAGE FLOOR IN EFFECT ON " EFF-DATE ": "
               WAGE-FLOOR.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO RUN-STAMP.
      *    THE OTHER YEARS GO BACK FIRST, THEN THIS YEAR'S LIST.
           OPEN OUTPUT MERITPROP-FILE.
           PERFORM VARYING PP-IX FROM 1 BY 1
                   UNTIL PP-IX > PP-ROW-CTR
               MOVE PPR-LINE (PP-IX) TO MERITPROP-REC
               WRITE MERITPROP-REC
           END-PERFORM.
           DISPLAY "EMPID RATING OLD RPH NEW RPH  PCT   "
               "PER-PERIOD COST".
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           PERFORM 2000-PROPOSE-FROM-RATINGS.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE MERITPROP-FILE.
           MOVE TOTAL-COST TO TOTALDP.
           DISPLAY "----------------------------------------".
           DISPLAY "PROPOSED: " PROP-CTR "  LIFTED TO THE FLOOR: "
               FLOOR-CTR "  SKIPPED: " SKIP-CTR.
           DISPLAY "ADDED COST PER PERIOD: " TOTALDP.
           DISPLAY "RUN MERITPOST TO APPROVE AND POST THE LIST.".
           PERFORM 9999-EXIT.

       1000-LOAD-PROPOSAL-FILE.
      *    THIS YEAR'S UNPOSTED LINES ARE DROPPED FOR THE REBUILD;
      *    A LINE ALREADY POSTED FOR THE YEAR STOPS THE RUN.
           MOVE 'N' TO MERITPROP-EOF.
           OPEN INPUT MERITPROP-FILE.
           IF MERITPROP-STATUS = "00"
               READ MERITPROP-FILE
                   AT END MOVE 'Y' TO MERITPROP-EOF
               END-READ
               PERFORM UNTIL MERITPROP-END
                   IF MP-YEAR = REVIEW-YEAR
                       IF MP-STATUS NOT = 'P'
                           MOVE 'Y' TO PP-POSTED-SW
                       END-IF
                   ELSE
                       IF PP-ROW-CTR = 1000
                           MOVE 'Y' TO PP-FULL-SW
                       ELSE
                           ADD 1 TO PP-ROW-CTR
                           MOVE MERITPROP-REC TO PPR-LINE (PP-ROW-CTR)
                       END-IF
                   END-IF
                   READ MERITPROP-FILE
                       AT END MOVE 'Y' TO MERITPROP-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITPROP-FILE
           ELSE
               IF MERITPROP-STATUS = "05"
                   CLOSE MERITPROP-FILE
               END-IF
           END-IF.

       1100-LOAD-MATRIX.
           MOVE 'N' TO MERITMTX-EOF.
           OPEN INPUT MERITMTX-FILE.
           IF MERITMTX-STATUS = "00"
               READ MERITMTX-FILE
                   AT END MOVE 'Y' TO MERITMTX-EOF
               END-READ
               PERFORM UNTIL MERITMTX-END
                   IF MX-ROW-CTR < 50
                       ADD 1 TO MX-ROW-CTR
                       MOVE MX-RATING TO MXR-RATING (MX-ROW-CTR)
                       MOVE MX-RPH-HIGH TO MXR-RPH-HIGH (MX-ROW-CTR)
                       MOVE MX-PCT TO MXR-PCT (MX-ROW-CTR)
                   END-IF
                   READ MERITMTX-FILE
                       AT END MOVE 'Y' TO MERITMTX-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITMTX-FILE
           ELSE
               IF MERITMTX-STATUS = "05"
                   CLOSE MERITMTX-FILE
               END-IF
           END-IF.

       1200-FIND-WAGE-FLOOR.
      *    MINWSCAN'S RULE -- THE LAST WAGE ORDER DATED ON OR BEFORE
      *    THE EFFECTIVE DATE.
           MOVE 'N' TO MINWAGE-EOF.
           OPEN INPUT MINWAGE-FILE.
           IF MINWAGE-STATUS = "00"
               READ MINWAGE-FILE
                   AT END MOVE 'Y' TO MINWAGE-EOF
               END-READ
               PERFORM UNTIL MINWAGE-END
                   IF MW-EFF-DATE NOT > EFF-DATE
                       MOVE MW-RATE TO WAGE-FLOOR
                   END-IF
                   READ MINWAGE-FILE
                       AT END MOVE 'Y' TO MINWAGE-EOF
                   END-READ
               END-PERFORM
               CLOSE MINWAGE-FILE
           ELSE
               IF MINWAGE-STATUS = "05"
                   CLOSE MINWAGE-FILE
               END-IF
           END-IF.

       2000-PROPOSE-FROM-RATINGS.
           MOVE 'N' TO MERITRTG-EOF.
           OPEN INPUT MERITRTG-FILE.
           IF MERITRTG-STATUS = "00"
               READ MERITRTG-FILE
                   AT END MOVE 'Y' TO MERITRTG-EOF
               END-READ
               PERFORM UNTIL MERITRTG-END
                   IF MV-YEAR = REVIEW-YEAR
                       PERFORM 2100-PROPOSE-ONE
                   END-IF
                   READ MERITRTG-FILE
                       AT END MOVE 'Y' TO MERITRTG-EOF
                   END-READ
               END-PERFORM
               CLOSE MERITRTG-FILE
           ELSE
               IF MERITRTG-STATUS = "05"
                   CLOSE MERITRTG-FILE
               END-IF
           END-IF.

       2100-PROPOSE-ONE.
      *    A RATED EMPLOYEE SINCE TERMINATED OR GONE FROM THE MASTER
      *    IS SKIPPED, NOT PROPOSED.
           MOVE MV-EMPID TO EM-EMPID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMPID
           END-READ.
           IF EM-EMPID = SPACES OR EM-STATUS-CODE = 'T'
               ADD 1 TO SKIP-CTR
               DISPLAY MV-EMPID " SKIPPED - NOT ACTIVE ON THE MASTER"
           ELSE
               PERFORM 2200-FIND-MATRIX-PCT
               MOVE 'N' TO FLOOR-SW
               IF EM-PAY-BASIS = 'M'
                   PERFORM 2300-PRICE-MONTHLY
               ELSE
                   PERFORM 2400-PRICE-HOURLY
               END-IF
               PERFORM 2500-WRITE-PROPOSAL
           END-IF.

       2200-FIND-MATRIX-PCT.
      *    THE FIRST BAND FOR THE RATING WHOSE TOP REACHES THE
      *    CURRENT RPH; ABOVE EVERY BAND, THE RATING'S TOP BAND.
      *    A RATING WITH NO CELLS AT ALL EARNS NOTHING.
           MOVE 0 TO PCT.
           MOVE 'N' TO MX-FOUND-SW.
           PERFORM VARYING MX-IX FROM 1 BY 1
                   UNTIL MX-IX > MX-ROW-CTR OR MX-FOUND-ROW
               IF MXR-RATING (MX-IX) = MV-RATING
                   MOVE MXR-PCT (MX-IX) TO PCT
                   IF EM-RPH NOT > MXR-RPH-HIGH (MX-IX)
                       MOVE 'Y' TO MX-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

       2300-PRICE-MONTHLY.
      *    THE RAISE GOES ON THE MONTHLY RATE AND THE RPH IS
      *    RE-DERIVED. UNDER THE FLOOR, THE MONTHLY RATE IS LIFTED
      *    UNTIL THE DERIVED RPH REACHES IT.
           COMPUTE NEW-MRATE ROUNDED =
               EM-MONTHLY-RATE * (100 + PCT) / 100.
           PERFORM 2600-DERIVE-RPH.
           IF DERIVED-RPH < WAGE-FLOOR
               MOVE 'F' TO FLOOR-SW
               COMPUTE NEW-MRATE ROUNDED = WAGE-FLOOR
                   * HOURS-PER-DAY * WORK-DAYS-PER-YEAR / 12
               PERFORM 2600-DERIVE-RPH
               PERFORM UNTIL DERIVED-RPH NOT < WAGE-FLOOR
                   ADD 1 TO NEW-MRATE
                   PERFORM 2600-DERIVE-RPH
               END-PERFORM
           END-IF.
           MOVE DERIVED-RPH TO NEW-RPH.
           IF NEW-MRATE > EM-MONTHLY-RATE
               COMPUTE MP-PERIOD-COST ROUNDED =
                   (NEW-MRATE - EM-MONTHLY-RATE) / 2
           ELSE
               MOVE 0 TO MP-PERIOD-COST
           END-IF.

       2400-PRICE-HOURLY.
           COMPUTE NEW-RPH ROUNDED = EM-RPH * (100 + PCT) / 100
               ON SIZE ERROR
                   MOVE 999.99 TO NEW-RPH
           END-COMPUTE.
           IF NEW-RPH < WAGE-FLOOR
               MOVE 'F' TO FLOOR-SW
               MOVE WAGE-FLOOR TO NEW-RPH
           END-IF.
           MOVE 0 TO NEW-MRATE.
           IF NEW-RPH > EM-RPH
               COMPUTE MP-PERIOD-COST ROUNDED =
                   (NEW-RPH - EM-RPH) * PERIOD-HOURS
           ELSE
               MOVE 0 TO MP-PERIOD-COST
           END-IF.

       2500-WRITE-PROPOSAL.
           MOVE REVIEW-YEAR TO MP-YEAR.
           MOVE EM-EMPID TO MP-EMPID.
           MOVE MV-RATING TO MP-RATING.
           IF EM-PAY-BASIS = 'M'
               MOVE 'M' TO MP-PAY-BASIS
               MOVE EM-MONTHLY-RATE TO MP-OLD-MRATE
           ELSE
               MOVE 'H' TO MP-PAY-BASIS
               MOVE 0 TO MP-OLD-MRATE
           END-IF.
           MOVE EM-RPH TO MP-OLD-RPH.
           MOVE NEW-RPH TO MP-NEW-RPH.
           MOVE NEW-MRATE TO MP-NEW-MRATE.
           MOVE PCT TO MP-PCT.
           IF FLOOR-SW = 'F'
               MOVE 'F' TO MP-FLOOR-SW
               ADD 1 TO FLOOR-CTR
           ELSE
               MOVE SPACE TO MP-FLOOR-SW
           END-IF.
           MOVE EFF-DATE TO MP-EFF-DATE.
           MOVE 'P' TO MP-STATUS.
           MOVE SPACES TO MP-APPROVER.
           MOVE RUN-STAMP TO MP-STAMP.
           WRITE MERITPROP-REC.
           ADD 1 TO PROP-CTR.
           ADD MP-PERIOD-COST TO TOTAL-COST.
           MOVE MP-PERIOD-COST TO COSTDP.
           IF MP-FLOOR-SW = 'F'
               DISPLAY MP-EMPID "   " MP-RATING "    " MP-OLD-RPH
                   "  " MP-NEW-RPH "  " MP-PCT "  " COSTDP
                   " LIFTED TO FLOOR"
           ELSE
               DISPLAY MP-EMPID "   " MP-RATING "    " MP-OLD-RPH
                   "  " MP-NEW-RPH "  " MP-PCT "  " COSTDP
           END-IF.

       2600-DERIVE-RPH.
           COMPUTE DAILY-RATE ROUNDED =
               NEW-MRATE * 12 / WORK-DAYS-PER-YEAR.
           COMPUTE DERIVED-RPH ROUNDED = DAILY-RATE / HOURS-PER-DAY
               ON SIZE ERROR
                   MOVE 999.99 TO DERIVED-RPH
           END-COMPUTE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM MERITPROP.

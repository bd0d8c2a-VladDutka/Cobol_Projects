      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Monthly headcount and turnover report for a YYYYMM
      *          month -- opening headcount, new hires, rehires,
      *          regularizations, separations by reason and closing
      *          headcount, broken down by POSTC and by probationary/
      *          regular, with the month's and the trailing twelve
      *          months' turnover rate and the average tenure of
      *          those who left. The master only knows today, so the
      *          staff as it stood on each cut-off is rebuilt by
      *          replaying STATLOG.DAT: the last logged change on or
      *          before the cut-off wins; with none, the first change
      *          after it tells what the employee was before; with
      *          neither, nothing has changed since and the master
      *          stands. Tenure uses the same Y*372+M*31+D serial
      *          approximation as PROBRPT, in 31-day months.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL STATLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\STATLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STATLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  STATLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STATLOG-REC.
           COPY "STATLOG.CPY".

       WORKING-STORAGE SECTION.
       01  EM-STATUS PIC XX.
       01  EM-EOF-SW PIC X VALUE 'N'.
           88 EM-END VALUE 'Y'.
       01  STATLOG-STATUS PIC XX.
       01  STATLOG-EOF PIC X VALUE 'N'.
           88 STATLOG-END VALUE 'Y'.
       01  REPORT-MONTH PIC 9(6) VALUE 0.
       01  RM-Y PIC 9(4).
       01  RM-M PIC 99.
       01  TODAY-DATE PIC 9(8).
       01  MONTH-IX PIC 9(6).
      *    THE THREE CUT-OFFS THE STAFF IS REBUILT AT -- (1) THE EVE
      *    OF THE TWELVE-MONTH WINDOW, (2) THE EVE OF THE MONTH, (3)
      *    THE MONTH'S LAST DAY. A DAY OF 00 OR 99 MAKES EVERY REAL
      *    DATE COMPARE CORRECTLY WITHOUT KNOWING THE MONTH'S LENGTH.
       01  CUT-TABLE.
           05  CUT-DATE PIC 9(8) OCCURS 3 TIMES.
       01  CX PIC 9.
       01  LINE-DATE PIC 9(8).
      *    ONE ROW PER EMPLOYEE ON THE MASTER, WITH THE STATUS AND
      *    CLASS AS OF EACH CUT-OFF. THE SETTLED SWITCH IS 'B' ONCE A
      *    LINE ON OR BEFORE THE CUT-OFF HAS SPOKEN, 'A' WHILE ONLY
      *    THE FIRST LINE AFTER IT HAS, BLANK WHILE NO LINE HAS.
       01  HC-ROW-CTR PIC 9(4) VALUE 0.
       01  HC-IX PIC 9(4).
       01  HC-FOUND-SW PIC X VALUE 'N'.
           88 HC-FOUND-ROW VALUE 'Y'.
       01  HC-TABLE.
           05  HC-ROW OCCURS 500 TIMES.
               10  HCR-EMPID PIC X(5).
               10  HCR-POSTC PIC X(1).
               10  HCR-HIRE-DATE PIC 9(8).
               10  HCR-CUR-STATUS PIC X(1).
               10  HCR-CUR-CLASS PIC X(1).
               10  HCR-ASOF OCCURS 3 TIMES.
                   15  HCR-ST PIC X(1).
                   15  HCR-ST-SW PIC X(1).
                   15  HCR-CL PIC X(1).
                   15  HCR-CL-SW PIC X(1).
      *    THE MONTH'S EVENTS OFF STATLOG -- 'S' SEPARATED, 'H'
      *    REHIRED (BACK FROM TERMINATED), 'R' REGULARIZED.
       01  EV-ROW-CTR PIC 9(4) VALUE 0.
       01  EV-IX PIC 9(4).
       01  EV-KIND PIC X(1).
       01  EV-TABLE.
           05  EV-ROW OCCURS 500 TIMES.
               10  EVR-HC-IX PIC 9(4).
               10  EVR-KIND PIC X(1).
               10  EVR-SEP-CODE PIC X(1).
               10  EVR-DATE PIC 9(8).
      *    PER-POSTC AND PER-CLASS TALLIES.
       01  PC-ROW-CTR PIC 99 VALUE 0.
       01  PC-IX PIC 99.
       01  PC-FOUND-SW PIC X VALUE 'N'.
           88 PC-FOUND-ROW VALUE 'Y'.
       01  PC-TABLE.
           05  PC-ROW OCCURS 20 TIMES.
               10  PCR-POSTC PIC X(1).
               10  PCR-OPEN PIC 9(4).
               10  PCR-HIRED PIC 9(4).
               10  PCR-REHIRED PIC 9(4).
               10  PCR-REGZD PIC 9(4).
               10  PCR-SEPD PIC 9(4).
               10  PCR-CLOSE PIC 9(4).
       01  WRK-POSTC PIC X(1).
      *    CLASS ROW 1 = PROBATIONARY, 2 = REGULAR. A BLANK CLASS
      *    (MASTER RECORDS FROM BEFORE THE FIELD) COUNTS AS REGULAR.
       01  CL-IX PIC 9.
       01  CL-TABLE.
           05  CL-ROW OCCURS 2 TIMES.
               10  CLR-OPEN PIC 9(4).
               10  CLR-HIRED PIC 9(4).
               10  CLR-REHIRED PIC 9(4).
               10  CLR-REGZD-IN PIC 9(4).
               10  CLR-REGZD-OUT PIC 9(4).
               10  CLR-SEPD PIC 9(4).
               10  CLR-CLOSE PIC 9(4).
       01  WRK-CLASS PIC X(1).
      *    SEPARATIONS BY REASON -- R, D, E, A, O, THEN UNCODED.
       01  RS-IX PIC 9.
       01  RS-CODES PIC X(6) VALUE "RDEAO ".
       01  RS-TABLE.
           05  RS-CTR PIC 9(4) OCCURS 6 TIMES.
       01  RS-LABEL PIC X(22).
      *    TOTALS.
       01  WINDOW-OPEN PIC 9(4) VALUE 0.
       01  TOT-OPEN PIC 9(4) VALUE 0.
       01  TOT-HIRED PIC 9(4) VALUE 0.
       01  TOT-REHIRED PIC 9(4) VALUE 0.
       01  TOT-REGZD PIC 9(4) VALUE 0.
       01  TOT-SEPD PIC 9(4) VALUE 0.
       01  TOT-CLOSE PIC 9(4) VALUE 0.
       01  TOT-ON-LEAVE PIC 9(4) VALUE 0.
       01  TRAIL-SEPD PIC 9(4) VALUE 0.
       01  AVG-HEADCOUNT PIC 9(4)V9.
       01  TURNOVER-PCT PIC 9(3)V99.
       01  TRAIL-TURNOVER-PCT PIC 9(3)V99.
      *    TENURE OF THE MONTH'S LEAVERS.
       01  SER-Y PIC 9(4).
       01  SER-M PIC 99.
       01  SER-D PIC 99.
       01  SER-REST PIC 9(4).
       01  HIRE-SERIAL PIC 9(7).
       01  SEP-SERIAL PIC 9(7).
       01  TENURE-DAYS PIC 9(7) VALUE 0.
       01  TENURE-CTR PIC 9(4) VALUE 0.
       01  AVG-TENURE PIC 9(4)V9.
      *    REPORT EDITING.
       01  CTDP PIC ZZZ9.
       01  CTDP2 PIC ZZZ9.
       01  CTDP3 PIC ZZZ9.
       01  CTDP4 PIC ZZZ9.
       01  CTDP5 PIC ZZZ9.
       01  CTDP6 PIC ZZZ9.
       01  CTDP7 PIC ZZZ9.
       01  PCTDP PIC ZZ9.99.
       01  TENUREDP PIC ZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "MONTHLY HEADCOUNT AND TURNOVER REPORT".
           INITIALIZE CL-TABLE RS-TABLE.
           PERFORM 1000-GET-REPORT-MONTH.
           PERFORM 2000-LOAD-THE-MASTER.
           IF HC-ROW-CTR = 0
               DISPLAY "NO EMPLOYEE MASTER ON FILE."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 3000-REPLAY-STATLOG.
           PERFORM 4000-SETTLE-UNLOGGED-ROWS.
           PERFORM 5000-COUNT-HEADCOUNTS.
           PERFORM 6000-COUNT-EVENTS.
           PERFORM 7000-PRINT-REPORT.
           PERFORM 9999-EXIT.

       1000-GET-REPORT-MONTH.
      *    ZERO TAKES LAST MONTH -- THE ONE THE OWNER ASKS ABOUT.
           DISPLAY "REPORT MONTH (YYYYMM, 0 = LAST MONTH): ".
           ACCEPT REPORT-MONTH.
           IF REPORT-MONTH = 0
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               DIVIDE TODAY-DATE BY 10000 GIVING RM-Y
                   REMAINDER SER-REST
               DIVIDE SER-REST BY 100 GIVING RM-M
               COMPUTE MONTH-IX = RM-Y * 12 + RM-M - 1 - 1
               DIVIDE MONTH-IX BY 12 GIVING RM-Y REMAINDER RM-M
               ADD 1 TO RM-M
               COMPUTE REPORT-MONTH = RM-Y * 100 + RM-M
           END-IF.
           DIVIDE REPORT-MONTH BY 100 GIVING RM-Y REMAINDER RM-M.
           PERFORM UNTIL RM-M > 0 AND RM-M < 13 AND RM-Y > 1900
               DISPLAY "INVALID - ENTER THE MONTH AS YYYYMM: "
               ACCEPT REPORT-MONTH
               DIVIDE REPORT-MONTH BY 100 GIVING RM-Y REMAINDER RM-M
           END-PERFORM.
      *    THE WINDOW OPENS ELEVEN MONTHS BEFORE THE REPORT MONTH SO
      *    THE TRAILING TWELVE INCLUDE IT.
           COMPUTE MONTH-IX = RM-Y * 12 + RM-M - 1 - 11.
           DIVIDE MONTH-IX BY 12 GIVING SER-Y REMAINDER SER-M.
           ADD 1 TO SER-M.
           COMPUTE CUT-DATE (1) = SER-Y * 10000 + SER-M * 100.
           COMPUTE CUT-DATE (2) = REPORT-MONTH * 100.
           COMPUTE CUT-DATE (3) = REPORT-MONTH * 100 + 99.

       2000-LOAD-THE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EM-EOF-SW
               END-READ
               PERFORM UNTIL EM-END
                   IF HC-ROW-CTR < 500
                       ADD 1 TO HC-ROW-CTR
                       MOVE HC-ROW-CTR TO HC-IX
                       MOVE EM-EMPID TO HCR-EMPID (HC-IX)
                       MOVE EM-POSTC TO HCR-POSTC (HC-IX)
                       IF EM-HIRE-DATE IS NUMERIC
                           MOVE EM-HIRE-DATE TO HCR-HIRE-DATE (HC-IX)
                       ELSE
                           MOVE 0 TO HCR-HIRE-DATE (HC-IX)
                       END-IF
                       MOVE EM-STATUS-CODE TO HCR-CUR-STATUS (HC-IX)
                       MOVE EM-EMP-CLASS TO WRK-CLASS
                       PERFORM 2100-FOLD-CLASS
                       MOVE WRK-CLASS TO HCR-CUR-CLASS (HC-IX)
                       PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
                           MOVE SPACE TO HCR-ST-SW (HC-IX, CX)
                           MOVE SPACE TO HCR-CL-SW (HC-IX, CX)
                       END-PERFORM
                   END-IF
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EM-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               IF EM-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.

       2100-FOLD-CLASS.
           INSPECT WRK-CLASS CONVERTING "pr" TO "PR".
           IF WRK-CLASS NOT = 'P'
               MOVE 'R' TO WRK-CLASS
           END-IF.

       3000-REPLAY-STATLOG.
      *    STATLOG IS APPENDED IN TIME ORDER, SO ONE PASS SETTLES
      *    ALL THREE CUT-OFFS. A LINE FOR AN EMPID NO LONGER ON THE
      *    MASTER HAS NOBODY TO COUNT AND IS PASSED OVER.
           OPEN INPUT STATLOG-FILE.
           IF STATLOG-STATUS = "00"
               READ STATLOG-FILE
                   AT END MOVE 'Y' TO STATLOG-EOF
               END-READ
               PERFORM UNTIL STATLOG-END
                   PERFORM 3100-FIND-HC-ROW
                   IF HC-FOUND-ROW AND SL-STAMP (1:8) IS NUMERIC
                       MOVE SL-STAMP (1:8) TO LINE-DATE
                       PERFORM 3200-APPLY-ONE-LINE
                       PERFORM 3300-NOTE-WINDOW-EVENT
                   END-IF
                   READ STATLOG-FILE
                       AT END MOVE 'Y' TO STATLOG-EOF
                   END-READ
               END-PERFORM
               CLOSE STATLOG-FILE
           ELSE
               IF STATLOG-STATUS = "05"
                   CLOSE STATLOG-FILE
               END-IF
           END-IF.

       3100-FIND-HC-ROW.
           MOVE 'N' TO HC-FOUND-SW.
           MOVE 1 TO HC-IX.
           PERFORM UNTIL HC-IX > HC-ROW-CTR OR HC-FOUND-ROW
               IF HCR-EMPID (HC-IX) = SL-EMPID
                   MOVE 'Y' TO HC-FOUND-SW
               ELSE
                   ADD 1 TO HC-IX
               END-IF
           END-PERFORM.

       3200-APPLY-ONE-LINE.
      *    ON OR BEFORE THE CUT-OFF THE NEW VALUE OVERWRITES; AFTER
      *    IT ONLY THE FIRST SUCH LINE'S OLD VALUE COUNTS. CLASS IS
      *    ONLY REPLAYED OFF LINES THAT CARRY ONE.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
               IF LINE-DATE NOT > CUT-DATE (CX)
                   MOVE SL-NEW-STATUS TO HCR-ST (HC-IX, CX)
                   MOVE 'B' TO HCR-ST-SW (HC-IX, CX)
               ELSE
                   IF HCR-ST-SW (HC-IX, CX) = SPACE
                       MOVE SL-OLD-STATUS TO HCR-ST (HC-IX, CX)
                       MOVE 'A' TO HCR-ST-SW (HC-IX, CX)
                   END-IF
               END-IF
               IF SL-NEW-CLASS NOT = SPACE
                   IF LINE-DATE NOT > CUT-DATE (CX)
                       MOVE SL-NEW-CLASS TO WRK-CLASS
                       PERFORM 2100-FOLD-CLASS
                       MOVE WRK-CLASS TO HCR-CL (HC-IX, CX)
                       MOVE 'B' TO HCR-CL-SW (HC-IX, CX)
                   ELSE
                       IF HCR-CL-SW (HC-IX, CX) = SPACE
                           MOVE SL-OLD-CLASS TO WRK-CLASS
                           PERFORM 2100-FOLD-CLASS
                           MOVE WRK-CLASS TO HCR-CL (HC-IX, CX)
                           MOVE 'A' TO HCR-CL-SW (HC-IX, CX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3300-NOTE-WINDOW-EVENT.
      *    A SEPARATION ANYWHERE IN THE TWELVE-MONTH WINDOW FEEDS THE
      *    TRAILING RATE; THE REPORT MONTH'S OWN EVENTS ARE KEPT FOR
      *    THE BREAKDOWNS.
           IF LINE-DATE > CUT-DATE (1) AND LINE-DATE NOT > CUT-DATE (3)
                   AND SL-NEW-STATUS = 'T' AND SL-OLD-STATUS NOT = 'T'
               ADD 1 TO TRAIL-SEPD
           END-IF.
           IF LINE-DATE > CUT-DATE (2) AND LINE-DATE NOT > CUT-DATE (3)
               IF SL-NEW-STATUS = 'T' AND SL-OLD-STATUS NOT = 'T'
                   MOVE 'S' TO EV-KIND
                   PERFORM 3310-ADD-EVENT
               END-IF
               IF SL-OLD-STATUS = 'T' AND SL-NEW-STATUS NOT = 'T'
                   MOVE 'H' TO EV-KIND
                   PERFORM 3310-ADD-EVENT
               END-IF
               IF (SL-OLD-CLASS = 'P' OR SL-OLD-CLASS = 'p')
                       AND (SL-NEW-CLASS = 'R' OR SL-NEW-CLASS = 'r')
                   MOVE 'R' TO EV-KIND
                   PERFORM 3310-ADD-EVENT
               END-IF
           END-IF.

       3310-ADD-EVENT.
           IF EV-ROW-CTR < 500
               ADD 1 TO EV-ROW-CTR
               MOVE EV-KIND TO EVR-KIND (EV-ROW-CTR)
               MOVE HC-IX TO EVR-HC-IX (EV-ROW-CTR)
               MOVE SL-SEP-CODE TO EVR-SEP-CODE (EV-ROW-CTR)
               MOVE LINE-DATE TO EVR-DATE (EV-ROW-CTR)
           END-IF.

       4000-SETTLE-UNLOGGED-ROWS.
      *    NO LINE ON EITHER SIDE OF A CUT-OFF -- NOTHING HAS CHANGED
      *    SINCE, SO TODAY'S MASTER IS WHAT IT WAS.
           PERFORM VARYING HC-IX FROM 1 BY 1 UNTIL HC-IX > HC-ROW-CTR
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 3
                   IF HCR-ST-SW (HC-IX, CX) = SPACE
                       MOVE HCR-CUR-STATUS (HC-IX) TO HCR-ST (HC-IX, CX)
                   END-IF
                   IF HCR-CL-SW (HC-IX, CX) = SPACE
                       MOVE HCR-CUR-CLASS (HC-IX) TO HCR-CL (HC-IX, CX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-COUNT-HEADCOUNTS.
      *    ON THE HEADCOUNT AT A CUT-OFF = HIRED BY THEN (A ZERO HIRE
      *    DATE PREDATES THE FIELD, SO ALWAYS) AND NOT TERMINATED.
      *    ON-LEAVE STAFF ARE STILL ON THE HEADCOUNT.
           PERFORM VARYING HC-IX FROM 1 BY 1 UNTIL HC-IX > HC-ROW-CTR
               IF HCR-HIRE-DATE (HC-IX) NOT > CUT-DATE (1)
                       AND HCR-ST (HC-IX, 1) NOT = 'T'
                   ADD 1 TO WINDOW-OPEN
               END-IF
               IF HCR-HIRE-DATE (HC-IX) NOT > CUT-DATE (2)
                       AND HCR-ST (HC-IX, 2) NOT = 'T'
                   ADD 1 TO TOT-OPEN
                   MOVE HCR-POSTC (HC-IX) TO WRK-POSTC
                   PERFORM 5100-FIND-PC-ROW
                   ADD 1 TO PCR-OPEN (PC-IX)
                   MOVE HCR-CL (HC-IX, 2) TO WRK-CLASS
                   PERFORM 5200-CLASS-ROW
                   ADD 1 TO CLR-OPEN (CL-IX)
               END-IF
               IF HCR-HIRE-DATE (HC-IX) NOT > CUT-DATE (3)
                       AND HCR-ST (HC-IX, 3) NOT = 'T'
                   ADD 1 TO TOT-CLOSE
                   IF HCR-ST (HC-IX, 3) = 'L'
                       ADD 1 TO TOT-ON-LEAVE
                   END-IF
                   MOVE HCR-POSTC (HC-IX) TO WRK-POSTC
                   PERFORM 5100-FIND-PC-ROW
                   ADD 1 TO PCR-CLOSE (PC-IX)
                   MOVE HCR-CL (HC-IX, 3) TO WRK-CLASS
                   PERFORM 5200-CLASS-ROW
                   ADD 1 TO CLR-CLOSE (CL-IX)
               END-IF
               IF HCR-HIRE-DATE (HC-IX) > CUT-DATE (2)
                       AND HCR-HIRE-DATE (HC-IX) NOT > CUT-DATE (3)
                   ADD 1 TO TOT-HIRED
                   MOVE HCR-POSTC (HC-IX) TO WRK-POSTC
                   PERFORM 5100-FIND-PC-ROW
                   ADD 1 TO PCR-HIRED (PC-IX)
                   MOVE HCR-CL (HC-IX, 3) TO WRK-CLASS
                   PERFORM 5200-CLASS-ROW
                   ADD 1 TO CLR-HIRED (CL-IX)
               END-IF
           END-PERFORM.

       5100-FIND-PC-ROW.
      *    POSTC IS TODAY'S -- THE MASTER KEEPS NO POSITION HISTORY.
      *    PAST 20 CODES THE LAST ROW TAKES THE OVERFLOW.
           MOVE 'N' TO PC-FOUND-SW.
           MOVE 1 TO PC-IX.
           PERFORM UNTIL PC-IX > PC-ROW-CTR OR PC-FOUND-ROW
               IF PCR-POSTC (PC-IX) = WRK-POSTC
                   MOVE 'Y' TO PC-FOUND-SW
               ELSE
                   ADD 1 TO PC-IX
               END-IF
           END-PERFORM.
           IF NOT PC-FOUND-ROW
               IF PC-ROW-CTR < 20
                   ADD 1 TO PC-ROW-CTR
                   MOVE PC-ROW-CTR TO PC-IX
                   MOVE WRK-POSTC TO PCR-POSTC (PC-IX)
                   MOVE 0 TO PCR-OPEN (PC-IX) PCR-HIRED (PC-IX)
                       PCR-REHIRED (PC-IX) PCR-REGZD (PC-IX)
                       PCR-SEPD (PC-IX) PCR-CLOSE (PC-IX)
               ELSE
                   MOVE 20 TO PC-IX
               END-IF
           END-IF.

       5200-CLASS-ROW.
           IF WRK-CLASS = 'P'
               MOVE 1 TO CL-IX
           ELSE
               MOVE 2 TO CL-IX
           END-IF.

       6000-COUNT-EVENTS.
           PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > EV-ROW-CTR
               MOVE EVR-HC-IX (EV-IX) TO HC-IX
               MOVE HCR-POSTC (HC-IX) TO WRK-POSTC
               PERFORM 5100-FIND-PC-ROW
               MOVE HCR-CL (HC-IX, 3) TO WRK-CLASS
               PERFORM 5200-CLASS-ROW
               EVALUATE EVR-KIND (EV-IX)
                   WHEN 'S'
                       ADD 1 TO TOT-SEPD
                       ADD 1 TO PCR-SEPD (PC-IX)
                       ADD 1 TO CLR-SEPD (CL-IX)
                       PERFORM 6100-TALLY-REASON
                       PERFORM 6200-ADD-TENURE
                   WHEN 'H'
                       ADD 1 TO TOT-REHIRED
                       ADD 1 TO PCR-REHIRED (PC-IX)
                       ADD 1 TO CLR-REHIRED (CL-IX)
                   WHEN 'R'
                       ADD 1 TO TOT-REGZD
                       ADD 1 TO PCR-REGZD (PC-IX)
                       ADD 1 TO CLR-REGZD-OUT (1)
                       ADD 1 TO CLR-REGZD-IN (2)
               END-EVALUATE
           END-PERFORM.

       6100-TALLY-REASON.
           MOVE 6 TO RS-IX.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 5
               IF EVR-SEP-CODE (EV-IX) = RS-CODES (CX:1)
                   MOVE CX TO RS-IX
               END-IF
           END-PERFORM.
           ADD 1 TO RS-CTR (RS-IX).

       6200-ADD-TENURE.
      *    A LEAVER WITH NO HIRE DATE ON FILE HAS NO TENURE TO AVERAGE.
           IF HCR-HIRE-DATE (HC-IX) > 0
                   AND HCR-HIRE-DATE (HC-IX) NOT > EVR-DATE (EV-IX)
               DIVIDE HCR-HIRE-DATE (HC-IX) BY 10000 GIVING SER-Y
                   REMAINDER SER-REST
               DIVIDE SER-REST BY 100 GIVING SER-M REMAINDER SER-D
               COMPUTE HIRE-SERIAL = SER-Y * 372 + (SER-M - 1) * 31
                   + SER-D
               DIVIDE EVR-DATE (EV-IX) BY 10000 GIVING SER-Y
                   REMAINDER SER-REST
               DIVIDE SER-REST BY 100 GIVING SER-M REMAINDER SER-D
               COMPUTE SEP-SERIAL = SER-Y * 372 + (SER-M - 1) * 31
                   + SER-D
               COMPUTE TENURE-DAYS = TENURE-DAYS
                   + SEP-SERIAL - HIRE-SERIAL
               ADD 1 TO TENURE-CTR
           END-IF.

       7000-PRINT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "HEADCOUNT AND TURNOVER FOR " REPORT-MONTH.
           DISPLAY "==============================================".
           MOVE TOT-OPEN TO CTDP.
           DISPLAY "OPENING HEADCOUNT        " CTDP.
           MOVE TOT-HIRED TO CTDP.
           DISPLAY "  + NEW HIRES            " CTDP.
           MOVE TOT-REHIRED TO CTDP.
           DISPLAY "  + REHIRED/REINSTATED   " CTDP.
           MOVE TOT-SEPD TO CTDP.
           DISPLAY "  - SEPARATIONS          " CTDP.
           MOVE TOT-CLOSE TO CTDP.
           DISPLAY "CLOSING HEADCOUNT        " CTDP.
           MOVE TOT-ON-LEAVE TO CTDP.
           DISPLAY "  OF WHOM ON LEAVE       " CTDP.
           MOVE TOT-REGZD TO CTDP.
           DISPLAY "REGULARIZATIONS          " CTDP.
           DISPLAY "----------------------------------------------".
           DISPLAY "SEPARATIONS BY REASON".
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > 6
               EVALUATE RS-IX
                   WHEN 1 MOVE "RESIGNED" TO RS-LABEL
                   WHEN 2 MOVE "DISMISSED FOR CAUSE" TO RS-LABEL
                   WHEN 3 MOVE "END OF CONTRACT" TO RS-LABEL
                   WHEN 4 MOVE "AWOL" TO RS-LABEL
                   WHEN 5 MOVE "OTHER" TO RS-LABEL
                   WHEN 6 MOVE "NOT CODED" TO RS-LABEL
               END-EVALUATE
               MOVE RS-CTR (RS-IX) TO CTDP
               DISPLAY "  " RS-LABEL " " CTDP
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY "BY POSTC  OPEN HIRED REHIR REGZD  SEPD CLOSE".
           PERFORM VARYING PC-IX FROM 1 BY 1 UNTIL PC-IX > PC-ROW-CTR
               MOVE PCR-OPEN (PC-IX) TO CTDP
               MOVE PCR-HIRED (PC-IX) TO CTDP2
               MOVE PCR-REHIRED (PC-IX) TO CTDP3
               MOVE PCR-REGZD (PC-IX) TO CTDP4
               MOVE PCR-SEPD (PC-IX) TO CTDP5
               MOVE PCR-CLOSE (PC-IX) TO CTDP6
               DISPLAY "  " PCR-POSTC (PC-IX) "      " CTDP "  "
                   CTDP2 "  " CTDP3 "  " CTDP4 "  " CTDP5 "  "
                   CTDP6
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY "BY CLASS  OPEN HIRED REHIR REG+ REG-  SEPD CLOSE".
           PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 2
               MOVE CLR-OPEN (CL-IX) TO CTDP
               MOVE CLR-HIRED (CL-IX) TO CTDP2
               MOVE CLR-REHIRED (CL-IX) TO CTDP3
               MOVE CLR-REGZD-IN (CL-IX) TO CTDP4
               MOVE CLR-REGZD-OUT (CL-IX) TO CTDP5
               MOVE CLR-SEPD (CL-IX) TO CTDP6
               MOVE CLR-CLOSE (CL-IX) TO CTDP7
               IF CL-IX = 1
                   DISPLAY "  PROB  " CTDP "  " CTDP2 "  " CTDP3
                       " " CTDP4 " " CTDP5 "  " CTDP6 "  " CTDP7
               ELSE
                   DISPLAY "  REG   " CTDP "  " CTDP2 "  " CTDP3
                       " " CTDP4 " " CTDP5 "  " CTDP6 "  " CTDP7
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------------".
      *    TURNOVER = SEPARATIONS OVER THE AVERAGE OF THE OPENING
      *    AND CLOSING HEADCOUNTS; THE TRAILING RATE WIDENS BOTH TO
      *    THE TWELVE-MONTH WINDOW.
           MOVE 0 TO TURNOVER-PCT TRAIL-TURNOVER-PCT.
           COMPUTE AVG-HEADCOUNT = (TOT-OPEN + TOT-CLOSE) / 2.
           IF AVG-HEADCOUNT > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   TOT-SEPD * 100 / AVG-HEADCOUNT
           END-IF.
           COMPUTE AVG-HEADCOUNT = (WINDOW-OPEN + TOT-CLOSE) / 2.
           IF AVG-HEADCOUNT > 0
               COMPUTE TRAIL-TURNOVER-PCT ROUNDED =
                   TRAIL-SEPD * 100 / AVG-HEADCOUNT
           END-IF.
           MOVE TURNOVER-PCT TO PCTDP.
           DISPLAY "MONTHLY TURNOVER RATE    " PCTDP "%".
           MOVE TRAIL-SEPD TO CTDP.
           MOVE TRAIL-TURNOVER-PCT TO PCTDP.
           DISPLAY "TRAILING 12-MONTH RATE   " PCTDP "% ("
               CTDP " SEPARATIONS)".
           IF TENURE-CTR > 0
               COMPUTE AVG-TENURE ROUNDED =
                   TENURE-DAYS / TENURE-CTR / 31
               MOVE AVG-TENURE TO TENUREDP
               DISPLAY "AVERAGE TENURE OF LEAVERS " TENUREDP
                   " MONTHS"
           ELSE
               DISPLAY "AVERAGE TENURE OF LEAVERS   N/A"
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM HEADCOUNT.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Monthly government salary-loan remittance -- totals
      *          the GOVLNTAKEN.DAT detail (written by COMPUTE-PAY as
      *          each SSS salary-loan and Pag-IBIG multi-purpose-loan
      *          amortization is withheld) for every closed, approved
      *          period of the month, the same periods REMITLIST
      *          remits, and writes GOVLNREM.DAT: one line per member
      *          loan carrying the member number off GOVIDS.DAT, and
      *          an agency total line after each agency's members.
      *          Loans whose balance has reached zero are flagged
      *          fully paid on the GOVLOAN.DAT master and listed, so
      *          they stop and the agency can be told.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOVLNREMIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL PAYAPPR-FILE
          ASSIGN TO "C:\Users\ADMIN\PAYAPPR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PAYAPPR-STATUS.
          SELECT OPTIONAL GOVID-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVIDS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVID-STATUS.
          SELECT OPTIONAL GOVLNTAKEN-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVLNTAKEN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLNTAKEN-STATUS.
          SELECT OPTIONAL GOVLOAN-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVLOAN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLOAN-STATUS.
          SELECT GOVLNREM-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVLNREM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
      *    PER-PERIOD SUPERVISOR APPROVALS WRITTEN BY PAYAPPROVE.
       FD  PAYAPPR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAYAPPR-REC.
       01  PAYAPPR-REC.
           05  PA-PERIOD PIC 9(3).
           05  PA-STATUS PIC X(1).
           05  PA-COUNT PIC 9(5).
           05  PA-NPAY PIC 9(9)V99.
           05  PA-SUPERVISOR PIC X(10).
           05  PA-STAMP PIC X(14).
      *    SHARED GOVERNMENT-ID MASTER MAINTAINED BY GOVIDMAINT.
       FD  GOVID-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVID-REC.
           COPY "GOVIDS.CPY".
      *    SAME DETAIL LAYOUT QUIZ_FILEHANDLING APPENDS.
       FD  GOVLNTAKEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLNTAKEN-REC.
       01  GOVLNTAKEN-REC.
           05  GK-PERIOD PIC 9(3).
           05  GK-EMPID PIC X(5).
           05  GK-AGENCY PIC X(4).
           05  GK-LOAN-NO PIC X(12).
           05  GK-AMOUNT PIC 9(5)V99.
           05  GK-STAMP PIC X(14).
      *    GOVERNMENT-LOAN MASTER MAINTAINED BY GOVLNMAINT.
       FD  GOVLOAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLOAN-REC.
           COPY "GOVLOAN.CPY".
      *    ONE LINE PER MEMBER LOAN, THEN ONE "TOTAL" LINE PER
      *    AGENCY -- THE PAPER THAT GOES TO EACH AGENCY'S WINDOW.
       FD  GOVLNREM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLNREM-REC.
       01  GOVLNREM-REC.
           05  LR-MONTH PIC 9(6).
           05  LR-AGENCY PIC X(4).
           05  LR-EMPID PIC X(5).
           05  LR-MEMBER-NO PIC 9(12).
           05  LR-LOAN-NO PIC X(12).
           05  LR-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  REMIT-MONTH PIC 9(6).
       01  ROW-MONTH PIC 9(6).
      *    THE MONTH'S CLOSED, APPROVED PERIODS -- ONLY THEIR TAKES
      *    ARE REMITTED, SO A MONTH IS NEVER PAID OVER TWICE AND AN
      *    UNREVIEWED REGISTER NEVER PAYS OVER AT ALL.
       01  MP-ROW-CTR PIC 9(2) VALUE 0.
       01  MP-IX PIC 9(2).
       01  MP-FOUND-SW PIC X VALUE 'N'.
           88 MP-FOUND VALUE 'Y'.
       01  MP-TABLE.
           05  MP-PERIOD-NO PIC 9(3) OCCURS 10 TIMES.
       01  SKIPPED-PERIOD-CTR PIC 9(3) VALUE 0.
       01  PAYAPPR-STATUS PIC XX.
       01  PAYAPPR-EOF PIC X VALUE 'N'.
           88 PAYAPPR-END VALUE 'Y'.
       01  AP-ROW-CTR PIC 9(3) VALUE 0.
       01  AP-IX PIC 9(3).
       01  AP-FOUND-SW PIC X.
           88 AP-FOUND VALUE 'Y'.
       01  AP-TABLE.
           05  AP-PERIOD-NO PIC 9(3) OCCURS 100 TIMES.
      *    IN-MEMORY COPY OF THE GOVERNMENT-ID MASTER -- A MEMBER
      *    WITH NO RECORD GOES OUT WITH A ZERO NUMBER AND A WARNING.
       01  GOVID-STATUS PIC XX.
       01  GOVID-EOF PIC X VALUE 'N'.
           88 GOVID-END VALUE 'Y'.
       01  GI-ROW-CTR PIC 9(4) VALUE 0.
       01  GI-FULL-SW PIC X VALUE 'N'.
           88 GI-FULL VALUE 'Y'.
       01  GI-FOUND-SW PIC X VALUE 'N'.
           88 GI-FOUND-ROW VALUE 'Y'.
       01  GI-IX PIC 9(4).
       01  GI-TABLE.
           05  GI-ROW OCCURS 500 TIMES.
               10  GIR-EMPID PIC X(5).
               10  GIR-SSS-NO PIC 9(10).
               10  GIR-PAGIBIG-NO PIC 9(12).
       01  NOID-CTR PIC 9(4) VALUE 0.
       01  GOVLNTAKEN-STATUS PIC XX.
       01  GOVLNTAKEN-EOF PIC X VALUE 'N'.
           88 GOVLNTAKEN-END VALUE 'Y'.
       01  LINE-CTR PIC 9(4) VALUE 0.
      *    PER-MEMBER-LOAN ACCUMULATION -- A FULL TABLE IS FLAGGED
      *    SO A SHORT REMITTANCE IS NEVER FILED.
       01  LM-ROW-CTR PIC 9(3) VALUE 0.
       01  LM-FULL-SW PIC X VALUE 'N'.
           88 LM-FULL VALUE 'Y'.
       01  LM-FOUND-SW PIC X VALUE 'N'.
           88 LM-FOUND-ROW VALUE 'Y'.
       01  LM-IX PIC 9(3).
       01  LM-TABLE.
           05  LM-ROW OCCURS 200 TIMES.
               10  LMR-AGENCY PIC X(4).
               10  LMR-EMPID PIC X(5).
               10  LMR-LOAN-NO PIC X(12).
               10  LMR-AMOUNT PIC 9(7)V99.
       01  CUR-AGENCY PIC X(4).
       01  AGENCY-TOTAL PIC 9(7)V99.
       01  AGENCY-CTR PIC 9(3).
      *    IN-MEMORY COPY OF GOVLOAN.DAT -- REWRITTEN ONLY WHEN A
      *    LOAN IS NEWLY FLAGGED PAID.
       01  GOVLOAN-STATUS PIC XX.
       01  GOVLOAN-EOF PIC X VALUE 'N'.
           88 GOVLOAN-END VALUE 'Y'.
       01  LN-ROW-CTR PIC 9(3) VALUE 0.
      *    A MASTER TOO BIG FOR THE TABLE IS NEVER WRITTEN BACK --
      *    THE ROWS PAST THE CAP WOULD BE LOST.
       01  LN-FULL-SW PIC X VALUE 'N'.
           88 LN-FULL VALUE 'Y'.
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
       01  PAID-CTR PIC 9(3) VALUE 0.
       01  AMOUNTDP PIC $Z,ZZZ,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "MONTHLY GOVERNMENT-LOAN REMITTANCE".
           DISPLAY "REMITTANCE MONTH (YYYYMM): ".
           ACCEPT REMIT-MONTH.
           PERFORM 500-LOAD-GOVID-TABLE.
           PERFORM 600-LOAD-APPROVED-PERIODS.
           PERFORM 800-LOAD-MONTH-PERIODS.
           PERFORM 1000-TOTAL-THE-DETAIL.
           PERFORM 2000-WRITE-REMIT-FILE.
           PERFORM 3000-FLAG-PAID-LOANS.
           PERFORM 9999-EXIT.

       500-LOAD-GOVID-TABLE.
      *    GOVID-FILE IS OPTIONAL -- WITH NO MASTER ON FILE EVERY
      *    LINE GOES OUT WITH A ZERO MEMBER NUMBER AND A WARNING.
           MOVE 0 TO GI-ROW-CTR.
           MOVE 'N' TO GOVID-EOF.
           OPEN INPUT GOVID-FILE.
           IF GOVID-STATUS = "00"
               READ GOVID-FILE
                   AT END MOVE 'Y' TO GOVID-EOF
               END-READ
               PERFORM UNTIL GOVID-END
                   IF GI-ROW-CTR = 500
                       MOVE 'Y' TO GI-FULL-SW
                   ELSE
                       ADD 1 TO GI-ROW-CTR
                       MOVE GV-EMPID TO GIR-EMPID (GI-ROW-CTR)
                       MOVE GV-SSS-NO TO GIR-SSS-NO (GI-ROW-CTR)
                       MOVE GV-PAGIBIG-NO
                           TO GIR-PAGIBIG-NO (GI-ROW-CTR)
                   END-IF
                   READ GOVID-FILE
                       AT END MOVE 'Y' TO GOVID-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVID-FILE
           END-IF.
           IF GI-FULL
               DISPLAY "*** GOVERNMENT-ID TABLE FULL - MEMBERS "
                   "PAST THE CAP PRINT WITH ZERO NUMBERS. ***"
           END-IF.

       600-LOAD-APPROVED-PERIODS.
      *    SAME GATE AS REMITLIST -- WITH NO PAYAPPR FILE NOTHING IS
      *    APPROVED AND NOTHING REMITS.
           MOVE 'N' TO PAYAPPR-EOF.
           OPEN INPUT PAYAPPR-FILE.
           IF PAYAPPR-STATUS = "00"
               READ PAYAPPR-FILE
                   AT END MOVE 'Y' TO PAYAPPR-EOF
               END-READ
               PERFORM UNTIL PAYAPPR-END
                   IF PA-STATUS = 'A' AND AP-ROW-CTR < 100
                       ADD 1 TO AP-ROW-CTR
                       MOVE PA-PERIOD TO AP-PERIOD-NO (AP-ROW-CTR)
                   END-IF
                   READ PAYAPPR-FILE
                       AT END MOVE 'Y' TO PAYAPPR-EOF
                   END-READ
               END-PERFORM
               CLOSE PAYAPPR-FILE
           END-IF.

       700-FIND-APPROVED-PERIOD.
           MOVE 'N' TO AP-FOUND-SW.
           PERFORM VARYING AP-IX FROM 1 BY 1
                   UNTIL AP-IX > AP-ROW-CTR OR AP-FOUND
               IF AP-PERIOD-NO (AP-IX) = PD-PERIOD-NO
                   MOVE 'Y' TO AP-FOUND-SW
               END-IF
           END-PERFORM.

       800-LOAD-MONTH-PERIODS.
      *    A PERIOD BELONGS TO THE MONTH IT WAS CLOSED IN, THE SAME
      *    RULE REMITLIST USES FOR THE CONTRIBUTIONS.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   MOVE PD-CLOSE-DATE (1:6) TO ROW-MONTH
                   IF PD-STATUS = 'C' AND PD-CLOSE-DATE > 0
                           AND ROW-MONTH = REMIT-MONTH
                       PERFORM 700-FIND-APPROVED-PERIOD
                       IF AP-FOUND AND MP-ROW-CTR < 10
                           ADD 1 TO MP-ROW-CTR
                           MOVE PD-PERIOD-NO
                               TO MP-PERIOD-NO (MP-ROW-CTR)
                       ELSE
                           ADD 1 TO SKIPPED-PERIOD-CTR
                           DISPLAY "*** PERIOD " PD-PERIOD-NO
                               " WAS NEVER APPROVED (PAYAPPROVE) "
                               "- SKIPPED, NOT REMITTED. ***"
                       END-IF
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           DISPLAY "PERIODS REMITTED FOR THE MONTH: " MP-ROW-CTR.

       900-FIND-MONTH-PERIOD.
           MOVE 'N' TO MP-FOUND-SW.
           PERFORM VARYING MP-IX FROM 1 BY 1
                   UNTIL MP-IX > MP-ROW-CTR OR MP-FOUND
               IF MP-PERIOD-NO (MP-IX) = GK-PERIOD
                   MOVE 'Y' TO MP-FOUND-SW
               END-IF
           END-PERFORM.

       1000-TOTAL-THE-DETAIL.
           MOVE 'N' TO GOVLNTAKEN-EOF.
           OPEN INPUT GOVLNTAKEN-FILE.
           IF GOVLNTAKEN-STATUS = "00"
               READ GOVLNTAKEN-FILE
                   AT END MOVE 'Y' TO GOVLNTAKEN-EOF
               END-READ
               PERFORM UNTIL GOVLNTAKEN-END
                   PERFORM 900-FIND-MONTH-PERIOD
                   IF MP-FOUND
                       ADD 1 TO LINE-CTR
                       PERFORM 1100-POST-LOAN-ROW
                   END-IF
                   READ GOVLNTAKEN-FILE
                       AT END MOVE 'Y' TO GOVLNTAKEN-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVLNTAKEN-FILE
           END-IF.
           DISPLAY "DETAIL LINES FOR THE MONTH: " LINE-CTR.

       1100-POST-LOAN-ROW.
      *    BOTH HALF-MONTH TAKES OF ONE LOAN LAND ON ONE LINE -- THE
      *    AGENCY WANTS THE MONTH'S AMORTIZATION PER LOAN.
           MOVE 'N' TO LM-FOUND-SW.
           MOVE 1 TO LM-IX.
           PERFORM UNTIL LM-IX > LM-ROW-CTR OR LM-FOUND-ROW
               IF LMR-EMPID (LM-IX) = GK-EMPID
                       AND LMR-LOAN-NO (LM-IX) = GK-LOAN-NO
                       AND LMR-AGENCY (LM-IX) = GK-AGENCY
                   MOVE 'Y' TO LM-FOUND-SW
               ELSE
                   ADD 1 TO LM-IX
               END-IF
           END-PERFORM.
           IF NOT LM-FOUND-ROW AND LM-ROW-CTR < 200
               ADD 1 TO LM-ROW-CTR
               MOVE LM-ROW-CTR TO LM-IX
               MOVE GK-AGENCY TO LMR-AGENCY (LM-IX)
               MOVE GK-EMPID TO LMR-EMPID (LM-IX)
               MOVE GK-LOAN-NO TO LMR-LOAN-NO (LM-IX)
               MOVE 0 TO LMR-AMOUNT (LM-IX)
               MOVE 'Y' TO LM-FOUND-SW
           END-IF.
           IF NOT LM-FOUND-ROW
               MOVE 'Y' TO LM-FULL-SW
           ELSE
               ADD GK-AMOUNT TO LMR-AMOUNT (LM-IX)
           END-IF.

       1400-FIND-GOVID-ROW.
           MOVE 'N' TO GI-FOUND-SW.
           MOVE 1 TO GI-IX.
           PERFORM UNTIL GI-IX > GI-ROW-CTR OR GI-FOUND-ROW
               IF GIR-EMPID (GI-IX) = LMR-EMPID (LM-IX)
                   MOVE 'Y' TO GI-FOUND-SW
               ELSE
                   ADD 1 TO GI-IX
               END-IF
           END-PERFORM.

       2000-WRITE-REMIT-FILE.
           OPEN OUTPUT GOVLNREM-FILE.
           MOVE "SSS " TO CUR-AGENCY.
           PERFORM 2100-WRITE-AGENCY-LINES.
           MOVE "HDMF" TO CUR-AGENCY.
           PERFORM 2100-WRITE-AGENCY-LINES.
           CLOSE GOVLNREM-FILE.
           DISPLAY "MEMBER LOAN LINES: " LM-ROW-CTR " ("
               NOID-CTR " MISSING ID RECORDS).".
           IF LM-FULL
               DISPLAY "*** LOAN TABLE FULL - THE REMITTANCE IS "
                   "SHORT. DO NOT FILE IT. ***"
           END-IF.

       2100-WRITE-AGENCY-LINES.
      *    THE MEMBER NUMBER IS THE ONE THAT AGENCY KNOWS THE
      *    EMPLOYEE BY -- SSS NUMBER FOR SSS, PAG-IBIG NUMBER FOR
      *    HDMF.
           MOVE 0 TO AGENCY-TOTAL.
           MOVE 0 TO AGENCY-CTR.
           PERFORM VARYING LM-IX FROM 1 BY 1
                   UNTIL LM-IX > LM-ROW-CTR
               IF LMR-AGENCY (LM-IX) = CUR-AGENCY
                   MOVE REMIT-MONTH TO LR-MONTH
                   MOVE CUR-AGENCY TO LR-AGENCY
                   MOVE LMR-EMPID (LM-IX) TO LR-EMPID
                   MOVE LMR-LOAN-NO (LM-IX) TO LR-LOAN-NO
                   MOVE LMR-AMOUNT (LM-IX) TO LR-AMOUNT
                   PERFORM 1400-FIND-GOVID-ROW
                   IF GI-FOUND-ROW
                       IF CUR-AGENCY = "SSS "
                           MOVE GIR-SSS-NO (GI-IX) TO LR-MEMBER-NO
                       ELSE
                           MOVE GIR-PAGIBIG-NO (GI-IX)
                               TO LR-MEMBER-NO
                       END-IF
                   ELSE
                       MOVE 0 TO LR-MEMBER-NO
                       ADD 1 TO NOID-CTR
                       DISPLAY "WARNING: NO GOVERNMENT-ID RECORD FOR "
                           LMR-EMPID (LM-IX)
                           " - KEY IT IN GOVIDMAINT."
                   END-IF
                   WRITE GOVLNREM-REC
                   ADD LMR-AMOUNT (LM-IX) TO AGENCY-TOTAL
                   ADD 1 TO AGENCY-CTR
                   MOVE LMR-AMOUNT (LM-IX) TO AMOUNTDP
                   DISPLAY CUR-AGENCY " " LR-MEMBER-NO " "
                       LMR-EMPID (LM-IX) " LOAN "
                       LMR-LOAN-NO (LM-IX) " " AMOUNTDP
               END-IF
           END-PERFORM.
           MOVE REMIT-MONTH TO LR-MONTH.
           MOVE CUR-AGENCY TO LR-AGENCY.
           MOVE "TOTAL" TO LR-EMPID.
           MOVE 0 TO LR-MEMBER-NO.
           MOVE SPACES TO LR-LOAN-NO.
           MOVE AGENCY-TOTAL TO LR-AMOUNT.
           WRITE GOVLNREM-REC.
           MOVE AGENCY-TOTAL TO AMOUNTDP.
           DISPLAY CUR-AGENCY " LOANS: " AGENCY-CTR
               "  TOTAL TO REMIT: " AMOUNTDP.

       3000-FLAG-PAID-LOANS.
      *    A LOAN WHOSE BALANCE HAS REACHED ZERO IS MARKED PAID SO
      *    COMPUTE-PAY NEVER TAKES IT AGAIN, AND LISTED SO THE
      *    AGENCY CAN BE TOLD IT IS SETTLED. THE MASTER IS ONLY
      *    WRITTEN BACK WHEN SOMETHING WAS NEWLY FLAGGED.
           MOVE 0 TO LN-ROW-CTR.
           MOVE 'N' TO GOVLOAN-EOF.
           OPEN INPUT GOVLOAN-FILE.
           IF GOVLOAN-STATUS = "00"
               READ GOVLOAN-FILE
                   AT END MOVE 'Y' TO GOVLOAN-EOF
               END-READ
               PERFORM UNTIL GOVLOAN-END
                   IF LN-ROW-CTR = 100
                       MOVE 'Y' TO LN-FULL-SW
                   ELSE
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
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-ROW-CTR
               IF LNR-BALANCE (LN-IX) = 0
                       AND LNR-STATUS (LN-IX) NOT = 'P'
                   MOVE 'P' TO LNR-STATUS (LN-IX)
                   ADD 1 TO PAID-CTR
                   DISPLAY "FULLY PAID - STOPPED: "
                       LNR-EMPID (LN-IX) " " LNR-AGENCY (LN-IX)
                       " LOAN " LNR-LOAN-NO (LN-IX)
               END-IF
           END-PERFORM.
           IF LN-FULL
               DISPLAY "*** GOVERNMENT-LOAN TABLE FULL - MASTER NOT "
                   "UPDATED. FLAG THE LOANS ABOVE IN GOVLNMAINT. ***"
               MOVE 0 TO PAID-CTR
           END-IF.
           IF PAID-CTR > 0
               OPEN OUTPUT GOVLOAN-FILE
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
               END-PERFORM
               CLOSE GOVLOAN-FILE
           END-IF.
           DISPLAY "LOANS NEWLY FLAGGED FULLY PAID: " PAID-CTR.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GOVLNREMIT.

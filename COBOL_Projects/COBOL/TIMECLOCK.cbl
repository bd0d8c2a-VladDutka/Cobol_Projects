      *          validated with the same weighted mod-11 check-digit
      *          routine QUIZ_FILEHANDLING uses, so a transposed digit
      *          punches nobody's clock.
      *          [Q]UERY instead of a punch is the employee self-
      *          service inquiry: behind the employee's own EMPPIN.DAT
      *          PIN it shows their last closed period's pay, leave
      *          balance, loan balances, this period's punches and
      *          their WEEKSCHED.DAT slots -- strictly read-only, and
      *          every inquiry (or refused PIN) is logged to AUDIT.DAT.
      *          [B]REAK and [R]ETURN punch the employee out to and
      *          back from the unpaid meal break, so TIMESUMM can
      *          take the break actually taken off the day's hours.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\TIMECLOCK.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PUNCH-STATUS.
          SELECT OPTIONAL EMPPIN-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPPIN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EMPPIN-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL ARCH-FILE
          ASSIGN TO ARCH-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARCH-STATUS.
          SELECT OPTIONAL LEAVEBAL-FILE
          ASSIGN TO "C:\Users\ADMIN\LEAVEBAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LV-EMPID
          FILE STATUS IS LEAVEBAL-STATUS.
          SELECT OPTIONAL DEDUCT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEDUCT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DD-KEY
          FILE STATUS IS DEDUCT-STATUS.
          SELECT OPTIONAL SCHED-FILE
          ASSIGN TO "C:\Users\ADMIN\WEEKSCHED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SCHED-STATUS.
          SELECT AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PUNCH-REC.
           COPY "TIMECLK.CPY".
       FD  EMPPIN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPPIN-REC.
           COPY "EMPPIN.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           COPY "INFOROW.CPY".
       FD  LEAVEBAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LEAVEBAL-REC.
           COPY "LEAVEBAL.CPY".
       FD  DEDUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEDUCT-REC.
           COPY "DEDUCT.CPY".
       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WEEKSCHED-REC.
           COPY "WEEKSCHED.CPY".
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC.
           05  AU-STAMP PIC X(14).
           05  AU-OPERATOR PIC X(10).
           05  AU-EMPID PIC X(5).
           05  AU-ACTION PIC X(10).
           05  AU-MACH-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01  PUNCH-STATUS PIC XX.
       01  PUNCH-TYPE PIC X VALUE 'I'.
           88  IN-PUNCH VALUE 'I' 'i'.
           88  OUT-PUNCH VALUE 'O' 'o'.
           88  BREAK-OUT-PUNCH VALUE 'B' 'b'.
           88  BREAK-IN-PUNCH VALUE 'R' 'r'.
           88  INQUIRY VALUE 'Q' 'q'.
       01  MORE-PUNCHES PIC X VALUE 'Y'.
           88  NO-MORE-PUNCHES VALUE 'N' 'n'.
       01  PUNCH-DATE PIC 9(8).
       01  CDCHECK PIC 9.
       01  CD-VALID-SW PIC X VALUE 'N'.
           88  CD-VALID VALUE 'Y'.
      *    SELF-SERVICE INQUIRY. NOTHING HERE IS EVER WRITTEN BACK --
      *    THE ONLY OUTPUT IS THE AUDIT.DAT LINE.
       01  PUNCH-EOF PIC X VALUE 'N'.
           88 PUNCH-END VALUE 'Y'.
       01  EMPPIN-STATUS PIC XX.
       01  EMPPIN-EOF PIC X VALUE 'N'.
           88 EMPPIN-END VALUE 'Y'.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ARCH-STATUS PIC XX.
       01  ARCH-NAME PIC X(40).
       01  ARCH-EOF PIC X VALUE 'N'.
           88 ARCH-END VALUE 'Y'.
       01  LEAVEBAL-STATUS PIC XX.
       01  DEDUCT-STATUS PIC XX.
       01  DEDUCT-EOF PIC X VALUE 'N'.
           88 DEDUCT-END VALUE 'Y'.
       01  SCHED-STATUS PIC XX.
       01  SCHED-EOF PIC X VALUE 'N'.
           88 SCHED-END VALUE 'Y'.
       01  TYPED-PIN PIC X(4).
       01  PIN-TRIES PIC 9 VALUE 0.
       01  PIN-OK-SW PIC X VALUE 'N'.
           88  PIN-OK VALUE 'Y'.
       01  PIN-ON-FILE-SW PIC X VALUE 'N'.
           88  PIN-ON-FILE VALUE 'Y'.
       01  ON-FILE-PIN PIC X(4).
      *    THE LAST CLOSED PERIOD AND THE OPEN ONE, OFF PERIODS.DAT.
       01  LAST-PERNO PIC 9(3) VALUE 0.
       01  LAST-CLOSE-DATE PIC 9(8) VALUE 0.
       01  OPEN-START-DATE PIC 9(8) VALUE 0.
       01  OPEN-END-DATE PIC 9(8) VALUE 0.
       01  ARCH-FOUND-SW PIC X VALUE 'N'.
           88  ARCH-FOUND VALUE 'Y'.
       01  INQ-CTR PIC 9(3).
       01  AMTDP PIC $ZZ,999.99.
       01  BALDP PIC $Z,ZZZ,999.99.
       01  HRSDP PIC ZZ9.99.
       01  AU-DATE PIC 9(8).
       01  AU-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ACCEPT PUNCH-EMPID
               PERFORM VALIDATE-EMPID
           END-PERFORM
           DISPLAY "[I]N AT SHIFT START, [O]UT AT SHIFT END, "
               "[B]REAK OUT, [R]ETURN FROM BREAK, OR "
               "[Q]UERY YOUR PAY AND SCHEDULE? "
           ACCEPT PUNCH-TYPE
           PERFORM UNTIL IN-PUNCH OR OUT-PUNCH OR INQUIRY
                   OR BREAK-OUT-PUNCH OR BREAK-IN-PUNCH
               DISPLAY "INVALID - ENTER I, O, B, R OR Q: "
               ACCEPT PUNCH-TYPE
           END-PERFORM
           IF INQUIRY
               PERFORM SELF-SERVICE-INQUIRY
           ELSE
               PERFORM RECORD-PUNCH
           END-IF.

       VALIDATE-EMPID.
      *    A NON-NUMERIC ID CAN NEVER CARRY A VALID CHECK DIGIT, SO
           MOVE PUNCH-DATE TO PC-DATE.
           MOVE PUNCH-TIME (1:6) TO PC-TIME.
           MOVE PUNCH-TYPE TO PC-TYPE.
           INSPECT PC-TYPE CONVERTING "iobr" TO "IOBR".
           MOVE SPACE TO PC-VOID.
           WRITE PUNCH-REC.
           ADD 1 TO PUNCH-CTR.
           EVALUATE TRUE
               WHEN IN-PUNCH
                   DISPLAY "CLOCKED IN " PUNCH-EMPID " AT " PC-TIME
               WHEN OUT-PUNCH
                   DISPLAY "CLOCKED OUT " PUNCH-EMPID " AT " PC-TIME
               WHEN BREAK-OUT-PUNCH
                   DISPLAY "OUT TO BREAK " PUNCH-EMPID " AT " PC-TIME
               WHEN OTHER
                   DISPLAY "BACK FROM BREAK " PUNCH-EMPID " AT "
                       PC-TIME
           END-EVALUATE.

       SELF-SERVICE-INQUIRY.
      *    THREE TRIES AT THE EMPLOYEE'S OWN PIN, THEN THE INQUIRY IS
      *    REFUSED AND THE REFUSAL GOES ON THE TRAIL. AN EMPLOYEE
      *    WITH NO PIN ON FILE IS SENT TO THE OFFICE TO HAVE ONE SET.
           PERFORM FIND-EMPLOYEE-PIN
           IF NOT PIN-ON-FILE
               DISPLAY "NO INQUIRY PIN ON FILE FOR " PUNCH-EMPID
                   " - ASK THE OFFICE TO SET ONE."
           ELSE
               MOVE 'N' TO PIN-OK-SW
               MOVE 0 TO PIN-TRIES
               PERFORM UNTIL PIN-OK OR PIN-TRIES = 3
                   DISPLAY "YOUR INQUIRY PIN: "
                   ACCEPT TYPED-PIN
                   ADD 1 TO PIN-TRIES
                   IF TYPED-PIN = ON-FILE-PIN
                       MOVE 'Y' TO PIN-OK-SW
                   ELSE
                       DISPLAY "PIN DOES NOT MATCH."
                   END-IF
               END-PERFORM
               IF PIN-OK
                   MOVE "SELFINQ" TO AU-ACTION
                   PERFORM LOG-INQUIRY
                   PERFORM SHOW-LAST-PAY
                   PERFORM SHOW-LEAVE-BALANCE
                   PERFORM SHOW-LOAN-BALANCES
                   PERFORM SHOW-PERIOD-PUNCHES
                   PERFORM SHOW-WEEK-SCHEDULE
                   DISPLAY "END OF INQUIRY."
               ELSE
                   DISPLAY "INQUIRY REFUSED."
                   MOVE "SELFINQFAI" TO AU-ACTION
                   PERFORM LOG-INQUIRY
               END-IF
           END-IF.

       FIND-EMPLOYEE-PIN.
           MOVE 'N' TO PIN-ON-FILE-SW.
           MOVE 'N' TO EMPPIN-EOF.
           OPEN INPUT EMPPIN-FILE.
           IF EMPPIN-STATUS = "00"
               READ EMPPIN-FILE
                   AT END MOVE 'Y' TO EMPPIN-EOF
               END-READ
               PERFORM UNTIL EMPPIN-END OR PIN-ON-FILE
                   IF EN-EMPID = PUNCH-EMPID
                       MOVE 'Y' TO PIN-ON-FILE-SW
                       MOVE EN-PIN TO ON-FILE-PIN
                   ELSE
                       READ EMPPIN-FILE
                           AT END MOVE 'Y' TO EMPPIN-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EMPPIN-FILE
           ELSE
               IF EMPPIN-STATUS = "05"
                   CLOSE EMPPIN-FILE
               END-IF
           END-IF.

       LOG-INQUIRY.
      *    THE EMPLOYEE IS BOTH THE ONE ASKING AND THE ONE ASKED
      *    ABOUT -- THERE IS NO OPERATOR AT THE DOOR TERMINAL.
           OPEN EXTEND AUDIT-FILE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO AU-STAMP.
           MOVE AU-STAMP TO AU-MACH-STAMP.
           MOVE "TIMECLOCK" TO AU-OPERATOR.
           MOVE PUNCH-EMPID TO AU-EMPID.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       SHOW-LAST-PAY.
      *    THE HIGHEST-NUMBERED CLOSED PERIOD IS THE LAST ONE PAID;
      *    THE OPEN ROW GIVES THE DATES FOR THIS PERIOD'S PUNCHES.
           MOVE 0 TO LAST-PERNO.
           MOVE 0 TO LAST-CLOSE-DATE.
           MOVE 0 TO OPEN-START-DATE.
           MOVE 0 TO OPEN-END-DATE.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C' AND PD-CLOSE-DATE > 0
                           AND PD-PERIOD-NO > LAST-PERNO
                       MOVE PD-PERIOD-NO TO LAST-PERNO
                       MOVE PD-CLOSE-DATE TO LAST-CLOSE-DATE
                   END-IF
                   IF PD-STATUS = 'O'
                       MOVE PD-START-DATE TO OPEN-START-DATE
                       MOVE PD-END-DATE TO OPEN-END-DATE
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
           IF LAST-PERNO = 0
               DISPLAY "LAST PAY: NO CLOSED PERIOD YET."
           ELSE
               MOVE SPACES TO ARCH-NAME
               STRING "C:\Users\ADMIN\INFO_" DELIMITED BY SIZE
                   LAST-CLOSE-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO ARCH-NAME
               MOVE 'N' TO ARCH-FOUND-SW
               MOVE 'N' TO ARCH-EOF
               OPEN INPUT ARCH-FILE
               IF ARCH-STATUS = "00"
                   READ ARCH-FILE
                       AT END MOVE 'Y' TO ARCH-EOF
                   END-READ
                   PERFORM UNTIL ARCH-END OR ARCH-FOUND
                       IF R-EMPID = PUNCH-EMPID
                           MOVE 'Y' TO ARCH-FOUND-SW
                       ELSE
                           READ ARCH-FILE
                               AT END MOVE 'Y' TO ARCH-EOF
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE ARCH-FILE
               ELSE
                   IF ARCH-STATUS = "05"
                       CLOSE ARCH-FILE
                   END-IF
               END-IF
               IF ARCH-FOUND
                   DISPLAY "LAST PAY - PERIOD " LAST-PERNO ":"
                   MOVE R-GPAY TO AMTDP
                   DISPLAY "  GROSS PAY:        " AMTDP
                   MOVE R-DEDUCS TO AMTDP
                   DISPLAY "  TOTAL DEDUCTIONS: " AMTDP
                   MOVE R-NPAY TO AMTDP
                   DISPLAY "  NET PAY:          " AMTDP
               ELSE
                   DISPLAY "LAST PAY: NOT PAID IN PERIOD " LAST-PERNO
                       "."
               END-IF
           END-IF.

       SHOW-LEAVE-BALANCE.
           OPEN INPUT LEAVEBAL-FILE.
           IF LEAVEBAL-STATUS = "00"
               MOVE PUNCH-EMPID TO LV-EMPID
               READ LEAVEBAL-FILE
                   INVALID KEY
                       MOVE 0 TO LV-BALANCE
               END-READ
               CLOSE LEAVEBAL-FILE
           ELSE
               MOVE 0 TO LV-BALANCE
               IF LEAVEBAL-STATUS = "05"
                   CLOSE LEAVEBAL-FILE
               END-IF
           END-IF.
           MOVE LV-BALANCE TO HRSDP.
           DISPLAY "LEAVE BALANCE: " HRSDP " HRS".

       SHOW-LOAN-BALANCES.
           MOVE 0 TO INQ-CTR.
           MOVE 'N' TO DEDUCT-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF DEDUCT-STATUS = "00"
               MOVE PUNCH-EMPID TO DD-EMPID
               MOVE LOW-VALUES TO DD-TYPE
               START DEDUCT-FILE KEY NOT < DD-KEY
                   INVALID KEY
                       MOVE 'Y' TO DEDUCT-EOF
               END-START
               IF NOT DEDUCT-END
                   READ DEDUCT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO DEDUCT-EOF
                   END-READ
               END-IF
               PERFORM UNTIL DEDUCT-END OR DD-EMPID NOT = PUNCH-EMPID
                   IF DD-BALANCE > 0
                       ADD 1 TO INQ-CTR
                       MOVE DD-BALANCE TO BALDP
                       MOVE DD-PER-AMT TO AMTDP
                       DISPLAY "LOAN " DD-TYPE " BALANCE " BALDP
                           " (" AMTDP " PER PERIOD)"
                   END-IF
                   READ DEDUCT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO DEDUCT-EOF
                   END-READ
               END-PERFORM
               CLOSE DEDUCT-FILE
           ELSE
               IF DEDUCT-STATUS = "05"
                   CLOSE DEDUCT-FILE
               END-IF
           END-IF.
           IF INQ-CTR = 0
               DISPLAY "LOANS: NONE OUTSTANDING."
           END-IF.

       SHOW-PERIOD-PUNCHES.
      *    PUNCH-FILE IS HELD OPEN EXTEND FOR THE SESSION -- IT IS
      *    CLOSED FOR THE READ-BACK AND REOPENED EXTEND AFTERWARDS.
           MOVE 0 TO INQ-CTR.
           IF OPEN-START-DATE = 0
               DISPLAY "PUNCHES: NO PERIOD IS OPEN."
           ELSE
               DISPLAY "PUNCHES SINCE " OPEN-START-DATE ":"
               CLOSE PUNCH-FILE
               OPEN INPUT PUNCH-FILE
               MOVE 'N' TO PUNCH-EOF
               IF PUNCH-STATUS = "00"
                   READ PUNCH-FILE
                       AT END MOVE 'Y' TO PUNCH-EOF
                   END-READ
                   PERFORM UNTIL PUNCH-END
                       IF PC-EMPID = PUNCH-EMPID
                               AND PC-DATE NOT < OPEN-START-DATE
                               AND PC-DATE NOT > OPEN-END-DATE
                           ADD 1 TO INQ-CTR
                           IF PC-VOID = 'V'
                               DISPLAY "  " PC-DATE " " PC-TIME " "
                                   PC-TYPE " (VOIDED)"
                           ELSE
                               DISPLAY "  " PC-DATE " " PC-TIME " "
                                   PC-TYPE
                           END-IF
                       END-IF
                       READ PUNCH-FILE
                           AT END MOVE 'Y' TO PUNCH-EOF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PUNCH-FILE
               OPEN EXTEND PUNCH-FILE
               IF INQ-CTR = 0
                   DISPLAY "  NONE YET."
               END-IF
           END-IF.

       SHOW-WEEK-SCHEDULE.
           MOVE 0 TO INQ-CTR.
           MOVE 'N' TO SCHED-EOF.
           DISPLAY "SCHEDULED NEXT WEEK (DAY 1 = MONDAY):".
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "00"
               READ SCHED-FILE
                   AT END MOVE 'Y' TO SCHED-EOF
               END-READ
               PERFORM UNTIL SCHED-END
                   IF SH-EMPID = PUNCH-EMPID
                       ADD 1 TO INQ-CTR
                       DISPLAY "  DAY " SH-DAY " POSITION " SH-POSTC
                           " " SH-HOURS " HRS"
                   END-IF
                   READ SCHED-FILE
                       AT END MOVE 'Y' TO SCHED-EOF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               IF SCHED-STATUS = "05"
                   CLOSE SCHED-FILE
               END-IF
           END-IF.
           IF INQ-CTR = 0
               DISPLAY "  NOT ON THE SCHEDULE."
           END-IF.
       END PROGRAM TIMECLOCK.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Privacy anonymization of long-separated employees.
      *          A supervisor signs on (OPERATORS.DAT) and picks a
      *          dry run or the real thing. An employee qualifies when
      *          terminated on EMPMAST with the termination on
      *          STATLOG.DAT more than the SHOPCONF.DAT retention
      *          years before the business date, with no balance
      *          left on DEDUCT.DAT, GARNISH.DAT or an active
      *          GOVLOAN.DAT loan, and with the EMPSTATUS final-pay
      *          settlement on FINALPAY.DAT. The dry run lists who
      *          would be anonymized and who is held back and why.
      *          The real run replaces the names on EMPMAST and on
      *          every closed period's INFO archive with placeholders
      *          and deletes the BANKMAST.DAT and GOVIDS.DAT rows.
      *          The EMPID and every money figure stay as they were,
      *          so the archived payroll totals, YEAREND and the
      *          ARCHVERIFY control totals still prove. Each employee
      *          done is logged to ANONLOG.DAT with the EMPID, the
      *          date and the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMIZE.
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
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
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
          SELECT OPTIONAL DEDUCT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEDUCT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DD-KEY
          FILE STATUS IS DEDUCT-STATUS.
          SELECT OPTIONAL GARNISH-FILE
          ASSIGN TO "C:\Users\ADMIN\GARNISH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GARNISH-STATUS.
          SELECT OPTIONAL GOVLOAN-FILE
          ASSIGN TO "C:\Users\ADMIN\GOVLOAN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GOVLOAN-STATUS.
          SELECT OPTIONAL FINALPAY-FILE
          ASSIGN TO "C:\Users\ADMIN\FINALPAY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINALPAY-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
      *    BANKMAST.DAT, GOVIDS.DAT OR AN INFO ARCHIVE -- WHICHEVER
      *    IS BEING STRIPPED -- AND THE HOLD FILE ITS ROWS PARK IN
      *    (RETAIN'S TECHNIQUE).
          SELECT OPTIONAL LIVE-FILE
          ASSIGN TO LIVE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LIVE-STATUS.
          SELECT HOLD-FILE
          ASSIGN TO HOLD-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HOLD-STATUS.
          SELECT OPTIONAL ANONLOG-FILE
          ASSIGN TO "C:\Users\ADMIN\ANONLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ANONLOG-STATUS.
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
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  STATLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STATLOG-REC.
           COPY "STATLOG.CPY".
       FD  DEDUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEDUCT-REC.
           COPY "DEDUCT.CPY".
       FD  GARNISH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GARNISH-REC.
           COPY "GARNISH.CPY".
       FD  GOVLOAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GOVLOAN-REC.
           COPY "GOVLOAN.CPY".
      *    EMPSTATUS'S SETTLEMENT LINE -- ONLY THE EMPID MATTERS HERE.
       FD  FINALPAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FINALPAY-REC.
       01  FINALPAY-REC.
           05  FP-EMPID PIC X(5).
           05  FILLER PIC X(47).
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
      *    EVERY FILE STRIPPED HERE CARRIES THE EMPID IN ITS FIRST
      *    FIVE BYTES; AN INFO ARCHIVE ROW CARRIES THE LAST, FIRST
      *    AND MIDDLE NAMES IN THE THIRTY AFTER IT (INFOROW.CPY).
       FD  LIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIVE-LINE.
       01  LIVE-LINE.
           05  LV-EMPID PIC X(5).
           05  LV-NAMES PIC X(30).
           05  FILLER PIC X(565).
       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-LINE.
       01  HOLD-LINE PIC X(600).
      *    ONE LINE PER EMPLOYEE ANONYMIZED -- APPENDED ONLY.
       FD  ANONLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ANONLOG-REC.
       01  ANONLOG-REC.
      *    YYYYMMDD FOLLOWED BY HHMMSSCC.
           05  AL-STAMP PIC X(14).
           05  AL-OPERATOR PIC X(10).
           05  AL-EMPID PIC X(5).
           05  AL-SEP-DATE PIC 9(8).
           05  AL-BANK-ROWS PIC 9(3).
           05  AL-GOVID-ROWS PIC 9(3).
           05  AL-ARCH-ROWS PIC 9(5).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  STATLOG-STATUS PIC XX.
       01  DEDUCT-STATUS PIC XX.
       01  GARNISH-STATUS PIC XX.
       01  GOVLOAN-STATUS PIC XX.
       01  FINALPAY-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  LIVE-STATUS PIC XX.
       01  HOLD-STATUS PIC XX.
       01  ANONLOG-STATUS PIC XX.
      *    ONE END-OF-FILE SWITCH SERVES EVERY FILE -- THEY ARE READ
      *    ONE AT A TIME, START TO END.
       01  FILE-EOF PIC X VALUE 'N'.
           88 FILE-END VALUE 'Y'.
      *    PERIODS.DAT STAYS OPEN WHILE EACH ARCHIVE IS SCRUBBED.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
      *    SHOPCONF.DAT OVERRIDES THIS WHEN IT CARRIES A NON-ZERO
      *    VALUE.
       01  ANON-YEARS PIC 99 VALUE 10.
      *    SEPARATED BEFORE THIS DATE -- THE BUSINESS DATE LESS THE
      *    RETENTION YEARS, 29 FEBRUARY FALLING BACK TO THE 28TH.
       01  CUTOFF-DATE PIC 9(8).
       01  CUTOFF-DATE-R REDEFINES CUTOFF-DATE.
           05  CUT-YYYY PIC 9(4).
           05  CUT-MM PIC 9(2).
           05  CUT-DD PIC 9(2).
       01  RUN-MODE PIC X VALUE SPACE.
           88 DRY-RUN VALUE 'D' 'd'.
           88 LIVE-RUN VALUE 'A' 'a'.
       01  CONFIRM-SW PIC X VALUE 'N'.
           88 CONFIRMED VALUE 'Y' 'y'.
      *    WHAT A PLACEHOLDER NAME LOOKS LIKE -- ALSO HOW A RERUN
      *    KNOWS AN EMPLOYEE IS ALREADY DONE.
       01  ANON-LN PIC A(10) VALUE "ANONYMIZED".
       01  ANON-FN PIC A(10) VALUE "FORMER".
       01  ANON-MN PIC A(10) VALUE "EMPLOYEE".
       01  ANON-NAMES.
           05  AN-LN-PART PIC A(10).
           05  AN-FN-PART PIC A(10).
           05  AN-MN-PART PIC A(10).
       01  LIVE-NAME PIC X(45).
       01  HOLD-NAME PIC X(45)
           VALUE "C:\Users\ADMIN\ANONHOLD.TMP".
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
      *    THE TERMINATED EMPLOYEES NOT YET ANONYMIZED, EACH WITH
      *    ITS SEPARATION DATE, WHAT HOLDS IT BACK, AND WHETHER IT
      *    IS TO BE DONE THIS RUN.
       01  AN-ROW-CTR PIC 9(4) VALUE 0.
       01  AN-IX PIC 9(4).
       01  AN-FOUND-SW PIC X VALUE 'N'.
           88 AN-FOUND-ROW VALUE 'Y'.
       01  AN-TABLE.
           05  AN-ROW OCCURS 1000 TIMES.
               10  ANR-EMPID PIC X(5).
               10  ANR-LN PIC X(10).
               10  ANR-FN PIC X(10).
               10  ANR-SEP-DATE PIC 9(8).
               10  ANR-SETTLED PIC X(1).
               10  ANR-HOLD PIC X(24).
               10  ANR-DO PIC X(1).
               10  ANR-BANK-ROWS PIC 9(3).
               10  ANR-GOVID-ROWS PIC 9(3).
               10  ANR-ARCH-ROWS PIC 9(5).
       01  LOOK-EMPID PIC X(5).
       01  DO-CTR PIC 9(4) VALUE 0.
       01  HELD-CTR PIC 9(4) VALUE 0.
       01  NOT-DUE-CTR PIC 9(4) VALUE 0.
       01  ARCH-CTR PIC 9(4) VALUE 0.
       01  STRIPPED-CTR PIC 9(5).
       01  STRIP-KIND PIC X VALUE SPACE.
           88 STRIP-BANK VALUE 'B'.
           88 STRIP-GOVID VALUE 'G'.
           88 STRIP-ARCHIVE VALUE 'A'.
      *    SUPERVISOR CHECK AGAINST THE SHARED SIGN-ON MASTER --
      *    PUNCHFIX'S SUPERVISOR RULE.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-FOUND-SW PIC X VALUE 'N'.
           88 OP-FOUND-ROW VALUE 'Y'.
       01  OP-TABLE.
           05  OP-ROW OCCURS 20 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-NAME PIC X(20).
               10  OPR-ROLE PIC X(1).
               10  OPR-PIN PIC X(4).
       01  TYPED-ID PIC X(10).
       01  TYPED-PIN PIC X(4).
       01  SUPER-OK-SW PIC X.
           88 SUPER-OK VALUE 'Y'.
       01  SUPERVISOR-ID PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ANONYMIZE LONG-SEPARATED EMPLOYEES".
           PERFORM 0500-CHECK-SUPERVISOR.
           IF NOT SUPER-OK
               DISPLAY "NOT A SUPERVISOR SIGN-ON - NOTHING CHANGED."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 0100-LOAD-BUSINESS-DATE.
           PERFORM 0200-LOAD-SHOP-CONF.
           MOVE BUSINESS-DATE TO CUTOFF-DATE.
           SUBTRACT ANON-YEARS FROM CUT-YYYY.
           IF CUT-MM = 2 AND CUT-DD = 29
               MOVE 28 TO CUT-DD
           END-IF.
           DISPLAY "[D] DRY RUN - LIST ONLY   [A] ANONYMIZE: ".
           ACCEPT RUN-MODE.
           PERFORM UNTIL DRY-RUN OR LIVE-RUN
               DISPLAY "INVALID - ENTER D OR A: "
               ACCEPT RUN-MODE
           END-PERFORM.
           DISPLAY "SEPARATED BEFORE " CUTOFF-DATE " (" ANON-YEARS
               " YEARS BEFORE " BUSINESS-DATE ")".
           PERFORM 1000-LOAD-TERMINATED.
           PERFORM 1100-FIND-SEPARATION-DATES.
           PERFORM 1200-CHECK-DEDUCTIONS.
           PERFORM 1300-CHECK-GARNISHMENTS.
           PERFORM 1400-CHECK-GOV-LOANS.
           PERFORM 1500-CHECK-FINAL-PAY.
           PERFORM 2000-DECIDE-AND-LIST.
           DISPLAY DO-CTR " TO ANONYMIZE, " HELD-CTR " HELD BACK, "
               NOT-DUE-CTR " STILL WITHIN RETENTION.".
           IF DRY-RUN OR DO-CTR = 0
               DISPLAY "NOTHING CHANGED."
               PERFORM 9999-EXIT
           END-IF.
           DISPLAY "ANONYMIZE " DO-CTR " EMPLOYEE(S)? THIS CANNOT "
               "BE UNDONE (Y/N): ".
           ACCEPT CONFIRM-SW.
           IF NOT CONFIRMED
               DISPLAY "NOTHING CHANGED."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 3000-ANONYMIZE-THE-MASTER.
           MOVE "C:\Users\ADMIN\BANKMAST.DAT" TO LIVE-NAME.
           MOVE 'B' TO STRIP-KIND.
           PERFORM 4000-STRIP-ONE-FILE.
           MOVE "C:\Users\ADMIN\GOVIDS.DAT" TO LIVE-NAME.
           MOVE 'G' TO STRIP-KIND.
           PERFORM 4000-STRIP-ONE-FILE.
           PERFORM 5000-SCRUB-THE-ARCHIVES.
           PERFORM 6000-LOG-THE-RUN.
           DISPLAY DO-CTR " EMPLOYEE(S) ANONYMIZED, " ARCH-CTR
               " INFO ARCHIVE(S) SCRUBBED - SEE ANONLOG.DAT.".
           PERFORM 9999-EXIT.

       0100-LOAD-BUSINESS-DATE.
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

       0200-LOAD-SHOP-CONF.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-ANON-YEARS IS NUMERIC
                               AND SC-ANON-YEARS > 0
                           MOVE SC-ANON-YEARS TO ANON-YEARS
                       END-IF
               END-READ
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       0500-CHECK-SUPERVISOR.
           PERFORM 0510-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.
           DISPLAY "SUPERVISOR ID: ".
           ACCEPT TYPED-ID.
           IF OP-ROW-CTR = 0
               MOVE TYPED-ID TO SUPERVISOR-ID
               MOVE 'Y' TO SUPER-OK-SW
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               ACCEPT TYPED-PIN
               PERFORM 0520-FIND-OPERATOR-ROW
               IF OP-FOUND-ROW
                       AND OPR-PIN (OP-IX) = TYPED-PIN
                       AND OPR-ROLE (OP-IX) = 'S'
                   MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               END-IF
           END-IF.

       0510-LOAD-OPERATOR-TABLE.
           MOVE 0 TO OP-ROW-CTR.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF OP-ROW-CTR < 20
                       ADD 1 TO OP-ROW-CTR
                       MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                       MOVE OP-NAME TO OPR-NAME (OP-ROW-CTR)
                       MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                       MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
                   END-IF
                   READ OPERATOR-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF OPERATOR-STATUS = "05"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       0520-FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

      *    EVERY TERMINATED EMPLOYEE WHOSE NAME IS NOT ALREADY THE
      *    PLACEHOLDER.
       1000-LOAD-TERMINATED.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF EM-STATUS-CODE = 'T' AND EM-EMPLN NOT = ANON-LN
                       IF AN-ROW-CTR < 1000
                           ADD 1 TO AN-ROW-CTR
                           MOVE EM-EMPID TO ANR-EMPID (AN-ROW-CTR)
                           MOVE EM-EMPLN TO ANR-LN (AN-ROW-CTR)
                           MOVE EM-EMPFN TO ANR-FN (AN-ROW-CTR)
                           MOVE 0 TO ANR-SEP-DATE (AN-ROW-CTR)
                           MOVE 'N' TO ANR-SETTLED (AN-ROW-CTR)
                           MOVE SPACES TO ANR-HOLD (AN-ROW-CTR)
                           MOVE 'N' TO ANR-DO (AN-ROW-CTR)
                           MOVE 0 TO ANR-BANK-ROWS (AN-ROW-CTR)
                           MOVE 0 TO ANR-GOVID-ROWS (AN-ROW-CTR)
                           MOVE 0 TO ANR-ARCH-ROWS (AN-ROW-CTR)
                       ELSE
                           DISPLAY "*** MORE THAN 1000 TERMINATED - "
                               "THE REST WAIT FOR THE NEXT RUN. ***"
                           MOVE 'Y' TO FILE-EOF
                       END-IF
                   END-IF
                   IF NOT FILE-END
                       READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO FILE-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               IF EM-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.

      *    STATLOG.DAT IS APPENDED IN DATE ORDER, SO THE LAST LINE
      *    THAT MOVED AN EMPLOYEE INTO 'T' IS THE SEPARATION THAT
      *    STANDS (A REHIRE AND A SECOND SEPARATION MOVE IT ON).
       1100-FIND-SEPARATION-DATES.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT STATLOG-FILE.
           IF STATLOG-STATUS = "00"
               READ STATLOG-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF SL-NEW-STATUS = 'T' AND SL-OLD-STATUS NOT = 'T'
                           AND SL-STAMP (1:8) IS NUMERIC
                       MOVE SL-EMPID TO LOOK-EMPID
                       PERFORM 7000-FIND-AN-ROW
                       IF AN-FOUND-ROW
                           MOVE SL-STAMP (1:8)
                               TO ANR-SEP-DATE (AN-IX)
                       END-IF
                   END-IF
                   READ STATLOG-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE STATLOG-FILE
           ELSE
               IF STATLOG-STATUS = "05"
                   CLOSE STATLOG-FILE
               END-IF
           END-IF.

      *    EACH EMPLOYEE'S DEDUCT.DAT ROWS WALK AS A KEYED CLUSTER,
      *    THE WAY EMPSTATUS'S FINAL-PAY SETTLEMENT WALKS THEM.
       1200-CHECK-DEDUCTIONS.
           OPEN INPUT DEDUCT-FILE.
           IF DEDUCT-STATUS = "00"
               PERFORM VARYING AN-IX FROM 1 BY 1
                       UNTIL AN-IX > AN-ROW-CTR
                   MOVE 'N' TO FILE-EOF
                   MOVE ANR-EMPID (AN-IX) TO DD-EMPID
                   MOVE LOW-VALUES TO DD-TYPE
                   START DEDUCT-FILE KEY NOT < DD-KEY
                       INVALID KEY
                           MOVE 'Y' TO FILE-EOF
                   END-START
                   IF NOT FILE-END
                       READ DEDUCT-FILE NEXT RECORD
                           AT END MOVE 'Y' TO FILE-EOF
                       END-READ
                   END-IF
                   PERFORM UNTIL FILE-END
                           OR DD-EMPID NOT = ANR-EMPID (AN-IX)
                       IF DD-BALANCE > 0
                           MOVE "OPEN DEDUCTION BALANCE"
                               TO ANR-HOLD (AN-IX)
                       END-IF
                       READ DEDUCT-FILE NEXT RECORD
                           AT END MOVE 'Y' TO FILE-EOF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE DEDUCT-FILE
           ELSE
               IF DEDUCT-STATUS = "05"
                   CLOSE DEDUCT-FILE
               END-IF
           END-IF.

       1300-CHECK-GARNISHMENTS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT GARNISH-FILE.
           IF GARNISH-STATUS = "00"
               READ GARNISH-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF GN-BALANCE > 0
                       MOVE GN-EMPID TO LOOK-EMPID
                       PERFORM 7000-FIND-AN-ROW
                       IF AN-FOUND-ROW
                           MOVE "OPEN GARNISHMENT"
                               TO ANR-HOLD (AN-IX)
                       END-IF
                   END-IF
                   READ GARNISH-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
           ELSE
               IF GARNISH-STATUS = "05"
                   CLOSE GARNISH-FILE
               END-IF
           END-IF.

       1400-CHECK-GOV-LOANS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT GOVLOAN-FILE.
           IF GOVLOAN-STATUS = "00"
               READ GOVLOAN-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   IF LN-STATUS NOT = 'P' AND LN-BALANCE > 0
                       MOVE LN-EMPID TO LOOK-EMPID
                       PERFORM 7000-FIND-AN-ROW
                       IF AN-FOUND-ROW
                           MOVE "OPEN GOVERNMENT LOAN"
                               TO ANR-HOLD (AN-IX)
                       END-IF
                   END-IF
                   READ GOVLOAN-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE GOVLOAN-FILE
           ELSE
               IF GOVLOAN-STATUS = "05"
                   CLOSE GOVLOAN-FILE
               END-IF
           END-IF.

      *    A TERMINATION WITHOUT ITS EMPSTATUS SETTLEMENT LINE HAS
      *    NEVER HAD ITS FINAL PAY WORKED OUT OR PAID.
       1500-CHECK-FINAL-PAY.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT FINALPAY-FILE.
           IF FINALPAY-STATUS = "00"
               READ FINALPAY-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   MOVE FP-EMPID TO LOOK-EMPID
                   PERFORM 7000-FIND-AN-ROW
                   IF AN-FOUND-ROW
                       MOVE 'Y' TO ANR-SETTLED (AN-IX)
                   END-IF
                   READ FINALPAY-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE FINALPAY-FILE
           ELSE
               IF FINALPAY-STATUS = "05"
                   CLOSE FINALPAY-FILE
               END-IF
           END-IF.

       2000-DECIDE-AND-LIST.
           DISPLAY "EMPID LAST NAME  FIRST NAME SEPARATED "
               "OUTCOME".
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > AN-ROW-CTR
               IF ANR-SEP-DATE (AN-IX) = 0
                   IF ANR-HOLD (AN-IX) = SPACES
                       MOVE "NO SEPARATION ON STATLOG"
                           TO ANR-HOLD (AN-IX)
                   END-IF
               END-IF
               IF ANR-SEP-DATE (AN-IX) > 0
                       AND ANR-SEP-DATE (AN-IX) NOT < CUTOFF-DATE
                   ADD 1 TO NOT-DUE-CTR
               ELSE
                   IF ANR-HOLD (AN-IX) = SPACES
                           AND ANR-SETTLED (AN-IX) NOT = 'Y'
                       MOVE "FINAL PAY NOT SETTLED"
                           TO ANR-HOLD (AN-IX)
                   END-IF
                   IF ANR-HOLD (AN-IX) = SPACES
                       MOVE 'Y' TO ANR-DO (AN-IX)
                       ADD 1 TO DO-CTR
                       IF DRY-RUN
                           DISPLAY ANR-EMPID (AN-IX) " "
                               ANR-LN (AN-IX) " " ANR-FN (AN-IX) " "
                               ANR-SEP-DATE (AN-IX) " WOULD BE "
                               "ANONYMIZED"
                       ELSE
                           DISPLAY ANR-EMPID (AN-IX) " "
                               ANR-LN (AN-IX) " " ANR-FN (AN-IX) " "
                               ANR-SEP-DATE (AN-IX) " TO ANONYMIZE"
                       END-IF
                   ELSE
                       ADD 1 TO HELD-CTR
                       DISPLAY ANR-EMPID (AN-IX) " "
                           ANR-LN (AN-IX) " " ANR-FN (AN-IX) " "
                           ANR-SEP-DATE (AN-IX) " HELD - "
                           ANR-HOLD (AN-IX)
                   END-IF
               END-IF
           END-PERFORM.

      *    THE EMPID, RATES, STATUS AND DATES STAY -- ONLY THE THREE
      *    NAMES BECOME THE PLACEHOLDER.
       3000-ANONYMIZE-THE-MASTER.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > AN-ROW-CTR
               IF ANR-DO (AN-IX) = 'Y'
                   MOVE ANR-EMPID (AN-IX) TO EM-EMPID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** " ANR-EMPID (AN-IX)
                               " VANISHED FROM EMPMAST. ***"
                       NOT INVALID KEY
                           MOVE ANON-LN TO EM-EMPLN
                           MOVE ANON-FN TO EM-EMPFN
                           MOVE ANON-MN TO EM-EMPMN
                           REWRITE EMPLOYEE-MASTER-REC
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

      *    EVERY ROW PARKS IN THE HOLD FILE -- A BANK OR GOVERNMENT-ID
      *    ROW OF AN EMPLOYEE BEING DONE IS DROPPED, AN ARCHIVE ROW
      *    HAS ITS NAMES REPLACED -- AND THE HOLD FILE GOES BACK AS
      *    THE FILE.
       4000-STRIP-ONE-FILE.
           MOVE 0 TO STRIPPED-CTR.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT LIVE-FILE.
           IF LIVE-STATUS = "00"
               OPEN OUTPUT HOLD-FILE
               READ LIVE-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   MOVE LV-EMPID TO LOOK-EMPID
                   PERFORM 7000-FIND-AN-ROW
                   IF AN-FOUND-ROW AND ANR-DO (AN-IX) = 'Y'
                       ADD 1 TO STRIPPED-CTR
                       EVALUATE TRUE
                           WHEN STRIP-BANK
                               ADD 1 TO ANR-BANK-ROWS (AN-IX)
                           WHEN STRIP-GOVID
                               ADD 1 TO ANR-GOVID-ROWS (AN-IX)
                           WHEN STRIP-ARCHIVE
                               ADD 1 TO ANR-ARCH-ROWS (AN-IX)
                               MOVE ANON-NAMES TO LV-NAMES
                               MOVE LIVE-LINE TO HOLD-LINE
                               WRITE HOLD-LINE
                       END-EVALUATE
                   ELSE
                       MOVE LIVE-LINE TO HOLD-LINE
                       WRITE HOLD-LINE
                   END-IF
                   READ LIVE-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               CLOSE HOLD-FILE
               IF STRIPPED-CTR > 0
                   PERFORM 4100-PUT-THE-HOLD-BACK
               END-IF
           ELSE
               IF LIVE-STATUS = "05"
                   CLOSE LIVE-FILE
               END-IF
           END-IF.

       4100-PUT-THE-HOLD-BACK.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT LIVE-FILE.
           IF HOLD-STATUS = "00"
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-EOF
               END-READ
               PERFORM UNTIL FILE-END
                   MOVE HOLD-LINE TO LIVE-LINE
                   WRITE LIVE-LINE
                   READ HOLD-FILE
                       AT END MOVE 'Y' TO FILE-EOF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           CLOSE LIVE-FILE.

      *    EVERY CLOSED PERIOD'S INFO ARCHIVE -- THE ROW COUNT, GROSS
      *    AND NET ARE UNTOUCHED, SO ITS SIDECAR CONTROL RECORD STILL
      *    PROVES.
       5000-SCRUB-THE-ARCHIVES.
           MOVE ANON-LN TO AN-LN-PART.
           MOVE ANON-FN TO AN-FN-PART.
           MOVE ANON-MN TO AN-MN-PART.
           MOVE 'A' TO STRIP-KIND.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C' AND PD-CLOSE-DATE > 0
                       MOVE SPACES TO LIVE-NAME
                       STRING "C:\Users\ADMIN\INFO_" DELIMITED BY SIZE
                           PD-CLOSE-DATE DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO LIVE-NAME
                       PERFORM 4000-STRIP-ONE-FILE
                       IF STRIPPED-CTR > 0
                           ADD 1 TO ARCH-CTR
                       END-IF
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

       6000-LOG-THE-RUN.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND ANONLOG-FILE.
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > AN-ROW-CTR
               IF ANR-DO (AN-IX) = 'Y'
                   STRING LOG-DATE DELIMITED BY SIZE
                       LOG-TIME DELIMITED BY SIZE
                       INTO AL-STAMP
                   MOVE SUPERVISOR-ID TO AL-OPERATOR
                   MOVE ANR-EMPID (AN-IX) TO AL-EMPID
                   MOVE ANR-SEP-DATE (AN-IX) TO AL-SEP-DATE
                   MOVE ANR-BANK-ROWS (AN-IX) TO AL-BANK-ROWS
                   MOVE ANR-GOVID-ROWS (AN-IX) TO AL-GOVID-ROWS
                   MOVE ANR-ARCH-ROWS (AN-IX) TO AL-ARCH-ROWS
                   WRITE ANONLOG-REC
               END-IF
           END-PERFORM.
           CLOSE ANONLOG-FILE.

       7000-FIND-AN-ROW.
           MOVE 'N' TO AN-FOUND-SW.
           MOVE 1 TO AN-IX.
           PERFORM UNTIL AN-IX > AN-ROW-CTR OR AN-FOUND-ROW
               IF ANR-EMPID (AN-IX) = LOOK-EMPID
                   MOVE 'Y' TO AN-FOUND-SW
               ELSE
                   ADD 1 TO AN-IX
               END-IF
           END-PERFORM.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ANONYMIZE.

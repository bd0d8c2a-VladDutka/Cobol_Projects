      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Segregation-of-duties violation report -- for a
      *          period, lists every case where the same person sits
      *          on both sides of a maker-checker pair: the same
      *          OP-ID, or the operator's own EMPID (OPERATORS.DAT)
      *          against a cashier's EMPID or the employee acted on.
      *          The pairs are the SODRULES.DAT rules (SODRULE.CPY),
      *          so the auditor adds a new one with [A] instead of a
      *          program change; [L] lists them. The sides are read
      *          off AUDIT.DAT (any action, CHKREG's CHKVOID among
      *          them), RATEHIST.DAT's RH-OPERATOR, OTAUTH.DAT,
      *          ADJUST.DAT, PAYAPPR.DAT, the ORDLINES.DAT override
      *          supervisor, the ORDERS void rows and the cashier
      *          who rang the order -- off the PERIODCLOSE ORDERS
      *          archives of the periods closed since the report
      *          period opened as well as the live ORDERS.DAT, so a
      *          mid-month close hides nothing. An undated side (an
      *          overtime authorization, or the sale behind a void)
      *          counts whenever the other side falls in the period.
      *          Spooled to SODRPT_<to date>.SPL as well as shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
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
          SELECT OPTIONAL SODRULE-FILE
          ASSIGN TO "C:\Users\ADMIN\SODRULES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SODRULE-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT OPTIONAL AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AUDIT-STATUS.
          SELECT OPTIONAL RATEHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\RATEHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RH-KEY
          FILE STATUS IS RATEHIST-STATUS.
          SELECT OPTIONAL OTAUTH-FILE
          ASSIGN TO "C:\Users\ADMIN\OTAUTH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OTAUTH-STATUS.
          SELECT OPTIONAL ADJUST-FILE
          ASSIGN TO "C:\Users\ADMIN\ADJUST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADJUST-STATUS.
          SELECT OPTIONAL PAYAPPR-FILE
          ASSIGN TO "C:\Users\ADMIN\PAYAPPR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PAYAPPR-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
      *    AN ARCHIVED PERIOD'S ORDERS, OR THE LIVE ORDERS.DAT --
      *    THE SAME LAYOUT EITHER WAY.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO ORDERS-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  SODRULE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SODRULE-REC.
           COPY "SODRULE.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
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
       FD  RATEHIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATEHIST-REC.
           COPY "RATEHIST.CPY".
       FD  OTAUTH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OTAUTH-REC.
           COPY "OTAUTH.CPY".
       FD  ADJUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADJUST-REC.
           COPY "ADJUST.CPY".
      *    SAME APPROVAL ROW PAYAPPROVE WRITES.
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
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SODRULE-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  AUDIT-STATUS PIC XX.
       01  RATEHIST-STATUS PIC XX.
       01  OTAUTH-STATUS PIC XX.
       01  ADJUST-STATUS PIC XX.
       01  PAYAPPR-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  SODRULE-EOF PIC X VALUE 'N'.
           88 SODRULE-END VALUE 'Y'.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  AUDIT-EOF PIC X VALUE 'N'.
           88 AUDIT-END VALUE 'Y'.
       01  RATEHIST-EOF PIC X VALUE 'N'.
           88 RATEHIST-END VALUE 'Y'.
       01  OTAUTH-EOF PIC X VALUE 'N'.
           88 OTAUTH-END VALUE 'Y'.
       01  ADJUST-EOF PIC X VALUE 'N'.
           88 ADJUST-END VALUE 'Y'.
       01  PAYAPPR-EOF PIC X VALUE 'N'.
           88 PAYAPPR-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ORDERS-NAME PIC X(45).
      *    WHICH ORDERS ROWS THE SWEEP IS AFTER -- 'V' THE VOIDS,
      *    'S' THE SALES.
       01  ORDERS-PASS PIC X.
           88 VOID-PASS VALUE 'V'.
           88 SALE-PASS VALUE 'S'.
       01  CHOICE PIC X.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  EVENT-DATE PIC 9(8).
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    THE STANDARD PAIRS, WRITTEN TO SODRULES.DAT THE FIRST
      *    TIME IT IS FOUND MISSING SO THE AUDITOR HAS THEM TO
      *    BUILD ON.
       01  DEFAULT-RULES.
           05  FILLER PIC X(29) VALUE
               "R001RATECHG     PAYAPPR     P".
           05  FILLER PIC X(40) VALUE
               "RATE CHANGE KEYED, PAYROLL APPROVED".
           05  FILLER PIC X(29) VALUE
               "R002OTAUTH      A:NEW ENTRY E".
           05  FILLER PIC X(40) VALUE
               "OVERTIME AUTHORIZED, THEN PAID".
           05  FILLER PIC X(29) VALUE
               "R003OTAUTH      A:CORRECTIONE".
           05  FILLER PIC X(40) VALUE
               "OVERTIME AUTHORIZED, PAY CORRECTED".
           05  FILLER PIC X(29) VALUE
               "R004OVERRIDE    SALE        O".
           05  FILLER PIC X(40) VALUE
               "PRICE OVERRIDE APPROVED ON OWN SALE".
           05  FILLER PIC X(29) VALUE
               "R005VOID        SALE        O".
           05  FILLER PIC X(40) VALUE
               "SALE VOIDED BY THE CASHIER WHO RANG IT".
           05  FILLER PIC X(29) VALUE
               "R006ADJUST      PAYAPPR     P".
           05  FILLER PIC X(40) VALUE
               "PAY ADJUSTMENT KEYED, PAYROLL APPROVED".
           05  FILLER PIC X(29) VALUE
               "R007RATECHG                 S".
           05  FILLER PIC X(40) VALUE
               "RATE CHANGE ON OWN PAY RATE".
           05  FILLER PIC X(29) VALUE
               "R008ADJUST                  S".
           05  FILLER PIC X(40) VALUE
               "PAY ADJUSTMENT TO OWN PAY".
           05  FILLER PIC X(29) VALUE
               "R009OTAUTH                  S".
           05  FILLER PIC X(40) VALUE
               "OVERTIME AUTHORIZED FOR SELF".
           05  FILLER PIC X(29) VALUE
               "R010A:CHKVOID               S".
           05  FILLER PIC X(40) VALUE
               "OWN PAYCHECK VOIDED AND REISSUED".
       01  DEFAULT-RULES-R REDEFINES DEFAULT-RULES.
           05  DEFAULT-RULE PIC X(69) OCCURS 10 TIMES.
       01  DF-IX PIC 99.
      *    THE RULES IN FORCE.
       01  SR-ROW-CTR PIC 99 VALUE 0.
       01  SR-IX PIC 99.
       01  SR-TABLE.
           05  SR-ROW OCCURS 50 TIMES.
               10  SRR-RULE-ID PIC X(4).
               10  SRR-MAKER PIC X(12).
               10  SRR-CHECKER PIC X(12).
               10  SRR-MATCH PIC X(1).
               10  SRR-DESC PIC X(40).
       01  NEW-RULE.
           05  NR-RULE-ID PIC X(4).
           05  NR-MAKER PIC X(12).
           05  NR-CHECKER PIC X(12).
           05  NR-MATCH PIC X(1).
               88 NR-MATCH-OK VALUE 'E' 'P' 'O' 'A' 'S'.
           05  NR-DESC PIC X(40).
       01  SRC-OK-SW PIC X.
           88 SRC-OK VALUE 'Y'.
       01  CHECK-SRC PIC X(12).
      *    OPERATOR ID TO THE OPERATOR'S OWN EMPID.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-TABLE.
           05  OP-ROW OCCURS 50 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-EMPID PIC X(5).
      *    EVERY CONTROL STEP TAKEN IN THE PERIOD THAT SOME RULE
      *    NAMES -- WHO TOOK IT (OPERATOR ID AND/OR EMPID), WHAT
      *    IT TOUCHED (EMPLOYEE, PAY PERIOD, ORDER) AND WHEN (ZERO
      *    WHEN THE SOURCE CARRIES NO DATE).
       01  EV-ROW-CTR PIC 9(4) VALUE 0.
       01  EV-IX PIC 9(4).
       01  EV-JX PIC 9(4).
       01  EV-FULL-SW PIC X VALUE 'N'.
           88 EV-TABLE-FULL VALUE 'Y'.
       01  EV-TABLE.
           05  EV-ROW OCCURS 3000 TIMES.
               10  EVR-SRC PIC X(12).
               10  EVR-OPERATOR PIC X(10).
               10  EVR-ACTOR PIC X(5).
               10  EVR-EMPID PIC X(5).
               10  EVR-PERIOD PIC 9(3).
               10  EVR-ONUM PIC 9(7).
               10  EVR-DATE PIC 9(8).
               10  EVR-REF PIC X(22).
      *    THE EVENT BEING ADDED.
       01  NEW-EVENT.
           05  NE-SRC PIC X(12).
           05  NE-OPERATOR PIC X(10).
           05  NE-ACTOR PIC X(5).
           05  NE-EMPID PIC X(5).
           05  NE-PERIOD PIC 9(3).
           05  NE-ONUM PIC 9(7).
           05  NE-DATE PIC 9(8).
           05  NE-REF PIC X(22).
       01  WANT-SW PIC X.
           88 WANTED VALUE 'Y'.
       01  DUP-SW PIC X.
           88 DUPLICATE VALUE 'Y'.
       01  HIT-SW PIC X.
           88 HIT VALUE 'Y'.
       01  RULE-HITS PIC 9(4).
       01  TOTAL-HITS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "SEGREGATION-OF-DUTIES REPORT".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           PERFORM 1000-LOAD-RULES.
           DISPLAY "[R] RUN THE REPORT  [L] LIST THE RULES  "
               "[A] ADD A RULE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2000-LIST-RULES
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2100-ADD-A-RULE
               WHEN OTHER
                   PERFORM 3000-RUN-THE-REPORT
           END-EVALUATE.
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

       1000-LOAD-RULES.
           MOVE 0 TO SR-ROW-CTR.
           MOVE 'N' TO SODRULE-EOF.
           OPEN INPUT SODRULE-FILE.
           IF SODRULE-STATUS = "00"
               READ SODRULE-FILE
                   AT END MOVE 'Y' TO SODRULE-EOF
               END-READ
               PERFORM UNTIL SODRULE-END
                   IF SR-ROW-CTR < 50
                       ADD 1 TO SR-ROW-CTR
                       MOVE SODRULE-REC TO SR-ROW (SR-ROW-CTR)
                   END-IF
                   READ SODRULE-FILE
                       AT END MOVE 'Y' TO SODRULE-EOF
                   END-READ
               END-PERFORM
               CLOSE SODRULE-FILE
               IF SR-ROW-CTR = 0
                   PERFORM 1100-WRITE-STANDARD-RULES
               END-IF
           ELSE
               IF SODRULE-STATUS = "05"
                   CLOSE SODRULE-FILE
               END-IF
               PERFORM 1100-WRITE-STANDARD-RULES
           END-IF.

       1100-WRITE-STANDARD-RULES.
           OPEN OUTPUT SODRULE-FILE.
           PERFORM VARYING DF-IX FROM 1 BY 1 UNTIL DF-IX > 10
               MOVE DEFAULT-RULE (DF-IX) TO SODRULE-REC
               WRITE SODRULE-REC
               ADD 1 TO SR-ROW-CTR
               MOVE SODRULE-REC TO SR-ROW (SR-ROW-CTR)
           END-PERFORM.
           CLOSE SODRULE-FILE.
           DISPLAY "STANDARD RULES WRITTEN TO SODRULES.DAT.".

       2000-LIST-RULES.
           DISPLAY "RULE MAKER        CHECKER      M DESCRIPTION".
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > SR-ROW-CTR
               DISPLAY SRR-RULE-ID (SR-IX) " " SRR-MAKER (SR-IX) " "
                   SRR-CHECKER (SR-IX) " " SRR-MATCH (SR-IX) " "
                   SRR-DESC (SR-IX)
           END-PERFORM.
           DISPLAY "SOURCES: RATECHG OTAUTH ADJUST PAYAPPR OVERRIDE "
               "SALE VOID A:<AUDIT ACTION>".
           DISPLAY "MATCH: E SAME EMPLOYEE  P SAME PAY PERIOD  "
               "O SAME ORDER  A ANY  S OWN RECORD".

       2100-ADD-A-RULE.
           IF SR-ROW-CTR NOT < 50
               DISPLAY "RULE TABLE FULL - NOTHING ADDED."
           ELSE
               MOVE SPACES TO NEW-RULE
               DISPLAY "RULE ID (E.G. R011): "
               ACCEPT NR-RULE-ID
               DISPLAY "MAKER SIDE SOURCE: "
               ACCEPT NR-MAKER
               MOVE NR-MAKER TO CHECK-SRC
               PERFORM 2200-CHECK-SOURCE
               PERFORM UNTIL SRC-OK
                   DISPLAY "INVALID - RATECHG, OTAUTH, ADJUST, "
                       "PAYAPPR, OVERRIDE, SALE, VOID OR A:<ACTION>: "
                   ACCEPT NR-MAKER
                   MOVE NR-MAKER TO CHECK-SRC
                   PERFORM 2200-CHECK-SOURCE
               END-PERFORM
               DISPLAY "MATCH (E/P/O/A/S): "
               ACCEPT NR-MATCH
               PERFORM UNTIL NR-MATCH-OK
                   DISPLAY "INVALID - E, P, O, A OR S: "
                   ACCEPT NR-MATCH
               END-PERFORM
               IF NR-MATCH NOT = 'S'
                   DISPLAY "CHECKER SIDE SOURCE: "
                   ACCEPT NR-CHECKER
                   MOVE NR-CHECKER TO CHECK-SRC
                   PERFORM 2200-CHECK-SOURCE
                   PERFORM UNTIL SRC-OK
                       DISPLAY "INVALID - RATECHG, OTAUTH, ADJUST, "
                           "PAYAPPR, OVERRIDE, SALE, VOID OR "
                           "A:<ACTION>: "
                       ACCEPT NR-CHECKER
                       MOVE NR-CHECKER TO CHECK-SRC
                       PERFORM 2200-CHECK-SOURCE
                   END-PERFORM
               END-IF
               DISPLAY "DESCRIPTION: "
               ACCEPT NR-DESC
               MOVE NEW-RULE TO SODRULE-REC
               OPEN EXTEND SODRULE-FILE
               WRITE SODRULE-REC
               CLOSE SODRULE-FILE
               DISPLAY "RULE " NR-RULE-ID " ADDED."
           END-IF.

       2200-CHECK-SOURCE.
           MOVE 'N' TO SRC-OK-SW.
           IF CHECK-SRC = "RATECHG" OR CHECK-SRC = "OTAUTH"
                   OR CHECK-SRC = "ADJUST" OR CHECK-SRC = "PAYAPPR"
                   OR CHECK-SRC = "OVERRIDE" OR CHECK-SRC = "SALE"
                   OR CHECK-SRC = "VOID"
               MOVE 'Y' TO SRC-OK-SW
           END-IF.
           IF CHECK-SRC (1:2) = "A:" AND CHECK-SRC (3:10) NOT = SPACES
               MOVE 'Y' TO SRC-OK-SW
           END-IF.

       3000-RUN-THE-REPORT.
           MOVE BUSINESS-DATE TO FROM-DATE.
           MOVE "01" TO FROM-DATE (7:2).
           DISPLAY "PERIOD FROM (YYYYMMDD, 0 = " FROM-DATE "): ".
           ACCEPT EVENT-DATE.
           IF EVENT-DATE NOT = 0
               MOVE EVENT-DATE TO FROM-DATE
           END-IF.
           DISPLAY "PERIOD TO (YYYYMMDD, 0 = " BUSINESS-DATE "): ".
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE BUSINESS-DATE TO TO-DATE
           END-IF.
           PERFORM 3100-LOAD-OPERATORS.
           PERFORM 3200-LOAD-AUDIT.
           PERFORM 3300-LOAD-RATE-CHANGES.
           PERFORM 3400-LOAD-OT-AUTHORIZATIONS.
           PERFORM 3500-LOAD-ADJUSTMENTS.
           PERFORM 3600-LOAD-APPROVALS.
           PERFORM 3700-LOAD-OVERRIDES.
           PERFORM 3800-LOAD-VOIDS.
           PERFORM 3900-LOAD-SALES.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\SODRPT_" DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "SEGREGATION OF DUTIES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           PERFORM 4000-APPLY-ONE-RULE
               VARYING SR-IX FROM 1 BY 1
               UNTIL SR-IX > SR-ROW-CTR.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "VIOLATIONS FOUND: " DELIMITED BY SIZE
               TOTAL-HITS DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           IF EV-TABLE-FULL
               MOVE "*** EVENT TABLE FULL - SHORTEN THE PERIOD ***"
                   TO PRT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF.
           CLOSE SPOOL-FILE.
           DISPLAY "REPORT SPOOLED TO " SPOOL-NAME.

       3100-LOAD-OPERATORS.
           MOVE 'N' TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO OPERATOR-EOF
               END-READ
               PERFORM UNTIL OPERATOR-END
                   IF OP-ROW-CTR < 50
                       ADD 1 TO OP-ROW-CTR
                       MOVE OP-ID TO OPR-ID (OP-ROW-CTR)
                       MOVE OP-EMPID TO OPR-EMPID (OP-ROW-CTR)
                   END-IF
                   READ OPERATOR-FILE
                       AT END MOVE 'Y' TO OPERATOR-EOF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF OPERATOR-STATUS = "05"
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       3200-LOAD-AUDIT.
      *    ONLY THE ACTIONS A RULE NAMES ARE KEPT -- THE SIGN-ONS
      *    AND LAUNCHES WOULD ONLY FILL THE TABLE.
           MOVE 'N' TO AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-END
                   MOVE SPACES TO NEW-EVENT
                   STRING "A:" DELIMITED BY SIZE
                       AU-ACTION DELIMITED BY SIZE
                       INTO NE-SRC
                   MOVE AU-STAMP (1:8) TO NE-DATE
                   PERFORM 5000-CHECK-WANTED
                   IF WANTED
                       MOVE AU-OPERATOR TO NE-OPERATOR
                       MOVE AU-EMPID TO NE-EMPID
                       MOVE 0 TO NE-PERIOD
                       MOVE 0 TO NE-ONUM
                       STRING "EMPID " DELIMITED BY SIZE
                           AU-EMPID DELIMITED BY SIZE
                           INTO NE-REF
                       PERFORM 5200-ADD-OPERATOR-EVENT
                   END-IF
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               IF AUDIT-STATUS = "05"
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       3300-LOAD-RATE-CHANGES.
           MOVE 'N' TO RATEHIST-EOF.
           OPEN INPUT RATEHIST-FILE.
           IF RATEHIST-STATUS = "00" OR RATEHIST-STATUS = "05"
               READ RATEHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO RATEHIST-EOF
               END-READ
               PERFORM UNTIL RATEHIST-END
                   MOVE SPACES TO NEW-EVENT
                   MOVE "RATECHG" TO NE-SRC
                   MOVE RH-EFF-DATE TO NE-DATE
                   PERFORM 5000-CHECK-WANTED
                   IF WANTED
                       MOVE RH-OPERATOR TO NE-OPERATOR
                       MOVE RH-EMPID TO NE-EMPID
                       MOVE RH-PERIOD TO NE-PERIOD
                       MOVE 0 TO NE-ONUM
                       PERFORM 5100-EMPID-PERIOD-REF
                       PERFORM 5200-ADD-OPERATOR-EVENT
                   END-IF
                   READ RATEHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO RATEHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE RATEHIST-FILE
           END-IF.

       3400-LOAD-OT-AUTHORIZATIONS.
      *    AN AUTHORIZATION CARRIES NO DATE -- ONLY ITS PAY PERIOD.
           MOVE 'N' TO OTAUTH-EOF.
           OPEN INPUT OTAUTH-FILE.
           IF OTAUTH-STATUS = "00"
               READ OTAUTH-FILE
                   AT END MOVE 'Y' TO OTAUTH-EOF
               END-READ
               PERFORM UNTIL OTAUTH-END
                   MOVE SPACES TO NEW-EVENT
                   MOVE "OTAUTH" TO NE-SRC
                   MOVE 0 TO NE-DATE
                   PERFORM 5000-CHECK-WANTED
                   IF WANTED
                       MOVE OT-SUPERVISOR TO NE-OPERATOR
                       MOVE OT-EMPID TO NE-EMPID
                       MOVE OT-PERIOD TO NE-PERIOD
                       MOVE 0 TO NE-ONUM
                       PERFORM 5100-EMPID-PERIOD-REF
                       PERFORM 5200-ADD-OPERATOR-EVENT
                   END-IF
                   READ OTAUTH-FILE
                       AT END MOVE 'Y' TO OTAUTH-EOF
                   END-READ
               END-PERFORM
               CLOSE OTAUTH-FILE
           ELSE
               IF OTAUTH-STATUS = "05"
                   CLOSE OTAUTH-FILE
               END-IF
           END-IF.

       3500-LOAD-ADJUSTMENTS.
           MOVE 'N' TO ADJUST-EOF.
           OPEN INPUT ADJUST-FILE.
           IF ADJUST-STATUS = "00"
               READ ADJUST-FILE
                   AT END MOVE 'Y' TO ADJUST-EOF
               END-READ
               PERFORM UNTIL ADJUST-END
                   MOVE SPACES TO NEW-EVENT
                   MOVE "ADJUST" TO NE-SRC
                   MOVE AJ-STAMP (1:8) TO NE-DATE
                   PERFORM 5000-CHECK-WANTED
                   IF WANTED
                       MOVE AJ-OPERATOR TO NE-OPERATOR
                       MOVE AJ-EMPID TO NE-EMPID
                       MOVE AJ-PERIOD TO NE-PERIOD
                       MOVE 0 TO NE-ONUM
                       PERFORM 5100-EMPID-PERIOD-REF
                       PERFORM 5200-ADD-OPERATOR-EVENT
                   END-IF
                   READ ADJUST-FILE
                       AT END MOVE 'Y' TO ADJUST-EOF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           ELSE
               IF ADJUST-STATUS = "05"
                   CLOSE ADJUST-FILE
               END-IF
           END-IF.

       3600-LOAD-APPROVALS.
           MOVE 'N' TO PAYAPPR-EOF.
           OPEN INPUT PAYAPPR-FILE.
           IF PAYAPPR-STATUS = "00"
               READ PAYAPPR-FILE
                   AT END MOVE 'Y' TO PAYAPPR-EOF
               END-READ
               PERFORM UNTIL PAYAPPR-END
                   MOVE SPACES TO NEW-EVENT
                   MOVE "PAYAPPR" TO NE-SRC
                   MOVE PA-STAMP (1:8) TO NE-DATE
                   PERFORM 5000-CHECK-WANTED
                   IF WANTED
                       MOVE PA-SUPERVISOR TO NE-OPERATOR
                       MOVE PA-PERIOD TO NE-PERIOD
                       MOVE 0 TO NE-ONUM
                       STRING "PERIOD " DELIMITED BY SIZE
                           PA-PERIOD DELIMITED BY SIZE
                           INTO NE-REF
                       PERFORM 5200-ADD-OPERATOR-EVENT
                   END-IF
                   READ PAYAPPR-FILE
                       AT END MOVE 'Y' TO PAYAPPR-EOF
                   END-READ
               END-PERFORM
               CLOSE PAYAPPR-FILE
           ELSE
               IF PAYAPPR-STATUS = "05"
                   CLOSE PAYAPPR-FILE
               END-IF
           END-IF.

       3700-LOAD-OVERRIDES.
      *    ONE EVENT PER ORDER AND SUPERVISOR, HOWEVER MANY OF ITS
      *    LINES WERE OVERRIDDEN.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-OVERRIDE-SW = 'Y'
                       MOVE SPACES TO NEW-EVENT
                       MOVE "OVERRIDE" TO NE-SRC
                       MOVE OL-BUSDATE TO NE-DATE
                       PERFORM 5000-CHECK-WANTED
                       IF WANTED
                           MOVE OL-SUPERVISOR TO NE-OPERATOR
                           MOVE 0 TO NE-PERIOD
                           MOVE OL-ONUM TO NE-ONUM
                           PERFORM 5300-FIND-DUPLICATE
                           IF NOT DUPLICATE
                               PERFORM 5150-ORDER-REF
                               PERFORM 5200-ADD-OPERATOR-EVENT
                           END-IF
                       END-IF
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           ELSE
               IF ORDLINE-STATUS = "05"
                   CLOSE ORDLINE-FILE
               END-IF
           END-IF.

       3800-LOAD-VOIDS.
      *    THE VOID IS TIED TO THE SALE IT REVERSED. A VOID FROM
      *    BEFORE OR-VOID-BY WAS KEPT HAS NO ONE TO NAME.
           MOVE 'V' TO ORDERS-PASS.
           PERFORM 3810-SWEEP-THE-ORDERS.

       3810-SWEEP-THE-ORDERS.
      *    EVERY PERIOD CLOSED SINCE THE REPORT PERIOD OPENED IS
      *    READ OFF ITS ARCHIVE, OLDEST FIRST, THEN THE OPEN
      *    PERIOD'S ORDERS.DAT.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C'
                           AND PD-CLOSE-DATE NOT < FROM-DATE
                       MOVE SPACES TO ORDERS-NAME
                       STRING "C:\Users\ADMIN\ORDERS_"
                           DELIMITED BY SIZE
                           PD-CLOSE-DATE DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO ORDERS-NAME
                       PERFORM 3820-SWEEP-ONE-FILE
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
           MOVE "C:\Users\ADMIN\ORDERS.DAT" TO ORDERS-NAME.
           PERFORM 3820-SWEEP-ONE-FILE.

       3820-SWEEP-ONE-FILE.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF VOID-PASS
                       PERFORM 3830-TAKE-ONE-VOID
                   ELSE
                       PERFORM 3910-TAKE-ONE-SALE
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF VOID-PASS
                       AND ORDERS-NAME NOT = "C:\Users\ADMIN\ORDERS.DAT"
                   DISPLAY "WARNING: ORDERS FILE MISSING ("
                       ORDERS-NAME ")"
               END-IF
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.

       3830-TAKE-ONE-VOID.
           IF OR-TXN-TYPE = 'V' AND OR-VOID-BY NOT = SPACES
               MOVE SPACES TO NEW-EVENT
               MOVE "VOID" TO NE-SRC
               MOVE OR-BUSDATE TO NE-DATE
               PERFORM 5000-CHECK-WANTED
               IF WANTED
                   MOVE OR-VOID-BY TO NE-ACTOR
                   MOVE 0 TO NE-PERIOD
                   MOVE OR-ORIG-ONUM TO NE-ONUM
                   PERFORM 5150-ORDER-REF
                   PERFORM 5250-ADD-CASHIER-EVENT
               END-IF
           END-IF.

       3900-LOAD-SALES.
      *    ONLY THE SALES SOMETHING ELSE TOUCHED -- AN ORDER ALREADY
      *    ON THE TABLE AS OVERRIDDEN OR VOIDED -- AT WHATEVER DATE
      *    THEY WERE RUNG, SO LONG AS THE ORDERS ARE STILL ON THE
      *    FILES SWEPT FOR THE VOIDS.
           MOVE 'S' TO ORDERS-PASS.
           PERFORM 3810-SWEEP-THE-ORDERS.

       3910-TAKE-ONE-SALE.
           IF OR-TXN-TYPE NOT = 'V'
               MOVE SPACES TO NEW-EVENT
               MOVE "SALE" TO NE-SRC
               MOVE 0 TO NE-DATE
               PERFORM 5000-CHECK-WANTED
               IF WANTED
                   MOVE OR-ONUM TO NE-ONUM
                   PERFORM 5350-FIND-ORDER
                   IF HIT
                       MOVE OR-BUSDATE TO NE-DATE
                       MOVE OR-CASHIER-EMPID TO NE-ACTOR
                       MOVE 0 TO NE-PERIOD
                       PERFORM 5150-ORDER-REF
                       PERFORM 5250-ADD-CASHIER-EVENT
                   END-IF
               END-IF
           END-IF.

       4000-APPLY-ONE-RULE.
           MOVE 0 TO RULE-HITS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING SRR-RULE-ID (SR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRR-DESC (SR-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           PERFORM VARYING EV-IX FROM 1 BY 1
                   UNTIL EV-IX > EV-ROW-CTR
               IF EVR-SRC (EV-IX) = SRR-MAKER (SR-IX)
                   IF SRR-MATCH (SR-IX) = 'S'
                       IF EVR-EMPID (EV-IX) NOT = SPACES
                               AND EVR-EMPID (EV-IX) = EVR-ACTOR (EV-IX)
                           PERFORM 4300-PRINT-SELF-HIT
                       END-IF
                   ELSE
                       PERFORM 4100-TRY-EVERY-CHECKER
                           VARYING EV-JX FROM 1 BY 1
                           UNTIL EV-JX > EV-ROW-CTR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-LINE.
           STRING "  FOUND: " DELIMITED BY SIZE
               RULE-HITS DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           ADD RULE-HITS TO TOTAL-HITS.

       4100-TRY-EVERY-CHECKER.
      *    THE CHECKER SIDE MUST BE THE SAME PERSON -- THE SAME
      *    OPERATOR ID, OR THE SAME EMPID BEHIND THE TWO -- AND TIE
      *    TO THE MAKER SIDE THE WAY THE RULE SAYS. ONE OF THE TWO
      *    MUST FALL IN THE PERIOD.
           MOVE 'N' TO HIT-SW.
           IF EV-JX NOT = EV-IX
                   AND EVR-SRC (EV-JX) = SRR-CHECKER (SR-IX)
               IF (EVR-OPERATOR (EV-IX) NOT = SPACES
                       AND EVR-OPERATOR (EV-IX) = EVR-OPERATOR (EV-JX))
                   OR (EVR-ACTOR (EV-IX) NOT = SPACES
                       AND EVR-ACTOR (EV-IX) = EVR-ACTOR (EV-JX))
                   PERFORM 4200-CHECK-THE-TIE
               END-IF
           END-IF.
           IF HIT
               IF EVR-DATE (EV-IX) = 0 AND EVR-DATE (EV-JX) = 0
                   MOVE 'N' TO HIT-SW
               END-IF
           END-IF.
           IF HIT
               PERFORM 4400-PRINT-PAIR-HIT
           END-IF.

       4200-CHECK-THE-TIE.
           EVALUATE SRR-MATCH (SR-IX)
               WHEN 'E'
                   IF EVR-EMPID (EV-IX) NOT = SPACES
                           AND EVR-EMPID (EV-IX) = EVR-EMPID (EV-JX)
                       IF EVR-PERIOD (EV-IX) = 0
                               OR EVR-PERIOD (EV-JX) = 0
                               OR EVR-PERIOD (EV-IX) =
                                  EVR-PERIOD (EV-JX)
                           MOVE 'Y' TO HIT-SW
                       END-IF
                   END-IF
               WHEN 'P'
                   IF EVR-PERIOD (EV-IX) > 0
                           AND EVR-PERIOD (EV-IX) = EVR-PERIOD (EV-JX)
                       MOVE 'Y' TO HIT-SW
                   END-IF
               WHEN 'O'
                   IF EVR-ONUM (EV-IX) > 0
                           AND EVR-ONUM (EV-IX) = EVR-ONUM (EV-JX)
                       MOVE 'Y' TO HIT-SW
                   END-IF
               WHEN 'A'
                   MOVE 'Y' TO HIT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-PRINT-SELF-HIT.
           ADD 1 TO RULE-HITS.
           PERFORM 4500-PRINT-ONE-SIDE.

       4400-PRINT-PAIR-HIT.
           ADD 1 TO RULE-HITS.
           PERFORM 4500-PRINT-ONE-SIDE.
           MOVE SPACES TO PRT-LINE.
           MOVE " +" TO PRT-LINE (1:2).
           MOVE EVR-SRC (EV-JX) TO PRT-LINE (4:12).
           MOVE EVR-REF (EV-JX) TO PRT-LINE (17:22).
           MOVE EVR-DATE (EV-JX) TO PRT-LINE (40:8).
           MOVE "BY" TO PRT-LINE (49:2).
           MOVE EVR-OPERATOR (EV-JX) TO PRT-LINE (52:10).
           MOVE EVR-ACTOR (EV-JX) TO PRT-LINE (63:5).
           PERFORM 8000-PRINT-LINE.

       4500-PRINT-ONE-SIDE.
      *    THE MAKER SIDE OF A HIT -- SOURCE, WHAT IT TOUCHED, WHEN,
      *    AND WHO (OPERATOR ID AND EMPID).
           MOVE SPACES TO PRT-LINE.
           MOVE EVR-SRC (EV-IX) TO PRT-LINE (4:12).
           MOVE EVR-REF (EV-IX) TO PRT-LINE (17:22).
           MOVE EVR-DATE (EV-IX) TO PRT-LINE (40:8).
           MOVE "BY" TO PRT-LINE (49:2).
           MOVE EVR-OPERATOR (EV-IX) TO PRT-LINE (52:10).
           MOVE EVR-ACTOR (EV-IX) TO PRT-LINE (63:5).
           PERFORM 8000-PRINT-LINE.

       5000-CHECK-WANTED.
      *    NE-SRC AND NE-DATE ARE SET -- THE EVENT IS KEPT WHEN SOME
      *    RULE NAMES ITS SOURCE AND IT IS UNDATED OR IN THE PERIOD.
           MOVE 'N' TO WANT-SW.
           PERFORM VARYING SR-IX FROM 1 BY 1
                   UNTIL SR-IX > SR-ROW-CTR
               IF SRR-MAKER (SR-IX) = NE-SRC
                       OR SRR-CHECKER (SR-IX) = NE-SRC
                   MOVE 'Y' TO WANT-SW
               END-IF
           END-PERFORM.
           IF WANTED AND NE-DATE NOT = 0
               IF NE-DATE < FROM-DATE OR NE-DATE > TO-DATE
                   MOVE 'N' TO WANT-SW
               END-IF
           END-IF.

       5100-EMPID-PERIOD-REF.
           STRING "EMPID " DELIMITED BY SIZE
               NE-EMPID DELIMITED BY SIZE
               " PER " DELIMITED BY SIZE
               NE-PERIOD DELIMITED BY SIZE
               INTO NE-REF.

       5150-ORDER-REF.
           STRING "ORDER " DELIMITED BY SIZE
               NE-ONUM DELIMITED BY SIZE
               INTO NE-REF.

       5200-ADD-OPERATOR-EVENT.
      *    AN OPERATOR'S STEP -- THEIR OWN EMPID OFF OPERATORS.DAT.
           MOVE SPACES TO NE-ACTOR.
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > OP-ROW-CTR
               IF OPR-ID (OP-IX) = NE-OPERATOR
                   MOVE OPR-EMPID (OP-IX) TO NE-ACTOR
               END-IF
           END-PERFORM.
           PERFORM 5400-STORE-EVENT.

       5250-ADD-CASHIER-EVENT.
      *    A CASHIER'S STEP -- THE OPERATOR ID THAT EMPID SIGNS ON
      *    WITH, WHEN THEY HAVE ONE.
           MOVE SPACES TO NE-OPERATOR.
           PERFORM VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > OP-ROW-CTR
               IF OPR-EMPID (OP-IX) NOT = SPACES
                       AND OPR-EMPID (OP-IX) = NE-ACTOR
                   MOVE OPR-ID (OP-IX) TO NE-OPERATOR
               END-IF
           END-PERFORM.
           PERFORM 5400-STORE-EVENT.

       5300-FIND-DUPLICATE.
           MOVE 'N' TO DUP-SW.
           PERFORM VARYING EV-JX FROM 1 BY 1
                   UNTIL EV-JX > EV-ROW-CTR OR DUPLICATE
               IF EVR-SRC (EV-JX) = NE-SRC
                       AND EVR-ONUM (EV-JX) = NE-ONUM
                       AND EVR-OPERATOR (EV-JX) = NE-OPERATOR
                   MOVE 'Y' TO DUP-SW
               END-IF
           END-PERFORM.

       5350-FIND-ORDER.
           MOVE 'N' TO HIT-SW.
           PERFORM VARYING EV-JX FROM 1 BY 1
                   UNTIL EV-JX > EV-ROW-CTR OR HIT
               IF (EVR-SRC (EV-JX) = "OVERRIDE"
                       OR EVR-SRC (EV-JX) = "VOID")
                       AND EVR-ONUM (EV-JX) = NE-ONUM
                   MOVE 'Y' TO HIT-SW
               END-IF
           END-PERFORM.

       5400-STORE-EVENT.
           IF EV-ROW-CTR < 3000
               ADD 1 TO EV-ROW-CTR
               MOVE NEW-EVENT TO EV-ROW (EV-ROW-CTR)
           ELSE
               MOVE 'Y' TO EV-FULL-SW
           END-IF.

       8000-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM SODRPT.

      *     settlement walks the terminated employee's rows as a
      *     keyed cluster and rewrites each balance in place, and
      *     the 100-row load/rewrite table is gone.
      *   - Regularization (probationary to regular) is done here
      *     and logged like a status change, and a termination
      *     carries a separation-reason code -- the STATLOG.DAT
      *     line moved to STATLOG.CPY so HEADCOUNT can replay it.
      *   - A termination holds the final pay while the employee
      *     still has company property out on PROPERTY.DAT; once
      *     PROPMAINT has cleared it, [F] runs the final pay here,
      *     less every item charged at clearance (FP-PROPERTY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL FINALPAY-FILE
          ASSIGN TO "C:\Users\ADMIN\FINALPAY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FINALPAY-STATUS.
          SELECT OPTIONAL PROPERTY-FILE
          ASSIGN TO "C:\Users\ADMIN\PROPERTY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PROPERTY-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
       FD  STATLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STATLOG-REC.
           COPY "STATLOG.CPY".
      *    ONE LINE PER TERMINATED EMPLOYEE'S FINAL-PAY SETTLEMENT.
       FD  FINALPAY-FILE
           LABEL RECORD IS STANDARD
           05  FP-DEDUCS PIC 9(7)V99.
           05  FP-NET PIC 9(5)V99.
           05  FP-STAMP PIC X(14).
      *    COMPANY PROPERTY CHARGED AT CLEARANCE AND TAKEN HERE --
      *    FP-NET IS ALREADY NET OF IT.
           05  FP-PROPERTY PIC 9(5)V99.

      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".
      *    PROPMAINT'S PROPERTY REGISTER -- WHAT THE EMPLOYEE STILL
      *    HAS OUT, AND WHAT CLEARANCE CHARGED.
       FD  PROPERTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROPREG-REC.
           COPY "PROPREG.CPY".
       WORKING-STORAGE SECTION.
       01  SESSION-STATUS PIC XX.
       01  EM-STATUS PIC XX.
           88 DEDUCT-END VALUE 'Y'.
       01  NEW-STATUS PIC X(1).
       01  OLD-STATUS PIC X(1).
      *    'R' ON THE STATUS PROMPT REGULARIZES INSTEAD -- THE STATUS
      *    STAYS AS IT IS AND ONLY THE CLASS MOVES FROM 'P' TO 'R'.
       01  STATUS-ACTION PIC X(1).
       01  OLD-CLASS PIC X(1).
       01  NEW-CLASS PIC X(1).
       01  SEP-CODE PIC X(1).
       01  CHANGE-REASON PIC X(30).
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  FINAL-GROSSDP PIC $ZZ,999.99.
       01  FINAL-DEDUCSDP PIC $Z,ZZZ,999.99.
       01  FINAL-NETDP PIC $ZZ,999.99.
      *    FINAL PAY WAITS ON THE PROPERTY CLEARANCE. PROPERTY.DAT
      *    RIDES THROUGH A TABLE SO THE CHARGED ITEMS CAN BE MARKED
      *    TAKEN, SAME LOAD/REWRITE IDIOM AS PROPMAINT.
       01  FINALPAY-STATUS PIC XX.
       01  FINALPAY-EOF PIC X VALUE 'N'.
           88 FINALPAY-END VALUE 'Y'.
       01  FP-DONE-SW PIC X VALUE 'N'.
           88 FP-DONE VALUE 'Y'.
       01  PROPERTY-STATUS PIC XX.
       01  PROPERTY-EOF PIC X VALUE 'N'.
           88 PROPERTY-END VALUE 'Y'.
       01  PR-ROW-CTR PIC 9(4) VALUE 0.
       01  PR-IX PIC 9(4).
       01  PR-TABLE.
           05  PR-ROW OCCURS 500 TIMES.
               10  PRR-EMPID PIC X(5).
               10  FILLER PIC X(39).
               10  PRR-VALUE PIC 9(5)V99.
               10  FILLER PIC X(10).
               10  PRR-STATUS PIC X(1).
               10  FILLER PIC X(18).
               10  PRR-DEDUCTED PIC X(1).
       01  ITEMS-OUT PIC 9(3).
       01  PROP-CHARGES PIC 9(7)V99.
       01  FINAL-PROPERTY PIC 9(5)V99.
       01  PROP-SHORT PIC 9(7)V99.
       01  FINAL-PROPERTYDP PIC $ZZ,999.99.
       01  PROP-SHORTDP PIC $Z,ZZZ,999.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               MOVE EM-STATUS-CODE TO OLD-STATUS
               MOVE EM-EMP-CLASS TO OLD-CLASS
               INSPECT OLD-CLASS CONVERTING "pr" TO "PR"
               MOVE EM-RPH TO CUR-RPH
               DISPLAY "EMPLOYEE: " EM-EMPLN " "
                   EM-EMPFN " -- CURRENT STATUS: "
                   OLD-STATUS " CLASS: " OLD-CLASS
               DISPLAY "NEW STATUS - [A]CTIVE [L]EAVE [T]ERMINATED"
                   ", [R]EGULARIZE, OR [F]INAL PAY: "
               ACCEPT STATUS-ACTION
               PERFORM UNTIL STATUS-ACTION = 'A'
                       OR STATUS-ACTION = 'L'
                       OR STATUS-ACTION = 'T'
                       OR STATUS-ACTION = 'R'
                       OR STATUS-ACTION = 'F'
                   DISPLAY "INVALID - ENTER A, L, T, R OR F: "
                   ACCEPT STATUS-ACTION
               END-PERFORM
               MOVE OLD-CLASS TO NEW-CLASS
               MOVE SPACE TO SEP-CODE
               IF STATUS-ACTION = 'R'
                   MOVE OLD-STATUS TO NEW-STATUS
                   MOVE 'R' TO NEW-CLASS
               ELSE
                   MOVE STATUS-ACTION TO NEW-STATUS
               END-IF
      *    'F' CHANGES NOTHING ON THE MASTER -- IT RUNS THE FINAL PAY
      *    A TERMINATION HELD FOR THE PROPERTY CLEARANCE.
               IF (STATUS-ACTION = 'R' AND OLD-CLASS NOT = 'P')
                       OR STATUS-ACTION = 'F'
                   CLOSE EMPLOYEE-MASTER-FILE
                   IF STATUS-ACTION = 'F'
                       PERFORM RUN-HELD-FINAL-PAY
                   ELSE
                       DISPLAY "NOT PROBATIONARY - NOTHING TO "
                           "REGULARIZE."
                   END-IF
               ELSE
                   IF STATUS-ACTION = 'T'
                       PERFORM ACCEPT-SEPARATION-CODE
                   END-IF
                   DISPLAY "REASON FOR THE CHANGE: "
                   ACCEPT CHANGE-REASON
                   MOVE NEW-STATUS TO EM-STATUS-CODE
                   IF STATUS-ACTION = 'R'
                       MOVE NEW-CLASS TO EM-EMP-CLASS
                   END-IF
                   REWRITE EMPLOYEE-MASTER-REC
                   CLOSE EMPLOYEE-MASTER-FILE
                   PERFORM LOG-STATUS-CHANGE
                   IF STATUS-ACTION = 'R'
                       DISPLAY "EMPLOYEE REGULARIZED."
                   ELSE
                       DISPLAY "STATUS UPDATED."
                   END-IF
                   IF STATUS-ACTION = 'T'
                       PERFORM RELEASE-FINAL-PAY
                   END-IF
               END-IF
           END-IF.

       ACCEPT-SEPARATION-CODE.
      *    THE CODED REASON IS WHAT HEADCOUNT GROUPS SEPARATIONS BY;
      *    THE FREE-TEXT REASON BELOW IT STAYS FOR THE DETAIL.
           DISPLAY "SEPARATION - [R]ESIGNED [D]ISMISSED "
               "[E]ND OF CONTRACT [A]WOL [O]THER: "
           ACCEPT SEP-CODE
           PERFORM UNTIL SEP-CODE = 'R' OR SEP-CODE = 'D'
                   OR SEP-CODE = 'E' OR SEP-CODE = 'A'
                   OR SEP-CODE = 'O'
               DISPLAY "INVALID - ENTER R, D, E, A OR O: "
               ACCEPT SEP-CODE
           END-PERFORM.

       LOG-STATUS-CHANGE.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE OLD-STATUS TO SL-OLD-STATUS.
           MOVE NEW-STATUS TO SL-NEW-STATUS.
           MOVE CHANGE-REASON TO SL-REASON.
           MOVE OLD-CLASS TO SL-OLD-CLASS.
           MOVE NEW-CLASS TO SL-NEW-CLASS.
           MOVE SEP-CODE TO SL-SEP-CODE.
           WRITE STATLOG-REC.

       RUN-HELD-FINAL-PAY.
      *    ONE SETTLEMENT PER TERMINATION -- A FINALPAY.DAT LINE FOR
      *    THE EMPID MEANS IT HAS ALREADY BEEN PAID, THE SAME TEST
      *    ANONYMIZE MAKES.
           IF OLD-STATUS NOT = 'T'
               DISPLAY "NOT TERMINATED - NO FINAL PAY TO RUN."
           ELSE
               MOVE 'N' TO FP-DONE-SW
               MOVE 'N' TO FINALPAY-EOF
               OPEN INPUT FINALPAY-FILE
               IF FINALPAY-STATUS = "00"
                   READ FINALPAY-FILE
                       AT END MOVE 'Y' TO FINALPAY-EOF
                   END-READ
                   PERFORM UNTIL FINALPAY-END
                       IF FP-EMPID = EM-LOOKUP-EMPID
                           MOVE 'Y' TO FP-DONE-SW
                       END-IF
                       READ FINALPAY-FILE
                           AT END MOVE 'Y' TO FINALPAY-EOF
                       END-READ
                   END-PERFORM
                   CLOSE FINALPAY-FILE
               ELSE
                   IF FINALPAY-STATUS = "05"
                       CLOSE FINALPAY-FILE
                   END-IF
               END-IF
               IF FP-DONE
                   DISPLAY "FINAL PAY ALREADY SETTLED."
               ELSE
                   PERFORM RELEASE-FINAL-PAY
               END-IF
           END-IF.

       RELEASE-FINAL-PAY.
      *    NOTHING IS PAID WHILE AN ITEM IS STILL OUT -- PROPMAINT'S
      *    CLEARANCE MARKS EACH ONE RETURNED, CHARGED OR WAIVED.
           PERFORM LOAD-PROPERTY-TABLE
           MOVE 0 TO ITEMS-OUT
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PR-ROW-CTR
               IF PRR-EMPID (PR-IX) = EM-LOOKUP-EMPID
                       AND PRR-STATUS (PR-IX) = 'I'
                   ADD 1 TO ITEMS-OUT
               END-IF
           END-PERFORM
           IF ITEMS-OUT > 0
               DISPLAY "FINAL PAY HELD - " ITEMS-OUT
                   " COMPANY PROPERTY ITEM(S) NOT CLEARED."
               DISPLAY "CLEAR THEM IN PROPMAINT, THEN RUN [F]INAL "
                   "PAY HERE."
           ELSE
               PERFORM SETTLE-FINAL-PAY
           END-IF.

       SETTLE-FINAL-PAY.
      *    FINAL PAY PRICES THE HOURS WORKED SINCE THE LAST PAY RUN
      *    AT THE MASTER RATE AND SETTLES EVERY OUTSTANDING RECURRING
               END-PERFORM
               CLOSE DEDUCT-FILE
           END-IF
      *    THE ITEMS CLEARANCE CHARGED COME OFF WHAT GROSS IS LEFT
      *    AND ARE MARKED TAKEN; WHAT THE GROSS CAN'T COVER IS
      *    SHOWN FOR COLLECTION.
           MOVE 0 TO PROP-CHARGES
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PR-ROW-CTR
               IF PRR-EMPID (PR-IX) = EM-LOOKUP-EMPID
                       AND PRR-STATUS (PR-IX) = 'C'
                       AND PRR-DEDUCTED (PR-IX) NOT = 'Y'
                   ADD PRR-VALUE (PR-IX) TO PROP-CHARGES
                   MOVE 'Y' TO PRR-DEDUCTED (PR-IX)
               END-IF
           END-PERFORM
           MOVE 0 TO PROP-SHORT
           IF PROP-CHARGES > FINAL-GROSS - FINAL-DEDUCS
               COMPUTE FINAL-PROPERTY = FINAL-GROSS - FINAL-DEDUCS
               COMPUTE PROP-SHORT = PROP-CHARGES - FINAL-PROPERTY
           ELSE
               MOVE PROP-CHARGES TO FINAL-PROPERTY
           END-IF
           IF PROP-CHARGES > 0
               PERFORM REWRITE-PROPERTY-FILE
           END-IF
           COMPUTE FINAL-NET = FINAL-GROSS - FINAL-DEDUCS
               - FINAL-PROPERTY
           OPEN EXTEND FINALPAY-FILE
           MOVE EM-LOOKUP-EMPID TO FP-EMPID
           MOVE FINAL-HOURS TO FP-HOURS
           MOVE FINAL-GROSS TO FP-GROSS
           MOVE FINAL-DEDUCS TO FP-DEDUCS
           MOVE FINAL-NET TO FP-NET
           MOVE FINAL-PROPERTY TO FP-PROPERTY
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           STRING LOG-DATE DELIMITED BY SIZE
           MOVE FINAL-NET TO FINAL-NETDP
           DISPLAY "FINAL PAY -- GROSS: " FINAL-GROSSDP
               " DEDUCTIONS SETTLED: " FINAL-DEDUCSDP
               " NET: " FINAL-NETDP
           IF PROP-CHARGES > 0
               MOVE FINAL-PROPERTY TO FINAL-PROPERTYDP
               DISPLAY "  INCLUDES PROPERTY CHARGED: " FINAL-PROPERTYDP
           END-IF
           IF PROP-SHORT > 0
               MOVE PROP-SHORT TO PROP-SHORTDP
               DISPLAY "  PROPERTY CHARGE NOT COVERED BY FINAL PAY: "
                   PROP-SHORTDP
           END-IF.

       LOAD-PROPERTY-TABLE.
           MOVE 0 TO PR-ROW-CTR
           MOVE 'N' TO PROPERTY-EOF
           OPEN INPUT PROPERTY-FILE
           IF PROPERTY-STATUS = "00"
               READ PROPERTY-FILE
                   AT END MOVE 'Y' TO PROPERTY-EOF
               END-READ
               PERFORM UNTIL PROPERTY-END
                   IF PR-ROW-CTR < 500
                       ADD 1 TO PR-ROW-CTR
                       MOVE PROPREG-REC TO PR-ROW (PR-ROW-CTR)
                   END-IF
                   READ PROPERTY-FILE
                       AT END MOVE 'Y' TO PROPERTY-EOF
                   END-READ
               END-PERFORM
               CLOSE PROPERTY-FILE
           ELSE
               IF PROPERTY-STATUS = "05"
                   CLOSE PROPERTY-FILE
               END-IF
           END-IF.

       REWRITE-PROPERTY-FILE.
           OPEN OUTPUT PROPERTY-FILE
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PR-ROW-CTR
               MOVE PR-ROW (PR-IX) TO PROPREG-REC
               WRITE PROPREG-REC
           END-PERFORM
           CLOSE PROPERTY-FILE.

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON

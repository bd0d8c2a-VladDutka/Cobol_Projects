      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Company property register -- uniforms, ID cards,
      *          drawer keys, the delivery helmet -- kept on
      *          PROPERTY.DAT (PROPREG.CPY) by tag number and EMPID.
      *          [I] issues an item with its deposit or charge value,
      *          [R] takes one back, [W] lets a supervisor (validated
      *          against OPERATORS.DAT, same ID/PIN/ROLE check as
      *          OTAUTH) waive one. [C] is the clearance of an
      *          employee EMPSTATUS has terminated: every item still
      *          out is marked returned, charged or waived, and until
      *          none is left EMPSTATUS holds the final pay. A charged
      *          item comes off that final pay at its value.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL PROPERTY-FILE
          ASSIGN TO "C:\Users\ADMIN\PROPERTY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PROPERTY-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL OPERATOR-FILE
          ASSIGN TO "C:\Users\ADMIN\OPERATORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OPERATOR-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROPREG-REC.
           COPY "PROPREG.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OPERATOR-REC.
           COPY "OPERATORS.CPY".
      *    THE LAUNCHER'S SESSION -- A VALIDATED IDENTITY CARRIED IN
      *    SO A LAUNCHED RUN NEVER PROMPTS FOR THE OPERATOR AGAIN.
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".

       WORKING-STORAGE SECTION.
       01  PROPERTY-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  PROPERTY-EOF PIC X VALUE 'N'.
           88 PROPERTY-END VALUE 'Y'.
       01  CHOICE PIC X.
       01  OPERATOR-ID PIC X(10).
       01  SESSION-ROLE PIC X(1) VALUE SPACE.
       01  TODAY PIC 9(8).
      *    IN-MEMORY COPY OF PROPERTY.DAT -- LOADED, MAINTAINED AND
      *    WRITTEN BACK WHOLE, SAME LOAD/REWRITE IDIOM AS OTAUTH.
       01  PR-ROW-CTR PIC 9(4) VALUE 0.
       01  PR-IX PIC 9(4).
       01  PR-FOUND-SW PIC X VALUE 'N'.
           88 PR-FOUND-ROW VALUE 'Y'.
       01  PR-TABLE.
           05  PR-ROW OCCURS 500 TIMES.
               10  PRR-EMPID PIC X(5).
               10  PRR-TAG PIC X(10).
               10  PRR-ITEM-TYPE PIC X(1).
               10  PRR-DESC PIC X(20).
               10  PRR-ISSUE-DATE PIC 9(8).
               10  PRR-VALUE PIC 9(5)V99.
               10  PRR-ISSUED-BY PIC X(10).
               10  PRR-STATUS PIC X(1).
               10  PRR-CLOSE-DATE PIC 9(8).
               10  PRR-CLOSED-BY PIC X(10).
               10  PRR-DEDUCTED PIC X(1).
       01  WRK-EMPID PIC X(5).
       01  WRK-TAG PIC X(10).
       01  WRK-TYPE PIC X(1).
           88 WRK-TYPE-OK VALUE 'U' 'I' 'K' 'H' 'O'.
       01  WRK-DESC PIC X(20).
       01  WRK-DATE PIC 9(8).
       01  WRK-VALUE PIC 9(5)V99.
       01  WRK-ANSWER PIC X(1).
      *    THE MASTER IS OPENED FOR THE ONE KEYED READ AND PUT AWAY
      *    AGAIN -- THE NAME AND STATUS ARE SAVED OFF FIRST.
       01  EM-FOUND-SW PIC X VALUE 'N'.
           88 EM-FOUND-ROW VALUE 'Y'.
       01  EMP-LN PIC X(10).
       01  EMP-FN PIC X(10).
       01  EMP-STATUS-CODE PIC X(1).
       01  ITEMS-OUT PIC 9(3).
       01  CHARGED-AMT PIC 9(7)V99.
       01  VALUEDP PIC ZZ,ZZ9.99.
       01  CHARGEDDP PIC Z,ZZZ,ZZ9.99.
      *    SUPERVISOR CHECK AGAINST THE SHARED SIGN-ON MASTER --
      *    SAME ID/PIN/ROLE TEST AS OTAUTH. A SUPERVISOR SESSION IS
      *    TAKEN AS IT STANDS; AN EMPTY OPERATORS.DAT (FRESH SYSTEM)
      *    FALLS BACK TO THE TYPED ID.
       01  OPERATOR-STATUS PIC XX.
       01  OPERATOR-EOF PIC X VALUE 'N'.
           88 OPERATOR-END VALUE 'Y'.
       01  OP-ROW-CTR PIC 99 VALUE 0.
       01  OP-IX PIC 99.
       01  OP-FOUND-SW PIC X VALUE 'N'.
           88 OP-FOUND-ROW VALUE 'Y'.
       01  OP-TABLE.
           05  OP-ROW OCCURS 50 TIMES.
               10  OPR-ID PIC X(10).
               10  OPR-ROLE PIC X(1).
               10  OPR-PIN PIC X(4).
       01  TYPED-ID PIC X(10).
       01  TYPED-PIN PIC X(4).
       01  SUPER-OK-SW PIC X VALUE 'N'.
           88 SUPER-OK VALUE 'Y'.
       01  SUPERVISOR-ID PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPANY PROPERTY REGISTER".
           PERFORM ADOPT-SESSION-OPERATOR.
           ACCEPT TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PROPERTY-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[I] ISSUE AN ITEM"
               DISPLAY "[R] RETURN AN ITEM"
               DISPLAY "[W] WAIVE AN ITEM (SUPERVISOR)"
               DISPLAY "[C] CLEARANCE OF A TERMINATED EMPLOYEE"
               DISPLAY "[L] LIST AN EMPLOYEE'S ITEMS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'I' WHEN 'i'
                       PERFORM ISSUE-ONE
                   WHEN 'R' WHEN 'r'
                       PERFORM RETURN-ONE
                   WHEN 'W' WHEN 'w'
                       PERFORM WAIVE-ONE
                   WHEN 'C' WHEN 'c'
                       PERFORM CLEAR-ONE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-ONE
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ISSUE-ONE.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           PERFORM READ-EMPLOYEE
           IF NOT EM-FOUND-ROW
               DISPLAY "NO MASTER RECORD FOR THAT EMPID."
           ELSE
               IF EMP-STATUS-CODE = 'T'
                   DISPLAY "EMPLOYEE IS TERMINATED - NOTHING ISSUED."
               ELSE
                   IF PR-ROW-CTR NOT < 500
                       DISPLAY "PROPERTY TABLE FULL - NOTHING ISSUED."
                   ELSE
                       PERFORM ISSUE-TO-EMPLOYEE
                   END-IF
               END-IF
           END-IF.

       ISSUE-TO-EMPLOYEE.
           DISPLAY "EMPLOYEE: " EMP-LN " " EMP-FN
           DISPLAY "TAG NUMBER: "
           ACCEPT WRK-TAG
           PERFORM FIND-OUT-TAG
           IF PR-FOUND-ROW
               DISPLAY "TAG " WRK-TAG " IS ALREADY OUT TO "
                   PRR-EMPID (PR-IX) " - NOTHING ISSUED."
           ELSE
               DISPLAY "ITEM TYPE - [U]NIFORM [I]D CARD [K]EY "
                   "[H]ELMET [O]THER: "
               ACCEPT WRK-TYPE
               PERFORM UNTIL WRK-TYPE-OK
                   DISPLAY "INVALID - ENTER U, I, K, H OR O: "
                   ACCEPT WRK-TYPE
               END-PERFORM
               DISPLAY "DESCRIPTION: "
               ACCEPT WRK-DESC
               DISPLAY "DEPOSIT OR CHARGE VALUE: "
               ACCEPT WRK-VALUE
               DISPLAY "ISSUE DATE (YYYYMMDD, 0 = " TODAY "): "
               ACCEPT WRK-DATE
               IF WRK-DATE = 0
                   MOVE TODAY TO WRK-DATE
               END-IF
               ADD 1 TO PR-ROW-CTR
               MOVE PR-ROW-CTR TO PR-IX
               MOVE WRK-EMPID TO PRR-EMPID (PR-IX)
               MOVE WRK-TAG TO PRR-TAG (PR-IX)
               MOVE WRK-TYPE TO PRR-ITEM-TYPE (PR-IX)
               MOVE WRK-DESC TO PRR-DESC (PR-IX)
               MOVE WRK-DATE TO PRR-ISSUE-DATE (PR-IX)
               MOVE WRK-VALUE TO PRR-VALUE (PR-IX)
               MOVE OPERATOR-ID TO PRR-ISSUED-BY (PR-IX)
               MOVE 'I' TO PRR-STATUS (PR-IX)
               MOVE 0 TO PRR-CLOSE-DATE (PR-IX)
               MOVE SPACES TO PRR-CLOSED-BY (PR-IX)
               MOVE 'N' TO PRR-DEDUCTED (PR-IX)
               PERFORM REWRITE-PROPERTY-FILE
               DISPLAY "ISSUED."
           END-IF.

       RETURN-ONE.
           DISPLAY "TAG NUMBER: "
           ACCEPT WRK-TAG
           PERFORM FIND-OUT-TAG
           IF NOT PR-FOUND-ROW
               DISPLAY "TAG " WRK-TAG " IS NOT OUT TO ANYONE."
           ELSE
               PERFORM SHOW-ONE-ITEM
               MOVE 'R' TO PRR-STATUS (PR-IX)
               MOVE TODAY TO PRR-CLOSE-DATE (PR-IX)
               MOVE OPERATOR-ID TO PRR-CLOSED-BY (PR-IX)
               PERFORM REWRITE-PROPERTY-FILE
               DISPLAY "RETURNED."
           END-IF.

       WAIVE-ONE.
      *    AN ITEM STILL OUT, OR ONE CHARGED AT CLEARANCE THAT THE
      *    FINAL PAY HAS NOT TAKEN YET.
           PERFORM CHECK-SUPERVISOR
           IF NOT SUPER-OK
               DISPLAY "NOT A SUPERVISOR SIGN-ON - NOTHING WAIVED."
           ELSE
               DISPLAY "TAG NUMBER: "
               ACCEPT WRK-TAG
               PERFORM FIND-OUT-TAG
               IF NOT PR-FOUND-ROW
                   PERFORM FIND-CHARGED-TAG
               END-IF
               IF NOT PR-FOUND-ROW
                   DISPLAY "TAG " WRK-TAG " HAS NOTHING TO WAIVE."
               ELSE
                   PERFORM SHOW-ONE-ITEM
                   MOVE 'W' TO PRR-STATUS (PR-IX)
                   MOVE TODAY TO PRR-CLOSE-DATE (PR-IX)
                   MOVE SUPERVISOR-ID TO PRR-CLOSED-BY (PR-IX)
                   PERFORM REWRITE-PROPERTY-FILE
                   DISPLAY "WAIVED."
               END-IF
           END-IF.

       CLEAR-ONE.
      *    EVERY ITEM THE TERMINATED EMPLOYEE STILL HAS OUT GETS AN
      *    ANSWER -- BACK, CHARGED, OR WAIVED BY A SUPERVISOR.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           PERFORM READ-EMPLOYEE
           IF NOT EM-FOUND-ROW
               DISPLAY "NO MASTER RECORD FOR THAT EMPID."
           ELSE
               IF EMP-STATUS-CODE NOT = 'T'
                   DISPLAY "EMPLOYEE IS NOT TERMINATED - "
                       "USE [R] TO TAKE ITEMS BACK."
               ELSE
                   DISPLAY "EMPLOYEE: " EMP-LN " " EMP-FN
                   MOVE 0 TO ITEMS-OUT
                   MOVE 0 TO CHARGED-AMT
                   PERFORM VARYING PR-IX FROM 1 BY 1
                           UNTIL PR-IX > PR-ROW-CTR
                       IF PRR-EMPID (PR-IX) = WRK-EMPID
                               AND PRR-STATUS (PR-IX) = 'I'
                           ADD 1 TO ITEMS-OUT
                           PERFORM CLEAR-ONE-ITEM
                       END-IF
                   END-PERFORM
                   IF ITEMS-OUT = 0
                       DISPLAY "NOTHING OUT - ALREADY CLEAR."
                   ELSE
                       PERFORM REWRITE-PROPERTY-FILE
                       MOVE CHARGED-AMT TO CHARGEDDP
                       DISPLAY "CLEARANCE COMPLETE - CHARGED TO "
                           "FINAL PAY: " CHARGEDDP
                   END-IF
                   DISPLAY "RUN [F]INAL PAY IN EMPSTATUS."
               END-IF
           END-IF.

       CLEAR-ONE-ITEM.
           PERFORM SHOW-ONE-ITEM
           MOVE SPACE TO WRK-ANSWER
           PERFORM UNTIL WRK-ANSWER = 'R' OR WRK-ANSWER = 'C'
                   OR WRK-ANSWER = 'W'
               DISPLAY "[R]ETURNED [C]HARGE TO FINAL PAY [W]AIVE: "
               ACCEPT WRK-ANSWER
               IF WRK-ANSWER = 'W'
                   PERFORM CHECK-SUPERVISOR
                   IF NOT SUPER-OK
                       DISPLAY "NOT A SUPERVISOR SIGN-ON - "
                           "RETURN OR CHARGE IT."
                       MOVE SPACE TO WRK-ANSWER
                   END-IF
               END-IF
           END-PERFORM
           MOVE WRK-ANSWER TO PRR-STATUS (PR-IX)
           MOVE TODAY TO PRR-CLOSE-DATE (PR-IX)
           IF WRK-ANSWER = 'W'
               MOVE SUPERVISOR-ID TO PRR-CLOSED-BY (PR-IX)
           ELSE
               MOVE OPERATOR-ID TO PRR-CLOSED-BY (PR-IX)
           END-IF
           IF WRK-ANSWER = 'C'
               ADD PRR-VALUE (PR-IX) TO CHARGED-AMT
           END-IF.

       LIST-ONE.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           MOVE 0 TO ITEMS-OUT
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PR-ROW-CTR
               IF PRR-EMPID (PR-IX) = WRK-EMPID
                   PERFORM SHOW-ONE-ITEM
                   IF PRR-STATUS (PR-IX) = 'I'
                       ADD 1 TO ITEMS-OUT
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "ITEMS STILL OUT: " ITEMS-OUT.

       SHOW-ONE-ITEM.
           MOVE PRR-VALUE (PR-IX) TO VALUEDP.
           DISPLAY PRR-EMPID (PR-IX) " " PRR-TAG (PR-IX) " "
               PRR-ITEM-TYPE (PR-IX) " " PRR-DESC (PR-IX) " "
               PRR-ISSUE-DATE (PR-IX) " " VALUEDP " "
               PRR-STATUS (PR-IX).

       FIND-OUT-TAG.
           MOVE 'N' TO PR-FOUND-SW.
           MOVE 1 TO PR-IX.
           PERFORM UNTIL PR-IX > PR-ROW-CTR OR PR-FOUND-ROW
               IF PRR-TAG (PR-IX) = WRK-TAG
                       AND PRR-STATUS (PR-IX) = 'I'
                   MOVE 'Y' TO PR-FOUND-SW
               ELSE
                   ADD 1 TO PR-IX
               END-IF
           END-PERFORM.

       FIND-CHARGED-TAG.
           MOVE 'N' TO PR-FOUND-SW.
           MOVE 1 TO PR-IX.
           PERFORM UNTIL PR-IX > PR-ROW-CTR OR PR-FOUND-ROW
               IF PRR-TAG (PR-IX) = WRK-TAG
                       AND PRR-STATUS (PR-IX) = 'C'
                       AND PRR-DEDUCTED (PR-IX) NOT = 'Y'
                   MOVE 'Y' TO PR-FOUND-SW
               ELSE
                   ADD 1 TO PR-IX
               END-IF
           END-PERFORM.

       READ-EMPLOYEE.
           MOVE 'N' TO EM-FOUND-SW.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EM-STATUS = "00"
               MOVE WRK-EMPID TO EM-EMPID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO EM-FOUND-SW
                       MOVE EM-EMPLN TO EMP-LN
                       MOVE EM-EMPFN TO EMP-FN
                       MOVE EM-STATUS-CODE TO EMP-STATUS-CODE
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               IF EM-STATUS = "05"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.

       LOAD-PROPERTY-TABLE.
      *    PROPERTY-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS FROM
      *    AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO PR-ROW-CTR.
           MOVE 'N' TO PROPERTY-EOF.
           OPEN INPUT PROPERTY-FILE.
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
           OPEN OUTPUT PROPERTY-FILE.
           PERFORM VARYING PR-IX FROM 1 BY 1
                   UNTIL PR-IX > PR-ROW-CTR
               MOVE PR-ROW (PR-IX) TO PROPREG-REC
               WRITE PROPREG-REC
           END-PERFORM.
           CLOSE PROPERTY-FILE.

       CHECK-SUPERVISOR.
      *    ASKED ONCE PER RUN -- A SUPERVISOR WHO HAS PASSED IS NOT
      *    PROMPTED AGAIN ITEM BY ITEM.
           IF NOT SUPER-OK
               IF SESSION-ROLE = 'S'
                   MOVE OPERATOR-ID TO SUPERVISOR-ID
                   MOVE 'Y' TO SUPER-OK-SW
               ELSE
                   PERFORM LOAD-OPERATOR-TABLE
                   DISPLAY "SUPERVISOR ID: "
                   ACCEPT TYPED-ID
                   IF OP-ROW-CTR = 0
                       MOVE TYPED-ID TO SUPERVISOR-ID
                       MOVE 'Y' TO SUPER-OK-SW
                   ELSE
                       DISPLAY "SUPERVISOR PIN: "
                       ACCEPT TYPED-PIN
                       PERFORM FIND-OPERATOR-ROW
                       IF OP-FOUND-ROW
                               AND OPR-PIN (OP-IX) = TYPED-PIN
                               AND OPR-ROLE (OP-IX) = 'S'
                           MOVE OPR-ID (OP-IX) TO SUPERVISOR-ID
                           MOVE 'Y' TO SUPER-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OP-ROW-CTR.
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
                       MOVE OP-ROLE TO OPR-ROLE (OP-ROW-CTR)
                       MOVE OP-PIN TO OPR-PIN (OP-ROW-CTR)
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

       FIND-OPERATOR-ROW.
           MOVE 'N' TO OP-FOUND-SW.
           MOVE 1 TO OP-IX.
           PERFORM UNTIL OP-IX > OP-ROW-CTR OR OP-FOUND-ROW
               IF OPR-ID (OP-IX) = TYPED-ID
                   MOVE 'Y' TO OP-FOUND-SW
               ELSE
                   ADD 1 TO OP-IX
               END-IF
           END-PERFORM.

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN STILL PROMPTS THE WAY IT
      *    ALWAYS DID.
           MOVE SPACES TO SESSION-REC.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
               END-READ
               CLOSE SESSION-FILE
           ELSE
               IF SESSION-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
           END-IF.
           IF SN-OPERATOR NOT = SPACES
               MOVE SN-OPERATOR TO OPERATOR-ID
               MOVE SN-ROLE TO SESSION-ROLE
               DISPLAY "OPERATOR (SIGNED ON): " OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR/CLERK ID: "
               ACCEPT OPERATOR-ID
           END-IF.
       END PROGRAM PROPMAINT.

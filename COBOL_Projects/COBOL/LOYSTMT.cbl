      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Loyalty statements and points liability -- [S]
      *          spools a monthly statement per member off the
      *          LOYTXN.DAT ledger (every earn, redemption and void
      *          reversal by ONUM with a running points balance), and
      *          [L] shows the accountant the month's points movement
      *          and the closing points liability valued at the
      *          SHOPCONF peso value of a point -- the loyalty
      *          counterpart of GCLIAB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYSTMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL LOYMEM-FILE
          ASSIGN TO "C:\Users\ADMIN\LOYMEM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS LM-MEMBER-NO
          FILE STATUS IS LOYMEM-STATUS.
          SELECT OPTIONAL LOYTXN-FILE
          ASSIGN TO "C:\Users\ADMIN\LOYTXN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOYTXN-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYMEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYMEM-REC.
           COPY "LOYMEM.CPY".
       FD  LOYTXN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYTXN-REC.
           COPY "LOYTXN.CPY".
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  LOYMEM-STATUS PIC XX.
       01  LOYTXN-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  LOYMEM-EOF PIC X VALUE 'N'.
           88 LOYMEM-END VALUE 'Y'.
       01  LOYTXN-EOF PIC X VALUE 'N'.
           88 LOYTXN-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  STMT-MONTH PIC 9(6).
       01  STMT-MEMBER-NO PIC 9(6).
       01  STMT-CTR PIC 9(4).
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  PT-VALUE PIC 9V99 VALUE 1.00.
      *    IN-MEMORY COPY OF LOYMEM.DAT, READ IN MEMBER-NUMBER ORDER.
      *    THE LIABILITY TOTAL TAKES EVERY MEMBER ON FILE EVEN IF THE
      *    TABLE FILLS.
       01  LM-ROW-CTR PIC 9(4) VALUE 0.
       01  LM-OVER-CTR PIC 9(5) VALUE 0.
       01  LM-PTS-TOTAL PIC 9(9) VALUE 0.
       01  LM-IX PIC 9(4).
       01  LM-TABLE.
           05  LM-ROW OCCURS 2000 TIMES.
               10  LMR-MEMBER-NO PIC 9(6).
               10  LMR-NAME PIC X(25).
               10  LMR-POINTS PIC 9(7).
               10  LMR-ACTIVE PIC X(1).
      *    ONE MEMBER'S LEDGER LINES, PULLED FROM LOYTXN.DAT FOR
      *    THE STATEMENT.
       01  TX-ROW-CTR PIC 9(4) VALUE 0.
       01  TX-IX PIC 9(4).
       01  TX-TABLE.
           05  TX-ROW OCCURS 1000 TIMES.
               10  TXR-BUSDATE PIC 9(8).
               10  TXR-TYPE PIC X(1).
               10  TXR-ONUM PIC 9(7).
               10  TXR-POINTS PIC 9(7).
               10  TXR-AMOUNT PIC 9(5)V99.
       01  TYPE-NAME PIC X(16).
       01  RUN-PTS PIC S9(8).
       01  SIGNED-PTS PIC S9(8).
      *    LIABILITY ROLL-FORWARD -- THE CLOSING POINTS ARE THE
      *    BALANCES ON FILE NOW, BACKED OFF BY EVERY MOVEMENT DATED
      *    AFTER THE MONTH; THE OPENING IS THE CLOSING LESS THE
      *    MONTH'S OWN MOVEMENT.
       01  PTS-ON-FILE PIC S9(9) VALUE 0.
       01  PTS-AFTER PIC S9(9) VALUE 0.
       01  PTS-OPENING PIC S9(9) VALUE 0.
       01  PTS-CLOSING PIC S9(9) VALUE 0.
       01  MO-EARNED PIC 9(9) VALUE 0.
       01  MO-REDEEMED PIC 9(9) VALUE 0.
       01  MO-EARN-REV PIC 9(9) VALUE 0.
       01  MO-REDEEM-REV PIC 9(9) VALUE 0.
       01  MO-REDEEMED-AMT PIC 9(7)V99 VALUE 0.
       01  MO-RESTORED-AMT PIC 9(7)V99 VALUE 0.
       01  LIABILITY PIC S9(9)V99 VALUE 0.
       01  PTSDP PIC -ZZZ,ZZZ,ZZ9.
       01  RUNDP PIC -ZZ,ZZZ,ZZ9.
       01  AMTDP PIC $Z,ZZZ,999.99.
       01  LIABDP PIC -$ZZZ,ZZZ,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "LOYALTY STATEMENTS AND POINTS LIABILITY".
           PERFORM 1000-LOAD-LOYMEM-TABLE.
           PERFORM 1200-LOAD-SHOP-CONF.
           IF LM-ROW-CTR = 0
               DISPLAY "NO LOYALTY MEMBERS ON FILE."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[S] MONTHLY MEMBER STATEMENTS"
               DISPLAY "[L] MONTHLY POINTS LIABILITY"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'S' WHEN 's'
                       PERFORM 2000-PRINT-STATEMENTS
                   WHEN 'L' WHEN 'l'
                       PERFORM 3000-POINTS-LIABILITY
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           PERFORM 9999-EXIT.

       1000-LOAD-LOYMEM-TABLE.
           MOVE 0 TO LM-ROW-CTR.
           MOVE 0 TO LM-OVER-CTR.
           MOVE 0 TO LM-PTS-TOTAL.
           MOVE 'N' TO LOYMEM-EOF.
           OPEN INPUT LOYMEM-FILE.
           IF LOYMEM-STATUS = "00"
               READ LOYMEM-FILE
                   AT END MOVE 'Y' TO LOYMEM-EOF
               END-READ
               PERFORM UNTIL LOYMEM-END
                   ADD LM-POINTS TO LM-PTS-TOTAL
                   IF LM-ROW-CTR < 2000
                       ADD 1 TO LM-ROW-CTR
                       MOVE LM-MEMBER-NO TO LMR-MEMBER-NO (LM-ROW-CTR)
                       MOVE LM-NAME TO LMR-NAME (LM-ROW-CTR)
                       MOVE LM-POINTS TO LMR-POINTS (LM-ROW-CTR)
                       MOVE LM-ACTIVE TO LMR-ACTIVE (LM-ROW-CTR)
                   ELSE
                       ADD 1 TO LM-OVER-CTR
                   END-IF
                   READ LOYMEM-FILE
                       AT END MOVE 'Y' TO LOYMEM-EOF
                   END-READ
               END-PERFORM
               CLOSE LOYMEM-FILE
           ELSE
               IF LOYMEM-STATUS = "05"
                   CLOSE LOYMEM-FILE
               END-IF
           END-IF.
           IF LM-OVER-CTR > 0
               DISPLAY "*** MEMBER TABLE FULL - " LM-OVER-CTR
                   " MEMBER(S) GET NO STATEMENT THIS RUN ***"
           END-IF.

       1100-LOAD-ONE-MEMBERS-TXNS.
      *    EVERY LEDGER LINE FOR THE MEMBER AT LM-IX, OLDEST FIRST
      *    AS APPENDED.
           MOVE 0 TO TX-ROW-CTR.
           MOVE 'N' TO LOYTXN-EOF.
           OPEN INPUT LOYTXN-FILE.
           IF LOYTXN-STATUS = "00"
               READ LOYTXN-FILE
                   AT END MOVE 'Y' TO LOYTXN-EOF
               END-READ
               PERFORM UNTIL LOYTXN-END
                   IF LT-MEMBER-NO = LMR-MEMBER-NO (LM-IX)
                           AND TX-ROW-CTR < 1000
                       ADD 1 TO TX-ROW-CTR
                       MOVE LT-BUSDATE TO TXR-BUSDATE (TX-ROW-CTR)
                       MOVE LT-TYPE TO TXR-TYPE (TX-ROW-CTR)
                       MOVE LT-ONUM TO TXR-ONUM (TX-ROW-CTR)
                       MOVE LT-POINTS TO TXR-POINTS (TX-ROW-CTR)
                       MOVE LT-AMOUNT TO TXR-AMOUNT (TX-ROW-CTR)
                   END-IF
                   READ LOYTXN-FILE
                       AT END MOVE 'Y' TO LOYTXN-EOF
                   END-READ
               END-PERFORM
               CLOSE LOYTXN-FILE
           END-IF.

       1200-LOAD-SHOP-CONF.
      *    A MISSING OR PRE-LOYALTY SHOPCONF.DAT LEAVES A POINT
      *    WORTH THE BUILT-IN 1.00.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               IF SC-LOY-PT-VALUE IS NUMERIC AND SC-LOY-PT-VALUE > 0
                   MOVE SC-LOY-PT-VALUE TO PT-VALUE
               END-IF
               CLOSE SHOPCONF-FILE
           END-IF.

       1300-SIGN-THE-POINTS.
      *    EARNS AND GIVEN-BACK REDEMPTIONS ADD TO A BALANCE;
      *    REDEMPTIONS AND TAKEN-BACK EARNS COME OFF IT.
           IF LT-TYPE = 'E' OR LT-TYPE = 'B'
               MOVE LT-POINTS TO SIGNED-PTS
           ELSE
               COMPUTE SIGNED-PTS = 0 - LT-POINTS
           END-IF.

       2000-PRINT-STATEMENTS.
           DISPLAY "STATEMENT MONTH (YYYYMM): ".
           ACCEPT STMT-MONTH.
           DISPLAY "MEMBER NUMBER (0 = EVERY ACTIVE MEMBER): ".
           ACCEPT STMT-MEMBER-NO.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\LOYSTMT_" DELIMITED BY SIZE
               STMT-MONTH DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           MOVE 0 TO STMT-CTR.
           OPEN OUTPUT SPOOL-FILE.
           PERFORM VARYING LM-IX FROM 1 BY 1
                   UNTIL LM-IX > LM-ROW-CTR
               IF (STMT-MEMBER-NO = 0 AND LMR-ACTIVE (LM-IX) = 'A')
                       OR LMR-MEMBER-NO (LM-IX) = STMT-MEMBER-NO
                   PERFORM 2100-STATEMENT-ONE-MEMBER
                   ADD 1 TO STMT-CTR
               END-IF
           END-PERFORM.
           CLOSE SPOOL-FILE.
           DISPLAY STMT-CTR " STATEMENT(S) SPOOLED TO " SPOOL-NAME.

       2100-STATEMENT-ONE-MEMBER.
           PERFORM 1100-LOAD-ONE-MEMBERS-TXNS.
           MOVE ALL '=' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "POINTS STATEMENT " DELIMITED BY SIZE
               STMT-MONTH DELIMITED BY SIZE
               " - MEMBER " DELIMITED BY SIZE
               LMR-MEMBER-NO (LM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LMR-NAME (LM-IX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE 0 TO RUN-PTS.
           PERFORM VARYING TX-IX FROM 1 BY 1
                   UNTIL TX-IX > TX-ROW-CTR
               MOVE TXR-TYPE (TX-IX) TO LT-TYPE
               MOVE TXR-POINTS (TX-IX) TO LT-POINTS
               PERFORM 1300-SIGN-THE-POINTS
               ADD SIGNED-PTS TO RUN-PTS
               IF TXR-BUSDATE (TX-IX) (1:6) = STMT-MONTH
                   PERFORM 2200-STATEMENT-LINE
               END-IF
           END-PERFORM.
           MOVE LMR-POINTS (LM-IX) TO PTSDP.
           MOVE SPACES TO PRT-LINE.
           STRING "POINTS AVAILABLE NOW: " DELIMITED BY SIZE
               PTSDP DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.

       2200-STATEMENT-LINE.
           EVALUATE TXR-TYPE (TX-IX)
               WHEN 'E' MOVE "EARNED          " TO TYPE-NAME
               WHEN 'R' MOVE "REDEEMED        " TO TYPE-NAME
               WHEN 'U' MOVE "EARN VOIDED     " TO TYPE-NAME
               WHEN 'B' MOVE "REDEEM VOIDED   " TO TYPE-NAME
               WHEN OTHER MOVE "OTHER           " TO TYPE-NAME
           END-EVALUATE.
           MOVE SIGNED-PTS TO PTSDP.
           MOVE RUN-PTS TO RUNDP.
           MOVE SPACES TO PRT-LINE.
           IF TXR-AMOUNT (TX-IX) > 0
               MOVE TXR-AMOUNT (TX-IX) TO AMTDP
               STRING TXR-BUSDATE (TX-IX) DELIMITED BY SIZE
                   " ONUM " DELIMITED BY SIZE
                   TXR-ONUM (TX-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TYPE-NAME DELIMITED BY SIZE
                   PTSDP DELIMITED BY SIZE
                   " BAL" DELIMITED BY SIZE
                   RUNDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMTDP DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING TXR-BUSDATE (TX-IX) DELIMITED BY SIZE
                   " ONUM " DELIMITED BY SIZE
                   TXR-ONUM (TX-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TYPE-NAME DELIMITED BY SIZE
                   PTSDP DELIMITED BY SIZE
                   " BAL" DELIMITED BY SIZE
                   RUNDP DELIMITED BY SIZE
                   INTO PRT-LINE
           END-IF.
           WRITE SPOOL-LINE FROM PRT-LINE.

       3000-POINTS-LIABILITY.
           DISPLAY "LIABILITY MONTH (YYYYMM): ".
           ACCEPT STMT-MONTH.
           MOVE LM-PTS-TOTAL TO PTS-ON-FILE.
           MOVE 0 TO PTS-AFTER.
           MOVE 0 TO MO-EARNED.
           MOVE 0 TO MO-REDEEMED.
           MOVE 0 TO MO-EARN-REV.
           MOVE 0 TO MO-REDEEM-REV.
           MOVE 0 TO MO-REDEEMED-AMT.
           MOVE 0 TO MO-RESTORED-AMT.
           MOVE 'N' TO LOYTXN-EOF.
           OPEN INPUT LOYTXN-FILE.
           IF LOYTXN-STATUS = "00"
               READ LOYTXN-FILE
                   AT END MOVE 'Y' TO LOYTXN-EOF
               END-READ
               PERFORM UNTIL LOYTXN-END
                   PERFORM 3100-TALLY-ONE-LINE
                   READ LOYTXN-FILE
                       AT END MOVE 'Y' TO LOYTXN-EOF
                   END-READ
               END-PERFORM
               CLOSE LOYTXN-FILE
           END-IF.
           COMPUTE PTS-CLOSING = PTS-ON-FILE - PTS-AFTER.
           COMPUTE PTS-OPENING = PTS-CLOSING - MO-EARNED
               + MO-REDEEMED + MO-EARN-REV - MO-REDEEM-REV.
           COMPUTE LIABILITY = PTS-CLOSING * PT-VALUE.
           DISPLAY "LOYALTY POINTS LIABILITY FOR " STMT-MONTH
               " (ONE POINT = " PT-VALUE ")".
           DISPLAY "----------------------------------------".
           MOVE PTS-OPENING TO PTSDP.
           DISPLAY "OPENING POINTS OUTSTANDING: " PTSDP.
           MOVE MO-EARNED TO PTSDP.
           DISPLAY "  EARNED ON SALES:          " PTSDP.
           MOVE MO-REDEEMED TO PTSDP.
           MOVE MO-REDEEMED-AMT TO AMTDP.
           DISPLAY "  REDEEMED AS TENDER:       " PTSDP "  " AMTDP.
           MOVE MO-EARN-REV TO PTSDP.
           DISPLAY "  EARNS REVERSED BY VOIDS:  " PTSDP.
           MOVE MO-REDEEM-REV TO PTSDP.
           MOVE MO-RESTORED-AMT TO AMTDP.
           DISPLAY "  REDEMPTIONS GIVEN BACK:   " PTSDP "  " AMTDP.
           MOVE PTS-CLOSING TO PTSDP.
           DISPLAY "CLOSING POINTS OUTSTANDING: " PTSDP.
           MOVE LIABILITY TO LIABDP.
           DISPLAY "CLOSING POINTS LIABILITY:   " LIABDP.

       3100-TALLY-ONE-LINE.
      *    A LINE AFTER THE MONTH IS BACKED OFF THE BALANCES ON
      *    FILE; A LINE IN THE MONTH IS ITS MOVEMENT.
           IF LT-BUSDATE (1:6) > STMT-MONTH
               PERFORM 1300-SIGN-THE-POINTS
               ADD SIGNED-PTS TO PTS-AFTER
           ELSE
           IF LT-BUSDATE (1:6) = STMT-MONTH
               EVALUATE LT-TYPE
                   WHEN 'E'
                       ADD LT-POINTS TO MO-EARNED
                   WHEN 'R'
                       ADD LT-POINTS TO MO-REDEEMED
                       ADD LT-AMOUNT TO MO-REDEEMED-AMT
                   WHEN 'U'
                       ADD LT-POINTS TO MO-EARN-REV
                   WHEN 'B'
                       ADD LT-POINTS TO MO-REDEEM-REV
                       ADD LT-AMOUNT TO MO-RESTORED-AMT
               END-EVALUATE
           END-IF
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM LOYSTMT.

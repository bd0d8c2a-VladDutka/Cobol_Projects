      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Advance-order deposit liability report -- lists
      *          every open order on ADVORDER.DAT with the deposit
      *          still held against it, flags the ones whose due date
      *          has passed without a claim, and totals the deposits
      *          held. The ADVDEP.DAT ledger (taken, refunded,
      *          forfeited) less the deposits applied at claim (the
      *          'D' lines on TENDERS.DAT, net of voids) is rolled
      *          forward beside it; that balance is what GLEXPORT
      *          has posted to ADV-DEPOSIT, and the two must agree.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVDEPRPT.
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
          SELECT OPTIONAL ADVORDER-FILE
          ASSIGN TO "C:\Users\ADMIN\ADVORDER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVORDER-STATUS.
          SELECT OPTIONAL ADVDEP-FILE
          ASSIGN TO "C:\Users\ADMIN\ADVDEP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ADVDEP-STATUS.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\TENDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  ADVORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVORDER-REC.
           COPY "ADVORDER.CPY".
       FD  ADVDEP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVDEP-REC.
           COPY "ADVDEP.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  ADVORDER-STATUS PIC XX.
       01  ADVORDER-EOF PIC X VALUE 'N'.
           88 ADVORDER-END VALUE 'Y'.
       01  ADVDEP-STATUS PIC XX.
       01  ADVDEP-EOF PIC X VALUE 'N'.
           88 ADVDEP-END VALUE 'Y'.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  PAST-DUE-FLAG PIC X(8).
       01  OPEN-CTR PIC 9(4) VALUE 0.
       01  PAST-DUE-CTR PIC 9(4) VALUE 0.
       01  CLAIMED-CTR PIC 9(4) VALUE 0.
       01  REFUNDED-CTR PIC 9(4) VALUE 0.
       01  FORFEITED-CTR PIC 9(4) VALUE 0.
       01  OPEN-DEPOSITS PIC 9(7)V99 VALUE 0.
       01  LDG-TAKEN PIC 9(7)V99 VALUE 0.
       01  LDG-REFUNDED PIC 9(7)V99 VALUE 0.
       01  LDG-FORFEITED PIC 9(7)V99 VALUE 0.
       01  LDG-APPLIED PIC S9(7)V99 VALUE 0.
       01  LDG-BALANCE PIC S9(7)V99 VALUE 0.
       01  LDG-DIFFERENCE PIC S9(7)V99 VALUE 0.
       01  TOTALDP PIC $Z,ZZZ,999.99.
       01  SIGNEDDP PIC $Z,ZZZ,999.99-.
       01  DEPDP PIC $Z,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ADVANCE-ORDER DEPOSIT LIABILITY".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "AS OF BUSINESS DATE " BUSINESS-DATE.
           PERFORM 1000-LIST-OPEN-ORDERS.
           PERFORM 2000-ROLL-THE-LEDGER.
           PERFORM 3000-TIE-TO-THE-LEDGER.
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

       1000-LIST-OPEN-ORDERS.
      *    AN OPEN ORDER STILL HOLDS ITS WHOLE DEPOSIT; A CLAIMED OR
      *    CANCELLED ONE IS ONLY COUNTED.
           DISPLAY "ADV NO TAKEN    DUE      CUSTOMER"
               "                   DEPOSIT".
           MOVE 'N' TO ADVORDER-EOF.
           OPEN INPUT ADVORDER-FILE.
           IF ADVORDER-STATUS = "00"
               READ ADVORDER-FILE
                   AT END MOVE 'Y' TO ADVORDER-EOF
               END-READ
               PERFORM UNTIL ADVORDER-END
                   EVALUATE AO-STATUS
                       WHEN 'O'
                           ADD 1 TO OPEN-CTR
                           ADD AO-DEPOSIT TO OPEN-DEPOSITS
                           MOVE SPACES TO PAST-DUE-FLAG
                           IF AO-DUE-DATE < BUSINESS-DATE
                               MOVE "PAST DUE" TO PAST-DUE-FLAG
                               ADD 1 TO PAST-DUE-CTR
                           END-IF
                           MOVE AO-DEPOSIT TO DEPDP
                           DISPLAY AO-ADV-NO " " AO-TAKEN-DATE " "
                               AO-DUE-DATE " " AO-CUST-NAME " "
                               DEPDP " " PAST-DUE-FLAG
                       WHEN 'C'
                           ADD 1 TO CLAIMED-CTR
                       WHEN 'R'
                           ADD 1 TO REFUNDED-CTR
                       WHEN 'F'
                           ADD 1 TO FORFEITED-CTR
                   END-EVALUATE
                   READ ADVORDER-FILE
                       AT END MOVE 'Y' TO ADVORDER-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVORDER-FILE
           ELSE
               IF ADVORDER-STATUS = "05"
                   CLOSE ADVORDER-FILE
               END-IF
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "OPEN ORDERS: " OPEN-CTR
               "  PAST DUE: " PAST-DUE-CTR.
           DISPLAY "CLAIMED: " CLAIMED-CTR
               "  CANCELLED/REFUNDED: " REFUNDED-CTR
               "  CANCELLED/FORFEITED: " FORFEITED-CTR.
           MOVE OPEN-DEPOSITS TO TOTALDP.
           DISPLAY "DEPOSITS HELD ON OPEN ORDERS: " TOTALDP.

       2000-ROLL-THE-LEDGER.
           MOVE 'N' TO ADVDEP-EOF.
           OPEN INPUT ADVDEP-FILE.
           IF ADVDEP-STATUS = "00"
               READ ADVDEP-FILE
                   AT END MOVE 'Y' TO ADVDEP-EOF
               END-READ
               PERFORM UNTIL ADVDEP-END
                   EVALUATE AD-ACTION
                       WHEN 'T'
                           ADD AD-AMOUNT TO LDG-TAKEN
                       WHEN 'R'
                           ADD AD-AMOUNT TO LDG-REFUNDED
                       WHEN 'F'
                           ADD AD-AMOUNT TO LDG-FORFEITED
                   END-EVALUATE
                   READ ADVDEP-FILE
                       AT END MOVE 'Y' TO ADVDEP-EOF
                   END-READ
               END-PERFORM
               CLOSE ADVDEP-FILE
           ELSE
               IF ADVDEP-STATUS = "05"
                   CLOSE ADVDEP-FILE
               END-IF
           END-IF.
      *    A CLAIM'S DEPOSIT LINE DRAWS THE LIABILITY DOWN; A VOID'S
      *    LINE PUTS IT BACK, THE ORDER REOPENED.
           MOVE 'N' TO TENDERS-EOF.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-TYPE = 'D'
                       IF TD-TXN-TYPE = 'V'
                           SUBTRACT TD-AMOUNT FROM LDG-APPLIED
                       ELSE
                           ADD TD-AMOUNT TO LDG-APPLIED
                       END-IF
                   END-IF
                   READ TENDERS-FILE
                       AT END MOVE 'Y' TO TENDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE TENDERS-FILE
           ELSE
               IF TENDERS-STATUS = "05"
                   CLOSE TENDERS-FILE
               END-IF
           END-IF.
           COMPUTE LDG-BALANCE = LDG-TAKEN - LDG-REFUNDED
               - LDG-FORFEITED - LDG-APPLIED.
           DISPLAY "----------------------------------------".
           MOVE LDG-TAKEN TO TOTALDP.
           DISPLAY "DEPOSITS TAKEN:              " TOTALDP.
           MOVE LDG-REFUNDED TO TOTALDP.
           DISPLAY "LESS REFUNDED:               " TOTALDP.
           MOVE LDG-FORFEITED TO TOTALDP.
           DISPLAY "LESS FORFEITED:              " TOTALDP.
           MOVE LDG-APPLIED TO SIGNEDDP.
           DISPLAY "LESS APPLIED AT CLAIM:       " SIGNEDDP.
           MOVE LDG-BALANCE TO SIGNEDDP.
           DISPLAY "LEDGER BALANCE:              " SIGNEDDP.

       3000-TIE-TO-THE-LEDGER.
           COMPUTE LDG-DIFFERENCE = LDG-BALANCE - OPEN-DEPOSITS.
           IF LDG-DIFFERENCE = 0
               DISPLAY "OPEN DEPOSITS TIE TO THE LEDGER."
           ELSE
               MOVE LDG-DIFFERENCE TO SIGNEDDP
               DISPLAY "*** LEDGER LESS OPEN DEPOSITS: " SIGNEDDP
                   " -- DOES NOT TIE ***"
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ADVDEPRPT.

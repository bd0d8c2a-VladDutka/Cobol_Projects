      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Labor-cost distribution by position -- walks the
      *          period's INFO.DAT and totals GPAY, HOLPAY, NIGHTPAY,
      *          COMMPAY, SVCPAY and the employer shares (SSSER,
      *          PAGIBIGER, PHILHER) per POSTC into LABORDIST.DAT,
      *          so GLEXPORT can post labor cost to one expense
      *          account per area instead of one salary line and the
      *          accountant can read labor-cost percentages per
      *          area. A cross-trained employee's regular pay goes
      *          to each position it was earned in (the PSN rows
      *          PAYENTRY prices); overtime, premiums, pooled money
      *          and the employer shares go to their own POSTC. The
      *          distribution is proved to tie to the register's
      *          gross-pay grand total (PAYREG's) to the centavo
      *          before a line is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORDIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INFO-FILE
          ASSIGN TO "C:\Users\ADMIN\INFO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EMPID
          FILE STATUS IS INFO-STATUS.
          SELECT LABORDIST-FILE
          ASSIGN TO "C:\Users\ADMIN\LABORDIST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INFO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INFO-REC.
           COPY "INFOREC.CPY".
       FD  LABORDIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LABORDIST-REC.
           COPY "LABORDIST.CPY".

       WORKING-STORAGE SECTION.
      *    FILE STATUS FOR THE NOW-INDEXED INFO-FILE.
       01  INFO-STATUS PIC XX.
       01  INFO-EOF-SW PIC X VALUE 'N'.
           88 INFO-END VALUE 'Y'.
      *    ONE ROW PER POSITION CODE SEEN ON THE REGISTER.
       01  DS-ROW-CTR PIC 99 VALUE 0.
       01  DS-IX PIC 99.
       01  DS-FOUND-SW PIC X VALUE 'N'.
           88 DS-FOUND-ROW VALUE 'Y'.
       01  DS-FULL-SW PIC X VALUE 'N'.
           88 DS-FULL VALUE 'Y'.
       01  DS-TABLE.
           05  DS-ROW OCCURS 20 TIMES.
               10  DSR-POSTC PIC X(1).
               10  DSR-GPAY PIC 9(7)V99.
               10  DSR-HOLPAY PIC 9(7)V99.
               10  DSR-NIGHTPAY PIC 9(7)V99.
               10  DSR-COMMPAY PIC 9(7)V99.
               10  DSR-SVCPAY PIC 9(7)V99.
               10  DSR-SSSER PIC 9(7)V99.
               10  DSR-PAGIBIGER PIC 9(7)V99.
               10  DSR-PHILHER PIC 9(7)V99.
      *    THE CODE BEING POSTED -- FOLDED TO UPPER CASE SINCE
      *    PAYENTRY TAKES 'r' AND 'R' ALIKE, AND A BLANK CODE LANDS
      *    ON '?' SO IT SHOWS UP AS AN UNMAPPED AREA, NOT AS NOTHING.
       01  DIST-CODE PIC X(1).
       01  HOME-CODE PIC X(1).
       01  PSN-IX PIC 9.
      *    WHAT IS LEFT OF THE ROW'S GPAY ONCE THE OTHER POSITIONS
      *    HAVE TAKEN THEIR PAY -- IT ALL GOES TO THE HOME POSTC.
       01  HOME-GPAY PIC S9(7)V99.
       01  DIST-AMOUNT PIC 9(7)V99.
      *    THE TIE-OUT -- THE REGISTER'S GROSS AGAINST THE SUM OF
      *    THE DISTRIBUTED GROSS.
       01  REC-CTR PIC 9(4) VALUE 0.
       01  REG-GPAY PIC 9(7)V99 VALUE 0.
       01  DIST-GPAY PIC 9(7)V99 VALUE 0.
       01  DIST-COST PIC 9(7)V99 VALUE 0.
       01  COSTDP PIC $Z,ZZZ,999.99.
       01  GPAYDP2 PIC $Z,ZZZ,999.99.
       01  REGDP PIC $Z,ZZZ,999.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "LABOR-COST DISTRIBUTION BY POSITION".
           PERFORM 1000-DISTRIBUTE-REGISTER.
           PERFORM 2000-PROVE-AND-WRITE.
           PERFORM 9999-EXIT.

       1000-DISTRIBUTE-REGISTER.
           OPEN INPUT INFO-FILE.
           READ INFO-FILE NEXT RECORD
               AT END MOVE 'Y' TO INFO-EOF-SW
           END-READ.
           PERFORM UNTIL INFO-END
               ADD 1 TO REC-CTR
               ADD GPAY TO REG-GPAY
               PERFORM 1100-DISTRIBUTE-ONE-ROW
               READ INFO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO INFO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE INFO-FILE.

       1100-DISTRIBUTE-ONE-ROW.
      *    PSN ROWS 2-4 ARE THE OTHER POSITIONS WORKED AND CARRY
      *    THEIR OWN PAY; A ROW KEYED BEFORE THE SPLIT EXISTED READS
      *    SPACES THERE AND GOES WHOLE TO ITS POSTC.
           COMPUTE HOME-GPAY = GPAY.
           PERFORM VARYING PSN-IX FROM 2 BY 1 UNTIL PSN-IX > 4
               IF PSN-POSTC (PSN-IX) NOT = SPACE
                       AND PSN-PAY (PSN-IX) IS NUMERIC
                   MOVE PSN-POSTC (PSN-IX) TO DIST-CODE
                   PERFORM 1200-FIND-DIST-ROW
                   IF DS-FOUND-ROW
                       ADD PSN-PAY (PSN-IX) TO DSR-GPAY (DS-IX)
                       SUBTRACT PSN-PAY (PSN-IX) FROM HOME-GPAY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE POSTC TO DIST-CODE.
           PERFORM 1200-FIND-DIST-ROW.
           IF DS-FOUND-ROW
      *    A NEGATIVE REMAINDER WOULD MEAN THE ROWS OUT-PAID GPAY --
      *    IT STILL POSTS SO THE TIE-OUT CATCHES IT.
               IF HOME-GPAY < 0
                   COMPUTE DIST-AMOUNT = 0 - HOME-GPAY
                   SUBTRACT DIST-AMOUNT FROM DSR-GPAY (DS-IX)
               ELSE
                   MOVE HOME-GPAY TO DIST-AMOUNT
                   ADD DIST-AMOUNT TO DSR-GPAY (DS-IX)
               END-IF
               ADD HOLPAY TO DSR-HOLPAY (DS-IX)
               ADD NIGHTPAY TO DSR-NIGHTPAY (DS-IX)
               ADD COMMPAY TO DSR-COMMPAY (DS-IX)
               ADD SVCPAY TO DSR-SVCPAY (DS-IX)
               ADD SSSER TO DSR-SSSER (DS-IX)
               ADD PAGIBIGER TO DSR-PAGIBIGER (DS-IX)
               ADD PHILHER TO DSR-PHILHER (DS-IX)
           END-IF.

       1200-FIND-DIST-ROW.
      *    FIND OR OPEN THE ROW FOR DIST-CODE. A FULL TABLE LEAVES
      *    THE AMOUNT UNPOSTED AND THE TIE-OUT REFUSES THE FILE.
           INSPECT DIST-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF DIST-CODE = SPACE
               MOVE '?' TO DIST-CODE
           END-IF.
           MOVE 'N' TO DS-FOUND-SW.
           MOVE 1 TO DS-IX.
           PERFORM UNTIL DS-IX > DS-ROW-CTR OR DS-FOUND-ROW
               IF DSR-POSTC (DS-IX) = DIST-CODE
                   MOVE 'Y' TO DS-FOUND-SW
               ELSE
                   ADD 1 TO DS-IX
               END-IF
           END-PERFORM.
           IF NOT DS-FOUND-ROW
               IF DS-ROW-CTR < 20
                   ADD 1 TO DS-ROW-CTR
                   MOVE DS-ROW-CTR TO DS-IX
                   MOVE DIST-CODE TO DSR-POSTC (DS-IX)
                   MOVE 0 TO DSR-GPAY (DS-IX)
                   MOVE 0 TO DSR-HOLPAY (DS-IX)
                   MOVE 0 TO DSR-NIGHTPAY (DS-IX)
                   MOVE 0 TO DSR-COMMPAY (DS-IX)
                   MOVE 0 TO DSR-SVCPAY (DS-IX)
                   MOVE 0 TO DSR-SSSER (DS-IX)
                   MOVE 0 TO DSR-PAGIBIGER (DS-IX)
                   MOVE 0 TO DSR-PHILHER (DS-IX)
                   MOVE 'Y' TO DS-FOUND-SW
               ELSE
                   MOVE 'Y' TO DS-FULL-SW
               END-IF
           END-IF.

       2000-PROVE-AND-WRITE.
      *    THE DISTRIBUTED GROSS MUST EQUAL THE REGISTER'S GROSS TO
      *    THE CENTAVO -- OTHERWISE NOTHING IS WRITTEN AND GLEXPORT
      *    HAS NO DISTRIBUTION TO POST.
           MOVE 0 TO DIST-GPAY.
           PERFORM VARYING DS-IX FROM 1 BY 1 UNTIL DS-IX > DS-ROW-CTR
               ADD DSR-GPAY (DS-IX) TO DIST-GPAY
           END-PERFORM.
           MOVE REG-GPAY TO REGDP.
           MOVE DIST-GPAY TO GPAYDP2.
           DISPLAY "RECORDS: " REC-CTR "  REGISTER GROSS " REGDP
               "  DISTRIBUTED " GPAYDP2.
           IF DS-FULL OR DIST-GPAY NOT = REG-GPAY
               DISPLAY "DISTRIBUTION DOES NOT TIE TO THE REGISTER "
                   "- LABORDIST.DAT NOT WRITTEN."
               IF DS-FULL
                   DISPLAY "MORE THAN 20 POSITION CODES ON THE "
                       "REGISTER."
               END-IF
           ELSE
               OPEN OUTPUT LABORDIST-FILE
               PERFORM VARYING DS-IX FROM 1 BY 1
                       UNTIL DS-IX > DS-ROW-CTR
                   MOVE DSR-POSTC (DS-IX) TO LD-POSTC
                   MOVE DSR-GPAY (DS-IX) TO LD-GPAY
                   MOVE DSR-HOLPAY (DS-IX) TO LD-HOLPAY
                   MOVE DSR-NIGHTPAY (DS-IX) TO LD-NIGHTPAY
                   MOVE DSR-COMMPAY (DS-IX) TO LD-COMMPAY
                   MOVE DSR-SVCPAY (DS-IX) TO LD-SVCPAY
                   MOVE DSR-SSSER (DS-IX) TO LD-SSSER
                   MOVE DSR-PAGIBIGER (DS-IX) TO LD-PAGIBIGER
                   MOVE DSR-PHILHER (DS-IX) TO LD-PHILHER
                   COMPUTE LD-COST = LD-GPAY + LD-SSSER
                       + LD-PAGIBIGER + LD-PHILHER
                   ADD LD-COST TO DIST-COST
                   WRITE LABORDIST-REC
                   MOVE LD-GPAY TO GPAYDP2
                   MOVE LD-COST TO COSTDP
                   DISPLAY "POSITION " LD-POSTC "  GROSS " GPAYDP2
                       "  LABOR COST " COSTDP
               END-PERFORM
               CLOSE LABORDIST-FILE
               MOVE DIST-COST TO COSTDP
               DISPLAY "TIES TO THE REGISTER. TOTAL LABOR COST "
                   COSTDP
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM LABORDIST.

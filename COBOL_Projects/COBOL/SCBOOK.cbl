      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Monthly senior citizen / PWD sales book for the BIR
      *          audit -- every ORDERS.DAT transaction of the month
      *          that carried the discount, in OR-number order as
      *          rung: date, OR and order number, the cardholder's ID
      *          and name, the gross value of the qualifying lines,
      *          the VAT-exempt sale, the 20% discount and the net
      *          collected. The senior and PWD books print separately
      *          as the regulation asks; a reversal prints as its own
      *          line and comes off the totals. A month a period
      *          close fell in is read back off the PERIODCLOSE
      *          ORDERS archives (found through the PERIODS.DAT close
      *          dates) ahead of the live ORDERS.DAT, so the book
      *          holds the whole month and not just the open period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCBOOK.
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
       01  SPOOL-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ORDERS-STATUS PIC XX.
       01  ORDERS-NAME PIC X(45).
       01  MONTH-START PIC 9(8).
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  BOOK-MONTH PIC 9(6).
       01  BOOK-TYPE PIC X.
           88 SENIOR-BOOK VALUE 'S'.
           88 PWD-BOOK VALUE 'P'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(132).
       01  LINE-CTR PIC 9(5) VALUE 0.
       01  NET-AMT PIC 9(5)V99.
       01  TOT-GROSS PIC S9(8)V99 VALUE 0.
       01  TOT-EXEMPT PIC S9(8)V99 VALUE 0.
       01  TOT-DISC PIC S9(8)V99 VALUE 0.
       01  TOT-NET PIC S9(8)V99 VALUE 0.
       01  GROSSDP PIC ZZ,ZZ9.99.
       01  EXEMPTDP PIC ZZ,ZZ9.99.
       01  DISCDP PIC ZZ,ZZ9.99.
       01  NETDP PIC ZZ,ZZ9.99.
       01  TOTDP1 PIC -Z,ZZZ,ZZ9.99.
       01  TOTDP2 PIC -Z,ZZZ,ZZ9.99.
       01  TOTDP3 PIC -Z,ZZZ,ZZ9.99.
       01  TOTDP4 PIC -Z,ZZZ,ZZ9.99.
       01  VOID-FLAG PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "SENIOR CITIZEN / PWD SALES BOOK".
           DISPLAY "BOOK MONTH (YYYYMM): ".
           ACCEPT BOOK-MONTH.
           DISPLAY "[S] SENIOR CITIZEN BOOK  [P] PWD BOOK: ".
           ACCEPT BOOK-TYPE.
           INSPECT BOOK-TYPE CONVERTING "sp" TO "SP".
           PERFORM UNTIL SENIOR-BOOK OR PWD-BOOK
               DISPLAY "INVALID - ENTER S OR P: "
               ACCEPT BOOK-TYPE
               INSPECT BOOK-TYPE CONVERTING "sp" TO "SP"
           END-PERFORM.
           PERFORM 1000-OPEN-THE-BOOK.
           PERFORM 2000-LIST-THE-MONTH.
           PERFORM 3000-CLOSE-THE-BOOK.
           PERFORM 9999-EXIT.

       1000-OPEN-THE-BOOK.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\SCBOOK_" DELIMITED BY SIZE
               BOOK-TYPE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               BOOK-MONTH DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           MOVE ALL '=' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF SENIOR-BOOK
               STRING "SENIOR CITIZEN SALES BOOK - MONTH "
                   DELIMITED BY SIZE
                   BOOK-MONTH DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING "PERSONS WITH DISABILITY SALES BOOK - MONTH "
                   DELIMITED BY SIZE
                   BOOK-MONTH DELIMITED BY SIZE
                   INTO PRT-LINE
           END-IF.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "DATE     OR NO.  ORDER   ID NUMBER       "
               DELIMITED BY SIZE
               "NAME                      GROSS     EXEMPT    "
               DELIMITED BY SIZE
               "DISCOUNT  NET" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.

       2000-LIST-THE-MONTH.
      *    EVERY PERIOD CLOSED ON OR AFTER THE 1ST OF THE MONTH
      *    COULD HOLD SOME OF IT -- OLDEST CLOSE FIRST, AS PERIODS.DAT
      *    RUNS -- THEN THE OPEN PERIOD'S ORDERS.DAT.
           COMPUTE MONTH-START = BOOK-MONTH * 100 + 1.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C'
                           AND PD-CLOSE-DATE NOT < MONTH-START
                       MOVE SPACES TO ORDERS-NAME
                       STRING "C:\Users\ADMIN\ORDERS_"
                           DELIMITED BY SIZE
                           PD-CLOSE-DATE DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO ORDERS-NAME
                       PERFORM 2050-LIST-ONE-FILE
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
           PERFORM 2050-LIST-ONE-FILE.

       2050-LIST-ONE-FILE.
      *    A CLOSED PERIOD WHOSE ARCHIVE IS GONE IS SAID SO IN THE
      *    BOOK ITSELF -- THE BOOK IS NOT COMPLETE WITHOUT IT.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS NOT = "00"
                   AND ORDERS-NAME NOT = "C:\Users\ADMIN\ORDERS.DAT"
               MOVE SPACES TO PRT-LINE
               STRING "*** ORDERS ARCHIVE MISSING - " DELIMITED BY SIZE
                   ORDERS-NAME DELIMITED BY SPACE
                   " - BOOK INCOMPLETE ***" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SPOOL-LINE FROM PRT-LINE
               DISPLAY PRT-LINE
           END-IF.
           IF ORDERS-STATUS = "05"
               CLOSE ORDERS-FILE
           END-IF.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-BUSDATE (1:6) = BOOK-MONTH
                           AND OR-SCPWD-TYPE = BOOK-TYPE
                           AND OR-VAT-EXEMPT IS NUMERIC
                           AND OR-SCPWD-DISC IS NUMERIC
                           AND OR-SCPWD-GROSS IS NUMERIC
                       PERFORM 2100-BOOK-ONE-ORDER
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       2100-BOOK-ONE-ORDER.
      *    A REVERSAL CARRIES THE ORIGINAL'S FIGURES -- IT PRINTS
      *    AGAINST THE ORIGINAL ONUM AND NETS OUT OF THE TOTALS.
           ADD 1 TO LINE-CTR.
           COMPUTE NET-AMT = OR-VAT-EXEMPT - OR-SCPWD-DISC.
           MOVE OR-SCPWD-GROSS TO GROSSDP.
           MOVE OR-VAT-EXEMPT TO EXEMPTDP.
           MOVE OR-SCPWD-DISC TO DISCDP.
           MOVE NET-AMT TO NETDP.
           IF OR-TXN-TYPE = 'V'
               MOVE " VOID " TO VOID-FLAG
               SUBTRACT OR-SCPWD-GROSS FROM TOT-GROSS
               SUBTRACT OR-VAT-EXEMPT FROM TOT-EXEMPT
               SUBTRACT OR-SCPWD-DISC FROM TOT-DISC
               SUBTRACT NET-AMT FROM TOT-NET
           ELSE
               MOVE SPACES TO VOID-FLAG
               ADD OR-SCPWD-GROSS TO TOT-GROSS
               ADD OR-VAT-EXEMPT TO TOT-EXEMPT
               ADD OR-SCPWD-DISC TO TOT-DISC
               ADD NET-AMT TO TOT-NET
           END-IF.
           MOVE SPACES TO PRT-LINE.
           IF OR-TXN-TYPE = 'V'
               STRING OR-BUSDATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-ORNUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-ORIG-ONUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-SCPWD-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-SCPWD-NAME DELIMITED BY SIZE
                   GROSSDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXEMPTDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISCDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NETDP DELIMITED BY SIZE
                   VOID-FLAG DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING OR-BUSDATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-ORNUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-ONUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-SCPWD-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-SCPWD-NAME DELIMITED BY SIZE
                   GROSSDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXEMPTDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISCDP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NETDP DELIMITED BY SIZE
                   INTO PRT-LINE
           END-IF.
           WRITE SPOOL-LINE FROM PRT-LINE.

       3000-CLOSE-THE-BOOK.
           MOVE ALL '-' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE TOT-GROSS TO TOTDP1.
           MOVE TOT-EXEMPT TO TOTDP2.
           MOVE TOT-DISC TO TOTDP3.
           MOVE TOT-NET TO TOTDP4.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTALS  GROSS " DELIMITED BY SIZE
               TOTDP1 DELIMITED BY SIZE
               "  VAT-EXEMPT " DELIMITED BY SIZE
               TOTDP2 DELIMITED BY SIZE
               "  DISCOUNT " DELIMITED BY SIZE
               TOTDP3 DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               TOTDP4 DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           CLOSE SPOOL-FILE.
           DISPLAY LINE-CTR " TRANSACTION(S) BOOKED".
           DISPLAY PRT-LINE.
           DISPLAY "SALES BOOK SPOOLED TO " SPOOL-NAME.

       9999-EXIT.
           STOP RUN.
       END PROGRAM SCBOOK.

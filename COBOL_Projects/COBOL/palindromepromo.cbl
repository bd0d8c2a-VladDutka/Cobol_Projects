      *   - Ends with GOBACK instead of STOP RUN so the nightly
      *     BATCHDRIVER can CALL it as a scheduled job-table step
      *     and get control back; run standalone it still just ends.
      *   - PALPROMO.DAT is indexed on the winning ONUM: the scan
      *     expires stale winners in place and adds a new one only
      *     when its ONUM is not already a key, instead of carrying
      *     the whole file through a 500-row table and rewriting it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
       01  EXP-YY PIC 9(4).
       01  EXP-MM PIC 9(2).
       01  EXP-DD PIC 9(2).
      *    SET WHEN A WINNER ON FILE NEEDS REWRITING -- EXPIRED THIS
      *    RUN, OR A ROW FROM BEFORE THE LIFECYCLE BEING FILLED IN.
       01  PW-CHANGED-SW PIC X VALUE 'N'.
           88 PW-CHANGED VALUE 'Y'.
       01  EXPIRED-CTR PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM COMPUTE-EXPIRY-DATE.
           OPEN INPUT ORDERS-FILE.
           OPEN I-O PROMO-FILE.
           PERFORM EXPIRE-STALE-WINNERS.
           READ ORDERS-FILE
               AT END MOVE 'Y' TO ORDERS-EOF
           END-READ.
               CLOSE BUSDATE-FILE
           END-IF.

       EXPIRE-STALE-WINNERS.
      *    PROMO-FILE IS OPTIONAL -- THE FIRST SCAN CREATES IT EMPTY.
      *    AN UNCLAIMED WINNER PAST ITS EXPIRY DATE GOES TO 'E' --
      *    THE PRIZE IS OFF THE TABLE AND THE REPORT SAYS SO. ROWS
      *    FROM BEFORE THE LIFECYCLE EXISTED ARE REWRITTEN AS
      *    UNCLAIMED WITH NO EXPIRY SET.
           MOVE 'N' TO PROMO-EOF.
           IF PROMO-STATUS NOT = "00"
               MOVE 'Y' TO PROMO-EOF
           END-IF.
           PERFORM UNTIL PROMO-END
               READ PROMO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PROMO-EOF
               END-READ
               IF NOT PROMO-END
                   MOVE 'N' TO PW-CHANGED-SW
                   IF PR-STATUS NOT = 'C' AND PR-STATUS NOT = 'E'
                           AND PR-STATUS NOT = 'U'
                       MOVE 'U' TO PR-STATUS
                       MOVE 'Y' TO PW-CHANGED-SW
                   END-IF
                   IF PR-PRIZE IS NOT NUMERIC
                       MOVE PROMO-PRIZE TO PR-PRIZE
                       MOVE 'Y' TO PW-CHANGED-SW
                   END-IF
                   IF PR-EXPIRY IS NOT NUMERIC
                       MOVE 0 TO PR-EXPIRY
                       MOVE 'Y' TO PW-CHANGED-SW
                   END-IF
                   IF PR-STATUS = 'U'
                           AND PR-EXPIRY > 0
                           AND PR-EXPIRY < BUSINESS-DATE
                       MOVE 'E' TO PR-STATUS
                       MOVE 'Y' TO PW-CHANGED-SW
                       ADD 1 TO EXPIRED-CTR
                   END-IF
                   IF PW-CHANGED
                       REWRITE PROMO-REC
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE EXPIRY-DATE = (EXP-YY * 10000) + (EXP-MM * 100)
               + EXP-DD.

       WRITE-NEW-WINNER.
      *    A QUALIFYING ONUM ALREADY ON FILE KEEPS ITS EXISTING ROW
      *    -- STATUS, CLAIM AND ALL -- THE WRITE JUST BOUNCES OFF
      *    THE DUPLICATE KEY.
           MOVE OR-ONUM TO PR-ONUM.
           MOVE 'U' TO PR-STATUS.
           MOVE PROMO-PRIZE TO PR-PRIZE.
           MOVE EXPIRY-DATE TO PR-EXPIRY.
           MOVE SPACES TO PR-CLAIM-STAMP.
           MOVE SPACES TO PR-CASHIER.
           WRITE PROMO-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO PROMO-CTR
           END-WRITE.
       A-PARA.
           DIVIDE N BY 10 GIVING N REMAINDER REMDR.
           COMPUTE RVRS = RVRS * 10 + REMDR.

      * Date:
      * Purpose: Nightly backup set -- snapshots every master and
      *          transaction file (the indexed INFO, EMPMAST,
      *          ITEMPRICE, DEDUCT, RATEHIST, LEAVEBAL, CUSTMAST and
      *          GIFTCERT record by record, the line-sequential
      *          ORDERS, TIMECLOCK, ORDLINES, YTDMAST, PERIODS,
      *          CHECKREG and GRANDTOT as
      *          wide text lines) to dated BKP_<date>_
      *          copies, verifies each copy by re-reading it against
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LV-EMPID
          FILE STATUS IS LEAVEBAL-STATUS.
          SELECT OPTIONAL CUST-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT OPTIONAL GIFTCERT-FILE
          ASSIGN TO "C:\Users\ADMIN\GIFTCERT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GC-CERT-NO
          FILE STATUS IS GIFTCERT-STATUS.
          SELECT OPTIONAL LIVE-SEQ-FILE
          ASSIGN TO LIVE-SEQ-NAME
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS LEAVEBAL-REC.
           COPY "LEAVEBAL.CPY".
       FD  CUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC.
           COPY "CUSTMAST.CPY".
       FD  GIFTCERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFTCERT-REC.
           COPY "GIFTCERT.CPY".
      *    EVERYTHING COPIES THROUGH ONE WIDE TEXT LINE -- THE SAME
      *    GENERIC SHAPE TRAINPREP SEEDS THE PRACTICE FILES WITH.
       FD  LIVE-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIVE-SEQ-LINE.
       01  LIVE-SEQ-LINE PIC X(600).
       FD  COPY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COPY-LINE.
       01  COPY-LINE PIC X(600).
      *    ONE CONTROL LINE PER FILE IN THE SET -- THE COUNT AND
      *    CHECK-TOTAL THE RESTORE RE-PROVES BEFORE IT OVERWRITES
      *    ANYTHING LIVE.
               "YTDMAST     C:\Users\ADMIN\YTDMAST.DAT".
           05  FILLER PIC X(57) VALUE
               "PERIODS     C:\Users\ADMIN\PERIODS.DAT".
           05  FILLER PIC X(57) VALUE
               "CHECKREG    C:\Users\ADMIN\CHECKREG.DAT".
           05  FILLER PIC X(57) VALUE
               "GRANDTOT    C:\Users\ADMIN\GRANDTOT.DAT".
       01  SEQ-LIST-R REDEFINES SEQ-LIST.
           05  SEQ-ENTRY OCCURS 7 TIMES.
               10  SQ-SHORT PIC X(12).
               10  SQ-PATH PIC X(45).
       01  SQ-IX PIC 99.
       01  DEDUCT-STATUS PIC XX.
       01  RATEHIST-STATUS PIC XX.
       01  LEAVEBAL-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  GIFTCERT-STATUS PIC XX.
       01  CUR-SHORT PIC X(12).
      *    COUNT AND CHECK-TOTAL FOR THE FILE IN FLIGHT, PLUS THE
      *    RE-READ PROVE SIDE.
           PERFORM 2200-BACKUP-RATEHIST.
           PERFORM 2300-BACKUP-LEAVEBAL.
           PERFORM 2400-BACKUP-ITEMPRICE.
           PERFORM 2500-BACKUP-CUSTMAST.
           PERFORM 2600-BACKUP-GIFTCERT.
           PERFORM 3000-BACKUP-ONE-SEQ
               VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > 7.
           CLOSE CTL-FILE.
           IF FAIL-CTR = 0
               DISPLAY "BACKUP SET " BACKUP-DATE " COMPLETE -- "
               PERFORM 8200-PROVE-THE-COPY
           END-IF.

       2500-BACKUP-CUSTMAST.
           MOVE "CUSTMAST" TO CUR-SHORT.
           PERFORM 8000-BUILD-COPY-NAME.
           MOVE 0 TO REC-COUNT.
           MOVE 0 TO REC-CHECK.
           MOVE 'N' TO LIVE-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00" AND CUST-STATUS NOT = "05"
               DISPLAY "CUSTMAST.DAT WILL NOT OPEN - SKIPPED."
           ELSE
               OPEN OUTPUT COPY-FILE
               READ CUST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIVE-EOF
               END-READ
               PERFORM UNTIL LIVE-END
                   MOVE SPACES TO COPY-LINE
                   MOVE CUST-REC TO COPY-LINE
                   PERFORM 8100-POST-COPY-LINE
                   READ CUST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LIVE-EOF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
               CLOSE COPY-FILE
               PERFORM 8200-PROVE-THE-COPY
           END-IF.

       2600-BACKUP-GIFTCERT.
           MOVE "GIFTCERT" TO CUR-SHORT.
           PERFORM 8000-BUILD-COPY-NAME.
           MOVE 0 TO REC-COUNT.
           MOVE 0 TO REC-CHECK.
           MOVE 'N' TO LIVE-EOF.
           OPEN INPUT GIFTCERT-FILE.
           IF GIFTCERT-STATUS NOT = "00" AND GIFTCERT-STATUS NOT = "05"
               DISPLAY "GIFTCERT.DAT WILL NOT OPEN - SKIPPED."
           ELSE
               OPEN OUTPUT COPY-FILE
               READ GIFTCERT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIVE-EOF
               END-READ
               PERFORM UNTIL LIVE-END
                   MOVE SPACES TO COPY-LINE
                   MOVE GIFTCERT-REC TO COPY-LINE
                   PERFORM 8100-POST-COPY-LINE
                   READ GIFTCERT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LIVE-EOF
                   END-READ
               END-PERFORM
               CLOSE GIFTCERT-FILE
               CLOSE COPY-FILE
               PERFORM 8200-PROVE-THE-COPY
           END-IF.

       3000-BACKUP-ONE-SEQ.
           MOVE SQ-SHORT (SQ-IX) TO CUR-SHORT.
           MOVE SQ-PATH (SQ-IX) TO LIVE-SEQ-NAME.
      *    POSITION-WEIGHTED BYTE TOTAL -- AUDITSEAL'S HASH, SO A
      *    SWAP OF TWO CHARACTERS STILL CHANGES THE TOTAL.
           MOVE 0 TO LINE-CHECK.
      *    PAST COLUMN 300 ONLY NON-BLANK BYTES COUNT, SO A SET
      *    TAKEN WHEN THE LINE WAS 300 WIDE STILL PROVES OUT.
           PERFORM VARYING BYTE-IX FROM 1 BY 1
                   UNTIL BYTE-IX > 600
               IF BYTE-IX NOT > 300
                       OR COPY-LINE (BYTE-IX:1) NOT = SPACE
                   COMPUTE BYTE-VAL =
                       FUNCTION ORD (COPY-LINE (BYTE-IX:1))
                   COMPUTE LINE-CHECK = LINE-CHECK
                       + (BYTE-VAL * BYTE-IX)
               END-IF
           END-PERFORM.

       8200-PROVE-THE-COPY.

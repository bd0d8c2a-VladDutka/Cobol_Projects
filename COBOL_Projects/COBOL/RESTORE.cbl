      *          proved against its control count and check-total
      *          FIRST, and only a set that proves whole overwrites
      *          anything live. The indexed INFO, EMPMAST,
      *          ITEMPRICE, DEDUCT, RATEHIST, LEAVEBAL, CUSTMAST and
      *          GIFTCERT rebuild with keyed writes (the backup
      *          holds them in key order); the rest copy back as
      *          text lines. A
      *          before/after record count prints per file so the
      *          operator sees exactly what the restore replaced.
      * Tectonics: cobc
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
       FD  LIVE-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIVE-SEQ-LINE.
       01  LIVE-SEQ-LINE PIC X(600).
       FD  COPY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COPY-LINE.
       01  COPY-LINE PIC X(600).
      *    SAME CONTROL LAYOUT BACKUP WRITES.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD
       01  DEDUCT-STATUS PIC XX.
       01  RATEHIST-STATUS PIC XX.
       01  LEAVEBAL-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  GIFTCERT-STATUS PIC XX.
       01  LIVE-SEQ-STATUS PIC XX.
       01  COPY-STATUS PIC XX.
       01  CTL-STATUS PIC XX.
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
                   PERFORM 450-RESTORE-RATEHIST
               WHEN "LEAVEBAL"
                   PERFORM 460-RESTORE-LEAVEBAL
               WHEN "CUSTMAST"
                   PERFORM 480-RESTORE-CUSTMAST
               WHEN "GIFTCERT"
                   PERFORM 490-RESTORE-GIFTCERT
               WHEN OTHER
                   PERFORM 430-RESTORE-ONE-SEQ
           END-EVALUATE.

       430-RESTORE-ONE-SEQ.
           MOVE SPACES TO LIVE-SEQ-NAME.
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > 7
               IF SQ-SHORT (SQ-IX) = CUR-SHORT
                   MOVE SQ-PATH (SQ-IX) TO LIVE-SEQ-NAME
               END-IF
           DISPLAY "ITEMPRICE: " BEFORE-COUNT " RECORD(S) BEFORE, "
               AFTER-COUNT " AFTER.".

       480-RESTORE-CUSTMAST.
           PERFORM 872-COUNT-LIVE-CUSTMAST.
           MOVE 'N' TO COPY-EOF.
           OPEN INPUT COPY-FILE.
           OPEN OUTPUT CUST-FILE.
           MOVE 0 TO AFTER-COUNT.
           READ COPY-FILE
               AT END MOVE 'Y' TO COPY-EOF
           END-READ.
           PERFORM UNTIL COPY-END
               MOVE COPY-LINE TO CUST-REC
               WRITE CUST-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY IN THE CUSTMAST "
                           "COPY - RECORD SKIPPED"
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT
               END-WRITE
               READ COPY-FILE
                   AT END MOVE 'Y' TO COPY-EOF
               END-READ
           END-PERFORM.
           CLOSE COPY-FILE.
           CLOSE CUST-FILE.
           DISPLAY "CUSTMAST: " BEFORE-COUNT " RECORD(S) BEFORE, "
               AFTER-COUNT " AFTER.".

       490-RESTORE-GIFTCERT.
           PERFORM 874-COUNT-LIVE-GIFTCERT.
           MOVE 'N' TO COPY-EOF.
           OPEN INPUT COPY-FILE.
           OPEN OUTPUT GIFTCERT-FILE.
           MOVE 0 TO AFTER-COUNT.
           READ COPY-FILE
               AT END MOVE 'Y' TO COPY-EOF
           END-READ.
           PERFORM UNTIL COPY-END
               MOVE COPY-LINE TO GIFTCERT-REC
               WRITE GIFTCERT-REC
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY IN THE GIFTCERT "
                           "COPY - RECORD SKIPPED"
                   NOT INVALID KEY
                       ADD 1 TO AFTER-COUNT
               END-WRITE
               READ COPY-FILE
                   AT END MOVE 'Y' TO COPY-EOF
               END-READ
           END-PERFORM.
           CLOSE COPY-FILE.
           CLOSE GIFTCERT-FILE.
           DISPLAY "GIFTCERT: " BEFORE-COUNT " RECORD(S) BEFORE, "
               AFTER-COUNT " AFTER.".

       800-BUILD-COPY-NAME.
           MOVE SPACES TO COPY-NAME.
           STRING "C:\Users\ADMIN\BKP_" DELIMITED BY SIZE

       850-HASH-COPY-LINE.
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

       860-COUNT-LIVE-INFO.
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       872-COUNT-LIVE-CUSTMAST.
           MOVE 0 TO BEFORE-COUNT.
           MOVE 'N' TO LIVE-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00" OR CUST-STATUS = "05"
               READ CUST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIVE-EOF
               END-READ
               PERFORM UNTIL LIVE-END
                   ADD 1 TO BEFORE-COUNT
                   READ CUST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LIVE-EOF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       874-COUNT-LIVE-GIFTCERT.
           MOVE 0 TO BEFORE-COUNT.
           MOVE 'N' TO LIVE-EOF.
           OPEN INPUT GIFTCERT-FILE.
           IF GIFTCERT-STATUS = "00" OR GIFTCERT-STATUS = "05"
               READ GIFTCERT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIVE-EOF
               END-READ
               PERFORM UNTIL LIVE-END
                   ADD 1 TO BEFORE-COUNT
                   READ GIFTCERT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LIVE-EOF
                   END-READ
               END-PERFORM
               CLOSE GIFTCERT-FILE
           END-IF.

       880-COUNT-LIVE-SEQ.
           MOVE 0 TO BEFORE-COUNT.
           MOVE 'N' TO LIVE-EOF.

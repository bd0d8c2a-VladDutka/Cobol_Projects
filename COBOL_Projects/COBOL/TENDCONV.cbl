      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One-time conversion of the tender-screen files --
      *          GIFTCERT.DAT, CUSTMAST.DAT, PALPROMO.DAT and
      *          LOYMEM.DAT -- from line sequential to indexed (keyed
      *          on the certificate number, the customer number, the
      *          winning ONUM and the loyalty member number).
      *          Each old file is first copied aside as a .SEQ file
      *          beside it, then the indexed file is built from that
      *          copy with keyed writes; a duplicate key is listed and
      *          left out, and the counts print per file. A file whose
      *          .SEQ copy already exists has been converted and is
      *          left alone, so running it twice does no harm. Run it
      *          once with the tills closed, then run TRAINPREP so
      *          the practice files are rebuilt the new way too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OLD FILE AND ITS SAVED COPY ARE BOTH TEXT LINES,
      *    ONE NAME PAIR AT A TIME -- SAME GENERIC SHAPE AS
      *    TRAINPREP'S COPIES.
          SELECT OPTIONAL LIVE-SEQ-FILE
          ASSIGN TO LIVE-SEQ-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LIVE-SEQ-STATUS.
          SELECT OPTIONAL SAVED-SEQ-FILE
          ASSIGN TO SAVED-SEQ-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SAVED-SEQ-STATUS.
          SELECT GIFTCERT-FILE
          ASSIGN TO "C:\Users\ADMIN\GIFTCERT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GC-CERT-NO
          FILE STATUS IS GIFTCERT-STATUS.
          SELECT CUST-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT LOYMEM-FILE
          ASSIGN TO "C:\Users\ADMIN\LOYMEM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LM-MEMBER-NO
          FILE STATUS IS LOYMEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIVE-SEQ-LINE.
       01  LIVE-SEQ-LINE PIC X(200).
       FD  SAVED-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SAVED-SEQ-LINE.
       01  SAVED-SEQ-LINE PIC X(200).
       FD  GIFTCERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFTCERT-REC.
           COPY "GIFTCERT.CPY".
       FD  CUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC.
           COPY "CUSTMAST.CPY".
       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMO-REC.
           COPY "PALPROMO.CPY".
       FD  LOYMEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYMEM-REC.
           COPY "LOYMEM.CPY".

       WORKING-STORAGE SECTION.
       01  LIVE-SEQ-STATUS PIC XX.
       01  SAVED-SEQ-STATUS PIC XX.
       01  GIFTCERT-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  PROMO-STATUS PIC XX.
       01  LOYMEM-STATUS PIC XX.
       01  LIVE-SEQ-NAME PIC X(45).
       01  SAVED-SEQ-NAME PIC X(45).
       01  CUR-SHORT PIC X(12).
       01  SEQ-EOF PIC X VALUE 'N'.
           88 SEQ-END VALUE 'Y'.
      *    SET ONCE THE OLD FILE IS SAFELY COPIED ASIDE -- ONLY THEN
      *    IS THE LIVE NAME OPENED OUTPUT AS AN INDEXED FILE.
       01  SAVED-SW PIC X VALUE 'N'.
           88 SAVED-OK VALUE 'Y'.
       01  SAVED-CTR PIC 9(7).
       01  LOADED-CTR PIC 9(7).
       01  DUP-CTR PIC 9(7).
       01  FILE-CTR PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "TENDER FILES - ONE-TIME CONVERSION TO INDEXED".
           MOVE "GIFTCERT" TO CUR-SHORT.
           MOVE "C:\Users\ADMIN\GIFTCERT.DAT" TO LIVE-SEQ-NAME.
           MOVE "C:\Users\ADMIN\GIFTCERT.SEQ" TO SAVED-SEQ-NAME.
           PERFORM 1000-SAVE-THE-OLD-FILE.
           IF SAVED-OK
               PERFORM 2000-LOAD-GIFTCERT
           END-IF.
           MOVE "CUSTMAST" TO CUR-SHORT.
           MOVE "C:\Users\ADMIN\CUSTMAST.DAT" TO LIVE-SEQ-NAME.
           MOVE "C:\Users\ADMIN\CUSTMAST.SEQ" TO SAVED-SEQ-NAME.
           PERFORM 1000-SAVE-THE-OLD-FILE.
           IF SAVED-OK
               PERFORM 3000-LOAD-CUSTMAST
           END-IF.
           MOVE "PALPROMO" TO CUR-SHORT.
           MOVE "C:\Users\ADMIN\PALPROMO.DAT" TO LIVE-SEQ-NAME.
           MOVE "C:\Users\ADMIN\PALPROMO.SEQ" TO SAVED-SEQ-NAME.
           PERFORM 1000-SAVE-THE-OLD-FILE.
           IF SAVED-OK
               PERFORM 4000-LOAD-PALPROMO
           END-IF.
           MOVE "LOYMEM" TO CUR-SHORT.
           MOVE "C:\Users\ADMIN\LOYMEM.DAT" TO LIVE-SEQ-NAME.
           MOVE "C:\Users\ADMIN\LOYMEM.SEQ" TO SAVED-SEQ-NAME.
           PERFORM 1000-SAVE-THE-OLD-FILE.
           IF SAVED-OK
               PERFORM 5000-LOAD-LOYMEM
           END-IF.
           DISPLAY FILE-CTR " FILE(S) CONVERTED.".
           IF FILE-CTR > 0
               DISPLAY "RUN TRAINPREP NOW TO REBUILD THE PRACTICE "
                   "FILES."
           END-IF.
           PERFORM 9999-EXIT.

       1000-SAVE-THE-OLD-FILE.
      *    A .SEQ COPY ALREADY THERE MEANS THIS FILE WAS CONVERTED
      *    ON AN EARLIER RUN -- THE LIVE NAME IS INDEXED NOW AND
      *    MUST NOT BE READ AS TEXT, LET ALONE OVERWRITTEN.
           MOVE 'N' TO SAVED-SW.
           MOVE 0 TO SAVED-CTR.
           OPEN INPUT SAVED-SEQ-FILE.
           IF SAVED-SEQ-STATUS = "00"
               CLOSE SAVED-SEQ-FILE
               DISPLAY CUR-SHORT " ALREADY CONVERTED (" SAVED-SEQ-NAME
                   " EXISTS) - SKIPPED."
           ELSE
               IF SAVED-SEQ-STATUS = "05"
                   CLOSE SAVED-SEQ-FILE
               END-IF
               OPEN INPUT LIVE-SEQ-FILE
               IF LIVE-SEQ-STATUS NOT = "00"
                   IF LIVE-SEQ-STATUS = "05"
                       CLOSE LIVE-SEQ-FILE
                   END-IF
                   DISPLAY CUR-SHORT " NOT ON FILE - NOTHING TO "
                       "CONVERT; IT IS CREATED INDEXED ON FIRST USE."
               ELSE
                   MOVE 'N' TO SEQ-EOF
                   OPEN OUTPUT SAVED-SEQ-FILE
                   READ LIVE-SEQ-FILE
                       AT END MOVE 'Y' TO SEQ-EOF
                   END-READ
                   PERFORM UNTIL SEQ-END
                       MOVE LIVE-SEQ-LINE TO SAVED-SEQ-LINE
                       WRITE SAVED-SEQ-LINE
                       ADD 1 TO SAVED-CTR
                       READ LIVE-SEQ-FILE
                           AT END MOVE 'Y' TO SEQ-EOF
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-SEQ-FILE
                   CLOSE SAVED-SEQ-FILE
                   MOVE 'Y' TO SAVED-SW
                   DISPLAY CUR-SHORT " -- " SAVED-CTR
                       " LINE(S) SAVED TO " SAVED-SEQ-NAME
               END-IF
           END-IF.

       2000-LOAD-GIFTCERT.
           MOVE 0 TO LOADED-CTR.
           MOVE 0 TO DUP-CTR.
           MOVE 'N' TO SEQ-EOF.
           OPEN INPUT SAVED-SEQ-FILE.
           OPEN OUTPUT GIFTCERT-FILE.
           READ SAVED-SEQ-FILE
               AT END MOVE 'Y' TO SEQ-EOF
           END-READ.
           PERFORM UNTIL SEQ-END
               MOVE SAVED-SEQ-LINE TO GIFTCERT-REC
               WRITE GIFTCERT-REC
                   INVALID KEY
                       ADD 1 TO DUP-CTR
                       DISPLAY "  DUPLICATE CERTIFICATE " GC-CERT-NO
                           " - LEFT OUT"
                   NOT INVALID KEY
                       ADD 1 TO LOADED-CTR
               END-WRITE
               READ SAVED-SEQ-FILE
                   AT END MOVE 'Y' TO SEQ-EOF
               END-READ
           END-PERFORM.
           CLOSE SAVED-SEQ-FILE.
           CLOSE GIFTCERT-FILE.
           PERFORM 8000-SHOW-THE-COUNTS.

       3000-LOAD-CUSTMAST.
           MOVE 0 TO LOADED-CTR.
           MOVE 0 TO DUP-CTR.
           MOVE 'N' TO SEQ-EOF.
           OPEN INPUT SAVED-SEQ-FILE.
           OPEN OUTPUT CUST-FILE.
           READ SAVED-SEQ-FILE
               AT END MOVE 'Y' TO SEQ-EOF
           END-READ.
           PERFORM UNTIL SEQ-END
               MOVE SAVED-SEQ-LINE TO CUST-REC
               WRITE CUST-REC
                   INVALID KEY
                       ADD 1 TO DUP-CTR
                       DISPLAY "  DUPLICATE CUSTOMER " CU-CUST-NO
                           " " CU-NAME " - LEFT OUT"
                   NOT INVALID KEY
                       ADD 1 TO LOADED-CTR
               END-WRITE
               READ SAVED-SEQ-FILE
                   AT END MOVE 'Y' TO SEQ-EOF
               END-READ
           END-PERFORM.
           CLOSE SAVED-SEQ-FILE.
           CLOSE CUST-FILE.
           PERFORM 8000-SHOW-THE-COUNTS.

       4000-LOAD-PALPROMO.
           MOVE 0 TO LOADED-CTR.
           MOVE 0 TO DUP-CTR.
           MOVE 'N' TO SEQ-EOF.
           OPEN INPUT SAVED-SEQ-FILE.
           OPEN OUTPUT PROMO-FILE.
           READ SAVED-SEQ-FILE
               AT END MOVE 'Y' TO SEQ-EOF
           END-READ.
           PERFORM UNTIL SEQ-END
               MOVE SAVED-SEQ-LINE TO PROMO-REC
               WRITE PROMO-REC
                   INVALID KEY
                       ADD 1 TO DUP-CTR
                       DISPLAY "  DUPLICATE WINNER " PR-ONUM
                           " STATUS " PR-STATUS " - LEFT OUT"
                   NOT INVALID KEY
                       ADD 1 TO LOADED-CTR
               END-WRITE
               READ SAVED-SEQ-FILE
                   AT END MOVE 'Y' TO SEQ-EOF
               END-READ
           END-PERFORM.
           CLOSE SAVED-SEQ-FILE.
           CLOSE PROMO-FILE.
           PERFORM 8000-SHOW-THE-COUNTS.

       5000-LOAD-LOYMEM.
           MOVE 0 TO LOADED-CTR.
           MOVE 0 TO DUP-CTR.
           MOVE 'N' TO SEQ-EOF.
           OPEN INPUT SAVED-SEQ-FILE.
           OPEN OUTPUT LOYMEM-FILE.
           READ SAVED-SEQ-FILE
               AT END MOVE 'Y' TO SEQ-EOF
           END-READ.
           PERFORM UNTIL SEQ-END
               MOVE SAVED-SEQ-LINE TO LOYMEM-REC
               WRITE LOYMEM-REC
                   INVALID KEY
                       ADD 1 TO DUP-CTR
                       DISPLAY "  DUPLICATE MEMBER " LM-MEMBER-NO
                           " " LM-NAME " - LEFT OUT"
                   NOT INVALID KEY
                       ADD 1 TO LOADED-CTR
               END-WRITE
               READ SAVED-SEQ-FILE
                   AT END MOVE 'Y' TO SEQ-EOF
               END-READ
           END-PERFORM.
           CLOSE SAVED-SEQ-FILE.
           CLOSE LOYMEM-FILE.
           PERFORM 8000-SHOW-THE-COUNTS.

       8000-SHOW-THE-COUNTS.
           ADD 1 TO FILE-CTR.
           DISPLAY CUR-SHORT " -- " LOADED-CTR " RECORD(S) LOADED, "
               DUP-CTR " DUPLICATE(S) LEFT OUT.".
           IF DUP-CTR > 0
               DISPLAY "  THE LEFT-OUT ROWS ARE STILL ON "
                   SAVED-SEQ-NAME " - RE-KEY ANY THAT MATTER."
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM TENDCONV.

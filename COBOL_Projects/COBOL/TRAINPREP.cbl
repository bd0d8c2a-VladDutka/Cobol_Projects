      *          fumble through the whole entry sequence without
      *          anyone restoring from archives afterward. Run it
      *          again any time to throw the practice data away and
      *          start over. The practice charge-customer,
      *          gift-certificate, loyalty-member and staff-meal
      *          balance files are reset empty, as indexed files like
      *          the live ones, and the practice staff-meal ledger,
      *          loyalty ledger and safe log start fresh.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TR-KEY
          FILE STATUS IS TRAIN-RATE-STATUS.
      *    PALPROMO.DAT IS INDEXED ON THE WINNING ONUM -- SAME
      *    INDEXED-TO-INDEXED COPY. THE CHARGE-CUSTOMER AND GIFT-
      *    CERTIFICATE PRACTICE FILES ARE ONLY EVER RESET EMPTY.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT TRAIN-PAL-FILE
          ASSIGN TO "C:\Users\ADMIN\TRAINPAL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TP-ONUM
          FILE STATUS IS TRAIN-PAL-STATUS.
          SELECT TRAIN-CUS-FILE
          ASSIGN TO "C:\Users\ADMIN\TRAINCUS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TC-CUST-NO
          FILE STATUS IS TRAIN-CUS-STATUS.
          SELECT TRAIN-GC-FILE
          ASSIGN TO "C:\Users\ADMIN\TRAINGC.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TG-CERT-NO
          FILE STATUS IS TRAIN-GC-STATUS.
          SELECT TRAIN-MB-FILE
          ASSIGN TO "C:\Users\ADMIN\TRAINMB.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TM-EMPID
          FILE STATUS IS TRAIN-MB-STATUS.
          SELECT TRAIN-LM-FILE
          ASSIGN TO "C:\Users\ADMIN\TRAINLOY.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TL-MEMBER-NO
          FILE STATUS IS TRAIN-LM-STATUS.
          SELECT OPTIONAL LIVE-SEQ-FILE
          ASSIGN TO LIVE-SEQ-NAME
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
      *    SAME 36 BYTES AS ITEM-REC, UNDER TRAIN-SIDE NAMES SO
      *    BOTH INDEXED FILES CAN BE OPEN AT ONCE.
       FD  TRAIN-ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-ITEM-REC.
       01  TRAIN-ITEM-REC.
           05  TI-CODE PIC X(5).
           05  TI-REST PIC X(31).
       FD  TRAIN-SER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-SER-REC.
       01  TRAIN-RATE-REC.
           05  TR-KEY PIC X(8).
           05  TR-REST PIC X(31).
       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMO-REC.
           COPY "PALPROMO.CPY".
      *    SAME 41 BYTES AS PROMO-REC, UNDER TRAIN-SIDE NAMES SO
      *    BOTH INDEXED FILES CAN BE OPEN AT ONCE.
       FD  TRAIN-PAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-PAL-REC.
       01  TRAIN-PAL-REC.
           05  TP-ONUM PIC 9(7).
           05  TP-REST PIC X(34).
      *    SAME KEY SHAPES AS CUST-REC AND GIFTCERT-REC -- ONLY EVER
      *    OPENED OUTPUT AND CLOSED, TO RESET THE PRACTICE COPIES.
       FD  TRAIN-CUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-CUS-REC.
       01  TRAIN-CUS-REC.
           05  TC-CUST-NO PIC X(5).
           05  TC-REST PIC X(56).
       FD  TRAIN-GC-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-GC-REC.
       01  TRAIN-GC-REC.
           05  TG-CERT-NO PIC 9(6).
           05  TG-REST PIC X(26).
      *    SAME KEY SHAPE AS MEALBAL-REC, RESET THE SAME WAY.
       FD  TRAIN-MB-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-MB-REC.
       01  TRAIN-MB-REC.
           05  TM-EMPID PIC X(5).
           05  TM-REST PIC X(27).
      *    SAME KEY SHAPE AS LOYMEM-REC, RESET THE SAME WAY.
       FD  TRAIN-LM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-LM-REC.
       01  TRAIN-LM-REC.
           05  TL-MEMBER-NO PIC 9(6).
           05  TL-REST PIC X(59).
      *    THE LINE-SEQUENTIAL COPIES ARE DONE GENERICALLY, ONE
      *    LIVE/TRAIN NAME PAIR AT A TIME, AS WIDE TEXT LINES.
       FD  LIVE-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LIVE-SEQ-LINE.
       01  LIVE-SEQ-LINE PIC X(600).
       FD  TRAIN-SEQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAIN-SEQ-LINE.
       01  TRAIN-SEQ-LINE PIC X(600).

       WORKING-STORAGE SECTION.
      *    FILE STATUS FOR THE INDEXED PAIR.
       01  DEDUCT-STATUS PIC XX.
       01  TRAIN-DED-STATUS PIC XX.
       01  TRAIN-RATE-STATUS PIC XX.
       01  PROMO-STATUS PIC XX.
       01  TRAIN-PAL-STATUS PIC XX.
       01  TRAIN-CUS-STATUS PIC XX.
       01  TRAIN-GC-STATUS PIC XX.
       01  TRAIN-MB-STATUS PIC XX.
       01  TRAIN-LM-STATUS PIC XX.
       01  PROMO-EOF-SW PIC X VALUE 'N'.
           88 PROMO-END VALUE 'Y'.
       01  DEDUCT-EOF-SW PIC X VALUE 'N'.
           88 DEDUCT-END VALUE 'Y'.
       01  EM-EOF-SW PIC X VALUE 'N'.
           PERFORM 1000-COPY-INFO-FILE.
           PERFORM 1500-COPY-EMP-MASTER.
           PERFORM 1600-COPY-ITEM-CATALOG.
           PERFORM 1660-COPY-PROMO-FILE.
           PERFORM 1700-SEED-PRACTICE-SERIES.
           PERFORM 1650-COPY-DEDUCT-FILE.
           MOVE "C:\Users\ADMIN\ORDERS.DAT" TO LIVE-SEQ-NAME.
           MOVE "C:\Users\ADMIN\TRAINAUD.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           PERFORM 3100-EMPTY-TRAIN-RATEHIST.
           PERFORM 3200-EMPTY-TRAIN-CUST-AND-GC.
           MOVE "C:\Users\ADMIN\TRAINNEXT.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           MOVE "C:\Users\ADMIN\TRAINLOCK.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           MOVE "C:\Users\ADMIN\TRAINDSP.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           MOVE "C:\Users\ADMIN\TRAINML.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           MOVE "C:\Users\ADMIN\TRAINLTX.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           MOVE "C:\Users\ADMIN\TRAINSAF.DAT" TO TRAIN-SEQ-NAME.
           PERFORM 3000-EMPTY-TRAIN-FILE.
           DISPLAY "PRACTICE FILES READY.".
           PERFORM 9999-EXIT.

           DISPLAY "TRAINDED.DAT SEEDED -- " COPIED-CTR
               " RECORD(S).".

       1660-COPY-PROMO-FILE.
           MOVE 0 TO COPIED-CTR.
           MOVE 'N' TO PROMO-EOF-SW.
           OPEN INPUT PROMO-FILE.
           OPEN OUTPUT TRAIN-PAL-FILE.
           IF PROMO-STATUS = "00"
               READ PROMO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PROMO-EOF-SW
               END-READ
               PERFORM UNTIL PROMO-END
                   MOVE PROMO-REC TO TRAIN-PAL-REC
                   WRITE TRAIN-PAL-REC
                   ADD 1 TO COPIED-CTR
                   READ PROMO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO PROMO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.
           CLOSE TRAIN-PAL-FILE.
           DISPLAY "TRAINPAL.DAT SEEDED -- " COPIED-CTR
               " RECORD(S).".

       3100-EMPTY-TRAIN-RATEHIST.
           OPEN OUTPUT TRAIN-RATE-FILE.
           CLOSE TRAIN-RATE-FILE.

       3200-EMPTY-TRAIN-CUST-AND-GC.
           OPEN OUTPUT TRAIN-CUS-FILE.
           CLOSE TRAIN-CUS-FILE.
           OPEN OUTPUT TRAIN-GC-FILE.
           CLOSE TRAIN-GC-FILE.
           OPEN OUTPUT TRAIN-MB-FILE.
           CLOSE TRAIN-MB-FILE.
           OPEN OUTPUT TRAIN-LM-FILE.
           CLOSE TRAIN-LM-FILE.

       1700-SEED-PRACTICE-SERIES.
      *    A 9-MILLION RANGE NO REAL BOOKLET WILL EVER CARRY --
      *    PRACTICE RECEIPTS ARE UNMISTAKABLE AND THE LIVE SERIES

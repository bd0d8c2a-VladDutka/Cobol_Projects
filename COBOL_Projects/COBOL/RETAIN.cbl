      *          PERIODCLOSE archives. NOTHING dated inside the open
      *          pay period is ever swept, however old the rule --
      *          the cutoff stops at the open period's start date.
      *          Knows TIMECLOCK, ORDLINES and DISPATCH by the date
      *          column each of their layouts carries; RATEHIST and
      *          PALPROMO are indexed, so their sweeps read the file
      *          in key order and DELETE the rows that fall out
      *          instead of rewriting the whole file.
      * Tectonics: cobc
      ******************************************************************
          SELECT CTL-FILE
          ASSIGN TO CTL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
          SELECT OPTIONAL RATEHIST-FILE
          ASSIGN TO "C:\Users\ADMIN\RATEHIST.DAT"
          ORGANIZATION IS INDEXED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATEHIST-REC.
           COPY "RATEHIST.CPY".
       FD  PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROMO-REC.
           COPY "PALPROMO.CPY".

       WORKING-STORAGE SECTION.
       01  RULES-STATUS PIC XX.
       01  RATEHIST-STATUS PIC XX.
       01  RATEHIST-EOF PIC X.
           88 RATEHIST-END VALUE 'Y'.
       01  PROMO-STATUS PIC XX.
       01  PROMO-EOF PIC X.
           88 PROMO-END VALUE 'Y'.
       01  RULES-EOF PIC X VALUE 'N'.
           88 RULES-END VALUE 'Y'.
       01  PERIOD-EOF PIC X VALUE 'N'.
           VALUE "C:\Users\ADMIN\RETHOLD.TMP".
       01  CTL-NAME PIC X(45).
      *    WHERE EACH KNOWN FILE KEEPS ITS DATE -- THE OFFSET AND
      *    THE LIVE PATH, TIED TO TIMECLK/ORDLINE/DISPATCH
      *    COPYBOOK LAYOUTS.
       01  KNOWN-LIST.
           05  FILLER PIC X(62) VALUE
               "TIMECLOCK   06C:\Users\ADMIN\TIMECLOCK.DAT".
               "ORDLINES    22C:\Users\ADMIN\ORDLINES.DAT".
           05  FILLER PIC X(62) VALUE
               "DISPATCH    08C:\Users\ADMIN\DISPATCH.DAT".
       01  KNOWN-LIST-R REDEFINES KNOWN-LIST.
           05  KNOWN-ENTRY OCCURS 3 TIMES.
               10  KN-SHORT PIC X(12).
               10  KN-DATE-POS PIC 99.
               10  KN-PATH PIC X(48).
           IF CUR-SHORT = "RATEHIST"
               PERFORM 1100-COMPUTE-CUTOFF
               PERFORM 2500-SWEEP-RATEHIST
           ELSE
           IF CUR-SHORT = "PALPROMO"
               PERFORM 1100-COMPUTE-CUTOFF
               PERFORM 2700-SWEEP-PALPROMO
           ELSE
               MOVE 'N' TO KN-FOUND-SW
               PERFORM VARYING KN-IX FROM 1 BY 1 UNTIL KN-IX > 3
                   IF KN-SHORT (KN-IX) = CUR-SHORT
                       MOVE 'Y' TO KN-FOUND-SW
                       MOVE KN-DATE-POS (KN-IX) TO CUR-DATE-POS
                   PERFORM 1100-COMPUTE-CUTOFF
                   PERFORM 2000-SWEEP-THE-FILE
               END-IF
           END-IF
           END-IF.

       1100-COMPUTE-CUTOFF.
               ADD 1 TO KEPT-CTR
           END-IF.

       2700-SWEEP-PALPROMO.
      *    PALPROMO IS INDEXED ON THE WINNING ONUM -- SAME DELETE-
      *    IN-PLACE SWEEP AS THE RATE HISTORY, JUDGED ON THE
      *    WINNER'S EXPIRY DATE.
           MOVE 0 TO MOVED-CTR.
           MOVE 0 TO KEPT-CTR.
           MOVE 0 TO HIST-CHECK.
           MOVE SPACES TO HIST-NAME.
           STRING "C:\Users\ADMIN\RET_" DELIMITED BY SIZE
               CUR-SHORT DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO HIST-NAME.
           MOVE SPACES TO CTL-NAME.
           STRING "C:\Users\ADMIN\RET_" DELIMITED BY SIZE
               CUR-SHORT DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               ".CTL" DELIMITED BY SIZE
               INTO CTL-NAME.
           MOVE 'N' TO PROMO-EOF.
           OPEN I-O PROMO-FILE.
           IF PROMO-STATUS NOT = "00"
                   AND PROMO-STATUS NOT = "05"
               DISPLAY CUR-SHORT " NOT ON FILE - SKIPPED."
           ELSE
               IF RT-ACTION = 'A' OR RT-ACTION = 'a'
                   OPEN OUTPUT HIST-FILE
               END-IF
               READ PROMO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PROMO-EOF
               END-READ
               PERFORM UNTIL PROMO-END
                   PERFORM 2800-JUDGE-ONE-PROMO-ROW
                   READ PROMO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO PROMO-EOF
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
               IF RT-ACTION = 'A' OR RT-ACTION = 'a'
                   CLOSE HIST-FILE
                   OPEN OUTPUT CTL-FILE
                   MOVE CUR-SHORT TO CT-NAME
                   MOVE MOVED-CTR TO CT-COUNT
                   MOVE HIST-CHECK TO CT-CHECK
                   WRITE CTL-REC
                   CLOSE CTL-FILE
                   DISPLAY CUR-SHORT ": " MOVED-CTR
                       " ROW(S) BEFORE " CUTOFF-DATE " MOVED TO "
                       HIST-NAME ", " KEPT-CTR " KEPT."
               ELSE
                   DISPLAY CUR-SHORT ": " MOVED-CTR
                       " ROW(S) BEFORE " CUTOFF-DATE
                       " DELETED, " KEPT-CTR " KEPT."
               END-IF
           END-IF.

       2800-JUDGE-ONE-PROMO-ROW.
      *    AN UNREADABLE EXPIRY IS KEPT, NEVER SWEPT ON A GUESS.
           MOVE 0 TO ROW-DATE.
           IF PR-EXPIRY IS NUMERIC
               MOVE PR-EXPIRY TO ROW-DATE
           END-IF.
           IF ROW-DATE > 0 AND ROW-DATE < CUTOFF-DATE
               ADD 1 TO MOVED-CTR
               IF RT-ACTION = 'A' OR RT-ACTION = 'a'
                   MOVE SPACES TO HIST-LINE
                   MOVE PROMO-REC TO HIST-LINE
                   WRITE HIST-LINE
                   PERFORM 2200-HASH-HIST-LINE
                   ADD LINE-CHECK TO HIST-CHECK
               END-IF
               DELETE PROMO-FILE RECORD
           ELSE
               ADD 1 TO KEPT-CTR
           END-IF.

       2200-HASH-HIST-LINE.
      *    POSITION-WEIGHTED BYTE TOTAL -- AUDITSEAL'S HASH.
           MOVE 0 TO LINE-CHECK.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Nightly stock-ledger proof -- walks STOCKLED.DAT in
      *          posting order, checking that every movement's
      *          balance is the one before it plus what came in less
      *          what went out, then proves each item's last ledger
      *          balance against its IT-STOCK on the catalog. Every
      *          break in the running balance, every item whose book
      *          differs from its ledger, and every ledger item gone
      *          from the catalog with stock still on its ledger is
      *          listed. An item with no ledger yet (stock on hand
      *          from before the ledger, or never moved) is opened on
      *          the ledger with a 'B' opening-balance row at its
      *          IT-STOCK, so from then on it proves like the rest.
      *          No prompts, so the nightly job table can CALL it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKPRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL STOCKLED-FILE
          ASSIGN TO "C:\Users\ADMIN\STOCKLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STOCKLED-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCKLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STOCKLED-REC.
           COPY "STOCKLED.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  STOCKLED-STATUS PIC XX.
       01  STOCKLED-EOF PIC X VALUE 'N'.
           88 STOCKLED-END VALUE 'Y'.
       01  ITEM-STATUS PIC XX.
       01  ITEM-EOF PIC X VALUE 'N'.
           88 ITEM-END VALUE 'Y'.
      *    ONE ROW PER ITEM ON THE LEDGER -- ITS LAST BALANCE, HOW
      *    MANY MOVEMENTS, AND WHETHER THE CATALOG PASS MET IT.
       01  LP-ROW-CTR PIC 9(4) VALUE 0.
       01  LP-IX PIC 9(4).
       01  LP-FOUND-SW PIC X.
           88 LP-FOUND VALUE 'Y'.
       01  LP-TABLE.
           05  LP-ROW OCCURS 500 TIMES.
               10  LPR-ITEM-CODE PIC X(5).
               10  LPR-LAST-BAL PIC 9(5).
               10  LPR-MOVES PIC 9(6).
               10  LPR-SEEN PIC X(1).
       01  FIND-CODE PIC X(5).
       01  EXPECT-BAL PIC S9(7).
       01  BOOK-DIFF PIC S9(6).
       01  MOVE-CTR PIC 9(7) VALUE 0.
       01  BREAK-CTR PIC 9(5) VALUE 0.
       01  ITEM-CTR PIC 9(5) VALUE 0.
       01  PROVED-CTR PIC 9(5) VALUE 0.
       01  MISMATCH-CTR PIC 9(5) VALUE 0.
       01  OPENED-CTR PIC 9(5) VALUE 0.
       01  ORPHAN-CTR PIC 9(5) VALUE 0.
       01  FULL-CTR PIC 9(5) VALUE 0.
       01  LOG-DATE PIC 9(8).
       01  LOG-TIME PIC 9(8).
       01  DIFFDP PIC -----9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "NIGHTLY STOCK-LEDGER PROOF".
           PERFORM 1000-WALK-THE-LEDGER.
           PERFORM 2000-PROVE-THE-CATALOG.
           PERFORM 3000-LIST-ORPHANS.
           DISPLAY "----------------------------------------".
           DISPLAY "LEDGER MOVEMENTS READ:       " MOVE-CTR.
           DISPLAY "RUNNING-BALANCE BREAKS:      " BREAK-CTR.
           DISPLAY "CATALOG ITEMS:               " ITEM-CTR.
           DISPLAY "  PROVED TO IT-STOCK:        " PROVED-CTR.
           DISPLAY "  OUT OF BALANCE:            " MISMATCH-CTR.
           DISPLAY "  OPENED ON THE LEDGER:      " OPENED-CTR.
           DISPLAY "LEDGER ITEMS OFF THE CATALOG:" ORPHAN-CTR.
           IF FULL-CTR > 0
               DISPLAY "ITEMS PAST THE 500-ROW TABLE: " FULL-CTR
                   " - NOT PROVED"
           END-IF.
           IF BREAK-CTR = 0 AND MISMATCH-CTR = 0 AND ORPHAN-CTR = 0
                   AND FULL-CTR = 0
               DISPLAY "*** STOCK LEDGER PROVES TO IT-STOCK ***"
           ELSE
               DISPLAY "*** STOCK LEDGER OUT OF BALANCE - SEE ABOVE "
                   "***"
           END-IF.
           PERFORM 9999-EXIT.

       1000-WALK-THE-LEDGER.
      *    EACH MOVEMENT MUST LAND ON THE ITEM'S PREVIOUS BALANCE
      *    PLUS IN LESS OUT -- THE FIRST MOVEMENT OF AN ITEM HAS
      *    NOTHING BEFORE IT TO CHECK AGAINST.
           DISPLAY "RUNNING-BALANCE BREAKS:".
           MOVE 'N' TO STOCKLED-EOF.
           OPEN INPUT STOCKLED-FILE.
           IF STOCKLED-STATUS = "00"
               READ STOCKLED-FILE
                   AT END MOVE 'Y' TO STOCKLED-EOF
               END-READ
               PERFORM UNTIL STOCKLED-END
                   ADD 1 TO MOVE-CTR
                   PERFORM 1100-CHECK-ONE-MOVEMENT
                   READ STOCKLED-FILE
                       AT END MOVE 'Y' TO STOCKLED-EOF
                   END-READ
               END-PERFORM
               CLOSE STOCKLED-FILE
           ELSE
               IF STOCKLED-STATUS = "05"
                   CLOSE STOCKLED-FILE
               END-IF
           END-IF.

       1100-CHECK-ONE-MOVEMENT.
           MOVE LE-ITEM-CODE TO FIND-CODE.
           PERFORM 1200-FIND-LP-ROW.
           IF NOT LP-FOUND
               IF LP-ROW-CTR < 500
                   ADD 1 TO LP-ROW-CTR
                   MOVE LP-ROW-CTR TO LP-IX
                   MOVE LE-ITEM-CODE TO LPR-ITEM-CODE (LP-IX)
                   MOVE LE-BALANCE TO LPR-LAST-BAL (LP-IX)
                   MOVE 1 TO LPR-MOVES (LP-IX)
                   MOVE 'N' TO LPR-SEEN (LP-IX)
               END-IF
           ELSE
               COMPUTE EXPECT-BAL = LPR-LAST-BAL (LP-IX)
                   + LE-QTY-IN - LE-QTY-OUT
               IF EXPECT-BAL NOT = LE-BALANCE
                   ADD 1 TO BREAK-CTR
                   DISPLAY "  " LE-ITEM-CODE " " LE-STAMP (1:8) " "
                       LE-TYPE " " LE-REF " WAS "
                       LPR-LAST-BAL (LP-IX) " IN " LE-QTY-IN
                       " OUT " LE-QTY-OUT " POSTED " LE-BALANCE
               END-IF
               MOVE LE-BALANCE TO LPR-LAST-BAL (LP-IX)
               ADD 1 TO LPR-MOVES (LP-IX)
           END-IF.

       1200-FIND-LP-ROW.
           MOVE 'N' TO LP-FOUND-SW.
           MOVE 1 TO LP-IX.
           PERFORM UNTIL LP-IX > LP-ROW-CTR OR LP-FOUND
               IF LPR-ITEM-CODE (LP-IX) = FIND-CODE
                   MOVE 'Y' TO LP-FOUND-SW
               ELSE
                   ADD 1 TO LP-IX
               END-IF
           END-PERFORM.

       2000-PROVE-THE-CATALOG.
           DISPLAY "ITEMS WHOSE IT-STOCK DIFFERS FROM THE LEDGER:".
           DISPLAY "  ITEM   LEDGER  IT-STOCK  DIFFERENCE".
           MOVE 'N' TO ITEM-EOF.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS NOT = "00"
               IF ITEM-STATUS = "05"
                   CLOSE ITEM-FILE
               END-IF
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS
           ELSE
               OPEN EXTEND STOCKLED-FILE
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ITEM-EOF
               END-READ
               PERFORM UNTIL ITEM-END
                   ADD 1 TO ITEM-CTR
                   PERFORM 2100-PROVE-ONE-ITEM
                   READ ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ITEM-EOF
                   END-READ
               END-PERFORM
               CLOSE STOCKLED-FILE
               CLOSE ITEM-FILE
           END-IF.

       2100-PROVE-ONE-ITEM.
           MOVE IT-CODE TO FIND-CODE.
           PERFORM 1200-FIND-LP-ROW.
           IF LP-FOUND
               MOVE 'Y' TO LPR-SEEN (LP-IX)
               IF LPR-LAST-BAL (LP-IX) = IT-STOCK
                   ADD 1 TO PROVED-CTR
               ELSE
                   ADD 1 TO MISMATCH-CTR
                   COMPUTE BOOK-DIFF = IT-STOCK
                       - LPR-LAST-BAL (LP-IX)
                   MOVE BOOK-DIFF TO DIFFDP
                   DISPLAY "  " IT-CODE "  " LPR-LAST-BAL (LP-IX)
                       "   " IT-STOCK "     " DIFFDP
               END-IF
           ELSE
               IF LP-ROW-CTR < 500
                   PERFORM 2200-OPEN-THE-ITEM
               ELSE
                   ADD 1 TO FULL-CTR
               END-IF
           END-IF.

       2200-OPEN-THE-ITEM.
      *    THE OPENING ROW BRINGS THE BOOK ONTO THE LEDGER AS IT
      *    STANDS TONIGHT -- EVERY MOVEMENT FROM HERE ON PROVES
      *    AGAINST IT.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO LE-STAMP.
           MOVE IT-CODE TO LE-ITEM-CODE.
           MOVE 'B' TO LE-TYPE.
           MOVE "OPENING" TO LE-REF.
           MOVE IT-STOCK TO LE-QTY-IN.
           MOVE 0 TO LE-QTY-OUT.
           MOVE IT-STOCK TO LE-BALANCE.
           WRITE STOCKLED-REC.
           ADD 1 TO LP-ROW-CTR.
           MOVE IT-CODE TO LPR-ITEM-CODE (LP-ROW-CTR).
           MOVE IT-STOCK TO LPR-LAST-BAL (LP-ROW-CTR).
           MOVE 1 TO LPR-MOVES (LP-ROW-CTR).
           MOVE 'Y' TO LPR-SEEN (LP-ROW-CTR).
           ADD 1 TO OPENED-CTR.

       3000-LIST-ORPHANS.
      *    AN ITEM DELETED OFF THE CATALOG SHOULD HAVE GONE WITH NO
      *    STOCK LEFT ON ITS LEDGER.
           DISPLAY "LEDGER ITEMS NO LONGER ON THE CATALOG:".
           PERFORM VARYING LP-IX FROM 1 BY 1
                   UNTIL LP-IX > LP-ROW-CTR
               IF LPR-SEEN (LP-IX) = 'N'
                       AND LPR-LAST-BAL (LP-IX) > 0
                   ADD 1 TO ORPHAN-CTR
                   DISPLAY "  " LPR-ITEM-CODE (LP-IX) " LEDGER "
                       LPR-LAST-BAL (LP-IX)
               END-IF
           END-PERFORM.

       9999-EXIT.
           GOBACK.
       END PROGRAM STOCKPRF.

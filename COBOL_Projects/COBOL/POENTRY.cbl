      *          catalog), lists the open POs GOODSRCV can receive
      *          against, and prints the received-versus-ordered
      *          variance per supplier -- the paper trail receiving
      *          never had. The draft POs the REPLEN replenishment
      *          run leaves on PODRAFT.DAT are reviewed here one
      *          supplier at a time -- quantities and costs edited,
      *          then released as a real PO or discarded. Each PO
      *          carries the delivery date the supplier promised, so
      *          a late delivery shows on the daily tickler.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL PODRAFT-FILE
          ASSIGN TO "C:\Users\ADMIN\PODRAFT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PODRAFT-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  PODRAFT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PODRAFT-REC.
           COPY "PODRAFT.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           88 PURCHORD-END VALUE 'Y'.
       01  SUPPLIER-EOF PIC X VALUE 'N'.
           88 SUPPLIER-END VALUE 'Y'.
       01  PODRAFT-STATUS PIC XX.
       01  PODRAFT-EOF PIC X VALUE 'N'.
           88 PODRAFT-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  TODAY-DATE PIC 9(8).
      *    IN-MEMORY COPY OF PURCHORD.DAT.
       01  PL-ROW-CTR PIC 9(4) VALUE 0.
       01  PL-IX PIC 9(4).
               10  PLR-RECEIVED PIC 9(5).
               10  PLR-UNIT-COST PIC 9(5)V99.
               10  PLR-STATUS PIC X(1).
               10  PLR-EXPECT-DATE PIC 9(8).
      *    SUPPLIER TABLE FOR VALIDATION AND NAMES.
       01  SU-ROW-CTR PIC 9(3) VALUE 0.
       01  SU-IX PIC 9(3).
       01  WRK-QTY PIC 9(5).
       01  WRK-COST PIC 9(5)V99.
       01  NEW-PO-NO PIC 9(5).
       01  WRK-EXPECT-DATE PIC 9(8).
       01  MORE-LINES PIC X VALUE 'Y'.
       01  ITEM-OK-SW PIC X.
           88 ITEM-ON-CATALOG VALUE 'Y'.
       01  VA-ORDERED PIC 9(7).
       01  VA-RECEIVED PIC 9(7).
       01  VA-DIFF PIC S9(7).
      *    IN-MEMORY COPY OF PODRAFT.DAT.
       01  DF-ROW-CTR PIC 9(3) VALUE 0.
       01  DF-IX PIC 9(3).
       01  DF-OUT PIC 9(3).
       01  DF-TABLE.
           05  DF-ROW OCCURS 500 TIMES.
               10  DFR-SUPP-NO PIC X(5).
               10  DFR-ITEM-CODE PIC X(5).
               10  DFR-RUN-DATE PIC 9(8).
               10  DFR-DAILY-USE PIC 9(4)V99.
               10  DFR-COVER-DAYS PIC 9(3).
               10  DFR-ON-HAND PIC 9(5).
               10  DFR-ON-ORDER PIC 9(5).
               10  DFR-SUGGESTED PIC 9(5).
               10  DFR-QTY PIC 9(5).
               10  DFR-UNIT-COST PIC 9(5)V99.
       01  DRAFT-LINES PIC 9(3).
       01  DRAFT-LINE-NO PIC 9(3).
       01  DRAFT-ACTION PIC X VALUE SPACE.
           88 DRAFT-DONE VALUE 'R' 'r' 'K' 'k' 'D' 'd'.
       01  DRAFT-USEDP PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "[L] LIST OPEN PO LINES"
               DISPLAY "[V] RECEIVED-VS-ORDERED VARIANCE BY "
                   "SUPPLIER"
               DISPLAY "[D] REVIEW AND RELEASE A DRAFT PO"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM LIST-OPEN-LINES
                   WHEN 'V' WHEN 'v'
                       PERFORM VARIANCE-REPORT
                   WHEN 'D' WHEN 'd'
                       PERFORM REVIEW-DRAFT-PO
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
               MOVE NEW-PO-NO TO PL-MAX-PO
               DISPLAY "PO NO. " NEW-PO-NO " FOR "
                   SUR-NAME (SU-IX)
               PERFORM TAKE-EXPECT-DATE
               MOVE 'Y' TO MORE-LINES
               PERFORM TAKE-ONE-PO-LINE
                   UNTIL MORE-LINES NOT = 'Y'
                   MOVE 0 TO PLR-RECEIVED (PL-ROW-CTR)
                   MOVE WRK-COST TO PLR-UNIT-COST (PL-ROW-CTR)
                   MOVE 'O' TO PLR-STATUS (PL-ROW-CTR)
                   MOVE WRK-EXPECT-DATE
                       TO PLR-EXPECT-DATE (PL-ROW-CTR)
               END-IF
           END-IF
           DISPLAY "ANOTHER LINE? (Y/N): "
           ACCEPT MORE-LINES.

       TAKE-EXPECT-DATE.
      *    ONE PROMISED DATE FOR THE WHOLE PO; NOT BEFORE TODAY.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "DELIVERY DATE PROMISED (YYYYMMDD, 0 = NONE): "
           ACCEPT WRK-EXPECT-DATE
           PERFORM UNTIL WRK-EXPECT-DATE = 0
                   OR WRK-EXPECT-DATE NOT < TODAY-DATE
               DISPLAY "INVALID - NOT BEFORE " TODAY-DATE
                   " (0 = NONE): "
               ACCEPT WRK-EXPECT-DATE
           END-PERFORM.

       LIST-OPEN-LINES.
           PERFORM VARYING PL-IX FROM 1 BY 1
                   UNTIL PL-IX > PL-ROW-CTR
                       PLR-ITEM-CODE (PL-IX) " ORDERED "
                       PLR-ORDERED (PL-IX) " RECEIVED "
                       PLR-RECEIVED (PL-IX) " AT "
                       PLR-UNIT-COST (PL-IX) " DUE "
                       PLR-EXPECT-DATE (PL-IX)
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

       REVIEW-DRAFT-PO.
      *    THE DRAFTS ARE RE-READ EACH TIME SO A REPLEN RUN SINCE
      *    THE MENU CAME UP IS WHAT GETS REVIEWED.
           PERFORM LOAD-PODRAFT-TABLE.
           IF DF-ROW-CTR = 0
               DISPLAY "NO DRAFT POS - RUN REPLEN FIRST."
           ELSE
               DISPLAY "DRAFTS WAITING:"
               PERFORM VARYING SU-IX FROM 1 BY 1
                       UNTIL SU-IX > SU-ROW-CTR
                   MOVE 0 TO DRAFT-LINES
                   PERFORM VARYING DF-IX FROM 1 BY 1
                           UNTIL DF-IX > DF-ROW-CTR
                       IF DFR-SUPP-NO (DF-IX) = SUR-SUPP-NO (SU-IX)
                           ADD 1 TO DRAFT-LINES
                       END-IF
                   END-PERFORM
                   IF DRAFT-LINES > 0
                       DISPLAY "  " SUR-SUPP-NO (SU-IX) " "
                           SUR-NAME (SU-IX) " LINES: " DRAFT-LINES
                   END-IF
               END-PERFORM
               DISPLAY "SUPPLIER NUMBER: "
               ACCEPT WRK-SUPP-NO
               MOVE 0 TO DRAFT-LINES
               PERFORM VARYING DF-IX FROM 1 BY 1
                       UNTIL DF-IX > DF-ROW-CTR
                   IF DFR-SUPP-NO (DF-IX) = WRK-SUPP-NO
                       ADD 1 TO DRAFT-LINES
                   END-IF
               END-PERFORM
               IF DRAFT-LINES = 0
                   DISPLAY "NO DRAFT FOR THAT SUPPLIER."
               ELSE
                   MOVE SPACE TO DRAFT-ACTION
                   PERFORM WORK-ONE-DRAFT UNTIL DRAFT-DONE
               END-IF
           END-IF.

       WORK-ONE-DRAFT.
           DISPLAY "LINE ITEM  PER DAY  ON HAND ON ORDER SUGGEST"
               "   ORDER  UNIT COST".
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               IF DFR-SUPP-NO (DF-IX) = WRK-SUPP-NO
                   MOVE DFR-DAILY-USE (DF-IX) TO DRAFT-USEDP
                   DISPLAY DF-IX "  " DFR-ITEM-CODE (DF-IX) " "
                       DRAFT-USEDP "  " DFR-ON-HAND (DF-IX) "   "
                       DFR-ON-ORDER (DF-IX) "    "
                       DFR-SUGGESTED (DF-IX) "   "
                       DFR-QTY (DF-IX) "  " DFR-UNIT-COST (DF-IX)
               END-IF
           END-PERFORM.
           DISPLAY "[C] CHANGE A LINE [R] RELEASE AS A PO "
               "[K] KEEP AS DRAFT [D] DISCARD: ".
           ACCEPT DRAFT-ACTION.
           EVALUATE DRAFT-ACTION
               WHEN 'C' WHEN 'c'
                   PERFORM CHANGE-DRAFT-LINE
               WHEN 'R' WHEN 'r'
                   PERFORM RELEASE-DRAFT-PO
               WHEN 'K' WHEN 'k'
                   PERFORM REWRITE-PODRAFT-FILE
                   DISPLAY "DRAFT KEPT."
               WHEN 'D' WHEN 'd'
                   PERFORM DROP-SUPPLIER-DRAFT
                   PERFORM REWRITE-PODRAFT-FILE
                   DISPLAY "DRAFT DISCARDED."
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       CHANGE-DRAFT-LINE.
           DISPLAY "LINE NUMBER: "
           ACCEPT DRAFT-LINE-NO
           IF DRAFT-LINE-NO = 0 OR DRAFT-LINE-NO > DF-ROW-CTR
               DISPLAY "NO SUCH LINE."
           ELSE
           IF DFR-SUPP-NO (DRAFT-LINE-NO) NOT = WRK-SUPP-NO
               DISPLAY "THAT LINE IS ON ANOTHER SUPPLIER'S DRAFT."
           ELSE
               DISPLAY "QUANTITY TO ORDER (0 DROPS THE LINE): "
               ACCEPT DFR-QTY (DRAFT-LINE-NO)
               DISPLAY "AGREED UNIT COST: "
               ACCEPT DFR-UNIT-COST (DRAFT-LINE-NO)
           END-IF
           END-IF.

       RELEASE-DRAFT-PO.
      *    THE SAME CHECKS AS A PO RAISED BY HAND -- AN ACTIVE
      *    SUPPLIER -- AND THE SAME NUMBERING. LINES CUT TO ZERO
      *    ARE LEFT OFF; THE SUPPLIER'S DRAFT IS THEN GONE.
           PERFORM FIND-SUPPLIER-ROW
           IF NOT SU-FOUND
               DISPLAY "NO SUCH SUPPLIER - ADD IT IN SUPPMAINT."
               MOVE SPACE TO DRAFT-ACTION
           ELSE
           IF SUR-ACTIVE (SU-IX) NOT = 'A'
               DISPLAY "SUPPLIER IS CLOSED - DISCARD THE DRAFT."
               MOVE SPACE TO DRAFT-ACTION
           ELSE
               MOVE 0 TO DRAFT-LINES
               PERFORM VARYING DF-IX FROM 1 BY 1
                       UNTIL DF-IX > DF-ROW-CTR
                   IF DFR-SUPP-NO (DF-IX) = WRK-SUPP-NO
                           AND DFR-QTY (DF-IX) > 0
                       ADD 1 TO DRAFT-LINES
                   END-IF
               END-PERFORM
               IF PL-ROW-CTR + DRAFT-LINES > 300
                   DISPLAY "PO FILE FULL - DRAFT NOT RELEASED."
                   MOVE SPACE TO DRAFT-ACTION
               ELSE
               IF DRAFT-LINES = 0
                   DISPLAY "EVERY LINE IS AT ZERO - NOTHING TO "
                       "RELEASE."
                   MOVE SPACE TO DRAFT-ACTION
               ELSE
                   COMPUTE NEW-PO-NO = PL-MAX-PO + 1
                   MOVE NEW-PO-NO TO PL-MAX-PO
                   PERFORM TAKE-EXPECT-DATE
                   PERFORM VARYING DF-IX FROM 1 BY 1
                           UNTIL DF-IX > DF-ROW-CTR
                       IF DFR-SUPP-NO (DF-IX) = WRK-SUPP-NO
                               AND DFR-QTY (DF-IX) > 0
                           ADD 1 TO PL-ROW-CTR
                           MOVE NEW-PO-NO TO PLR-NUMBER (PL-ROW-CTR)
                           MOVE WRK-SUPP-NO
                               TO PLR-SUPP-NO (PL-ROW-CTR)
                           MOVE DFR-ITEM-CODE (DF-IX)
                               TO PLR-ITEM-CODE (PL-ROW-CTR)
                           MOVE DFR-QTY (DF-IX)
                               TO PLR-ORDERED (PL-ROW-CTR)
                           MOVE 0 TO PLR-RECEIVED (PL-ROW-CTR)
                           MOVE DFR-UNIT-COST (DF-IX)
                               TO PLR-UNIT-COST (PL-ROW-CTR)
                           MOVE 'O' TO PLR-STATUS (PL-ROW-CTR)
                           MOVE WRK-EXPECT-DATE
                               TO PLR-EXPECT-DATE (PL-ROW-CTR)
                       END-IF
                   END-PERFORM
                   PERFORM REWRITE-PURCHORD-FILE
                   PERFORM DROP-SUPPLIER-DRAFT
                   PERFORM REWRITE-PODRAFT-FILE
                   DISPLAY "PO " NEW-PO-NO " RAISED FOR "
                       SUR-NAME (SU-IX) " - " DRAFT-LINES " LINES."
               END-IF
               END-IF
           END-IF
           END-IF.

       DROP-SUPPLIER-DRAFT.
           MOVE 0 TO DF-OUT.
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               IF DFR-SUPP-NO (DF-IX) NOT = WRK-SUPP-NO
                   ADD 1 TO DF-OUT
                   MOVE DF-ROW (DF-IX) TO DF-ROW (DF-OUT)
               END-IF
           END-PERFORM.
           MOVE DF-OUT TO DF-ROW-CTR.

       LOAD-PODRAFT-TABLE.
           MOVE 0 TO DF-ROW-CTR.
           MOVE 'N' TO PODRAFT-EOF.
           OPEN INPUT PODRAFT-FILE.
           IF PODRAFT-STATUS = "00"
               READ PODRAFT-FILE
                   AT END MOVE 'Y' TO PODRAFT-EOF
               END-READ
               PERFORM UNTIL PODRAFT-END OR DF-ROW-CTR = 500
                   ADD 1 TO DF-ROW-CTR
                   MOVE DP-SUPP-NO TO DFR-SUPP-NO (DF-ROW-CTR)
                   MOVE DP-ITEM-CODE TO DFR-ITEM-CODE (DF-ROW-CTR)
                   MOVE DP-RUN-DATE TO DFR-RUN-DATE (DF-ROW-CTR)
                   MOVE DP-DAILY-USE TO DFR-DAILY-USE (DF-ROW-CTR)
                   MOVE DP-COVER-DAYS TO DFR-COVER-DAYS (DF-ROW-CTR)
                   MOVE DP-ON-HAND TO DFR-ON-HAND (DF-ROW-CTR)
                   MOVE DP-ON-ORDER TO DFR-ON-ORDER (DF-ROW-CTR)
                   MOVE DP-SUGGESTED TO DFR-SUGGESTED (DF-ROW-CTR)
                   MOVE DP-QTY TO DFR-QTY (DF-ROW-CTR)
                   MOVE DP-UNIT-COST TO DFR-UNIT-COST (DF-ROW-CTR)
                   READ PODRAFT-FILE
                       AT END MOVE 'Y' TO PODRAFT-EOF
                   END-READ
               END-PERFORM
               CLOSE PODRAFT-FILE
           ELSE
               IF PODRAFT-STATUS = "05"
                   CLOSE PODRAFT-FILE
               END-IF
           END-IF.

       REWRITE-PODRAFT-FILE.
           OPEN OUTPUT PODRAFT-FILE.
           PERFORM VARYING DF-IX FROM 1 BY 1
                   UNTIL DF-IX > DF-ROW-CTR
               MOVE DFR-SUPP-NO (DF-IX) TO DP-SUPP-NO
               MOVE DFR-ITEM-CODE (DF-IX) TO DP-ITEM-CODE
               MOVE DFR-RUN-DATE (DF-IX) TO DP-RUN-DATE
               MOVE DFR-DAILY-USE (DF-IX) TO DP-DAILY-USE
               MOVE DFR-COVER-DAYS (DF-IX) TO DP-COVER-DAYS
               MOVE DFR-ON-HAND (DF-IX) TO DP-ON-HAND
               MOVE DFR-ON-ORDER (DF-IX) TO DP-ON-ORDER
               MOVE DFR-SUGGESTED (DF-IX) TO DP-SUGGESTED
               MOVE DFR-QTY (DF-IX) TO DP-QTY
               MOVE DFR-UNIT-COST (DF-IX) TO DP-UNIT-COST
               WRITE PODRAFT-REC
           END-PERFORM.
           CLOSE PODRAFT-FILE.

       CHECK-ON-CATALOG.
           MOVE 'N' TO ITEM-OK-SW.
           OPEN INPUT ITEM-FILE.
                   MOVE PO-UNIT-COST
                       TO PLR-UNIT-COST (PL-ROW-CTR)
                   MOVE PO-STATUS TO PLR-STATUS (PL-ROW-CTR)
                   IF PO-EXPECT-DATE IS NUMERIC
                       MOVE PO-EXPECT-DATE
                           TO PLR-EXPECT-DATE (PL-ROW-CTR)
                   ELSE
                       MOVE 0 TO PLR-EXPECT-DATE (PL-ROW-CTR)
                   END-IF
                   IF PO-NUMBER > PL-MAX-PO
                       MOVE PO-NUMBER TO PL-MAX-PO
                   END-IF
               MOVE PLR-RECEIVED (PL-IX) TO PO-RECEIVED
               MOVE PLR-UNIT-COST (PL-IX) TO PO-UNIT-COST
               MOVE PLR-STATUS (PL-IX) TO PO-STATUS
               MOVE PLR-EXPECT-DATE (PL-IX) TO PO-EXPECT-DATE
               WRITE PURCHORD-REC
           END-PERFORM.
           CLOSE PURCHORD-FILE.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Kitchen station bump screen -- a station signs in
      *          under its department code (blank for the general
      *          station), lists the tickets ORDERTENDER fired to it
      *          that are still open, oldest first, and bumps each
      *          one as done by its ticket number, stamping the time
      *          and the operator on KTICKETS.DAT for the KTKTIME
      *          ticket-time report. A ticket bumped by mistake can be
      *          recalled to open. The file is re-read and written
      *          back around every bump so tickets the counter fires
      *          meanwhile are never lost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITCHBUMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL KTICKET-FILE
          ASSIGN TO "C:\Users\ADMIN\KTICKETS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS KTICKET-STATUS.
          SELECT OPTIONAL DEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEPTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEPT-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KTICKET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS KTICKET-REC.
           COPY "KTICKET.CPY".
       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.
           COPY "DEPTS.CPY".
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".

       WORKING-STORAGE SECTION.
       01  KTICKET-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  KTICKET-EOF PIC X VALUE 'N'.
           88 KTICKET-END VALUE 'Y'.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  OPERATOR-ID PIC X(10).
       01  STATION-DEPT PIC X(2).
       01  STATION-NAME PIC X(20).
       01  PICK-ONUM PIC 9(7).
       01  PICK-IX PIC 9(4).
       01  OPEN-CTR PIC 9(4).
       01  STAMP-DATE PIC 9(8).
       01  STAMP-TIME PIC 9(8).
      *    THE WHOLE TICKET FILE RIDES THROUGH MEMORY SO ONE ROW CAN
      *    BE BUMPED AND THE FILE WRITTEN BACK.
       01  KT-ROW-CTR PIC 9(4) VALUE 0.
      *    A FULL TABLE MEANS THE LOAD WAS INCOMPLETE -- WRITING IT
      *    BACK WOULD DROP THE TICKETS THAT DID NOT FIT, SO THE
      *    REWRITE REFUSES INSTEAD (PUNCHFIX'S RULE).
       01  KT-FULL-SW PIC X VALUE 'N'.
           88 KT-FULL VALUE 'Y'.
       01  KT-IX PIC 9(4).
       01  KT-TABLE.
           05  KT-ROW OCCURS 3000 TIMES.
               10  KTR-ONUM PIC 9(7).
               10  KTR-BUSDATE PIC 9(8).
               10  KTR-DEPT PIC X(2).
               10  KTR-TXN-TYPE PIC X(1).
               10  KTR-ORIG-ONUM PIC 9(7).
               10  KTR-ROUTE PIC X(1).
               10  KTR-ITEM-CTR PIC 9(3).
               10  KTR-FIRE-DATE PIC 9(8).
               10  KTR-FIRE-TIME PIC 9(8).
               10  KTR-STATUS PIC X(1).
               10  KTR-BUMP-DATE PIC 9(8).
               10  KTR-BUMP-TIME PIC 9(8).
               10  KTR-BUMPED-BY PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ADOPT-SESSION-OPERATOR.
           DISPLAY "KITCHEN STATION BUMP SCREEN".
           DISPLAY "STATION DEPARTMENT CODE (BLANK = GENERAL): ".
           ACCEPT STATION-DEPT.
           PERFORM FIND-STATION-NAME.
           DISPLAY "STATION: " STATION-NAME.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[L] LIST OPEN TICKETS"
               DISPLAY "[B] BUMP A TICKET AS DONE"
               DISPLAY "[R] RECALL A BUMPED TICKET"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-OPEN-TICKETS
                   WHEN 'B' WHEN 'b'
                       PERFORM BUMP-ONE-TICKET
                   WHEN 'R' WHEN 'r'
                       PERFORM RECALL-ONE-TICKET
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LIST-OPEN-TICKETS.
      *    THE FILE IS IN FIRING ORDER, SO THE OLDEST TICKET --
      *    THE ONE TO MAKE NEXT -- LISTS FIRST.
           PERFORM LOAD-KTICKET-TABLE.
           MOVE 0 TO OPEN-CTR.
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ROW-CTR
               IF KTR-DEPT (KT-IX) = STATION-DEPT
                       AND KTR-STATUS (KT-IX) = 'O'
                   ADD 1 TO OPEN-CTR
                   IF KTR-TXN-TYPE (KT-IX) = 'V'
                       DISPLAY KTR-ONUM (KT-IX) " VOID OF "
                           KTR-ORIG-ONUM (KT-IX) " FIRED "
                           KTR-FIRE-TIME (KT-IX) (1:2) ":"
                           KTR-FIRE-TIME (KT-IX) (3:2) " ITEMS "
                           KTR-ITEM-CTR (KT-IX)
                   ELSE
                       DISPLAY KTR-ONUM (KT-IX) " ["
                           KTR-ROUTE (KT-IX) "] FIRED "
                           KTR-FIRE-TIME (KT-IX) (1:2) ":"
                           KTR-FIRE-TIME (KT-IX) (3:2) " ITEMS "
                           KTR-ITEM-CTR (KT-IX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "OPEN TICKETS AT " STATION-NAME ": " OPEN-CTR.

       BUMP-ONE-TICKET.
           DISPLAY "TICKET (ORDER) NUMBER TO BUMP: ".
           ACCEPT PICK-ONUM.
           PERFORM LOAD-KTICKET-TABLE.
           PERFORM FIND-KTICKET-ROW.
           IF PICK-IX = 0
               DISPLAY "NO SUCH TICKET AT THIS STATION."
           ELSE
           IF KTR-STATUS (PICK-IX) = 'B'
               DISPLAY "TICKET " PICK-ONUM " WAS ALREADY BUMPED."
           ELSE
               ACCEPT STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT STAMP-TIME FROM TIME
               MOVE 'B' TO KTR-STATUS (PICK-IX)
               MOVE STAMP-DATE TO KTR-BUMP-DATE (PICK-IX)
               MOVE STAMP-TIME TO KTR-BUMP-TIME (PICK-IX)
               MOVE OPERATOR-ID TO KTR-BUMPED-BY (PICK-IX)
               PERFORM REWRITE-KTICKET-FILE
               IF NOT KT-FULL
                   DISPLAY "TICKET " PICK-ONUM " BUMPED."
               END-IF
           END-IF
           END-IF.

       RECALL-ONE-TICKET.
      *    A TICKET BUMPED BY MISTAKE GOES BACK ON THE SCREEN -- ITS
      *    TIME RUNS ON FROM THE ORIGINAL FIRING.
           DISPLAY "TICKET (ORDER) NUMBER TO RECALL: ".
           ACCEPT PICK-ONUM.
           PERFORM LOAD-KTICKET-TABLE.
           PERFORM FIND-KTICKET-ROW.
           IF PICK-IX = 0
               DISPLAY "NO SUCH TICKET AT THIS STATION."
           ELSE
           IF KTR-STATUS (PICK-IX) NOT = 'B'
               DISPLAY "TICKET " PICK-ONUM " IS STILL OPEN."
           ELSE
               MOVE 'O' TO KTR-STATUS (PICK-IX)
               MOVE 0 TO KTR-BUMP-DATE (PICK-IX)
               MOVE 0 TO KTR-BUMP-TIME (PICK-IX)
               MOVE SPACES TO KTR-BUMPED-BY (PICK-IX)
               PERFORM REWRITE-KTICKET-FILE
               IF NOT KT-FULL
                   DISPLAY "TICKET " PICK-ONUM " RECALLED."
               END-IF
           END-IF
           END-IF.

       FIND-KTICKET-ROW.
      *    ONE TICKET PER ORDER PER STATION -- THE ORDER NUMBER AND
      *    THIS STATION'S DEPARTMENT FIND IT.
           MOVE 0 TO PICK-IX.
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KT-ROW-CTR
               IF KTR-ONUM (KT-IX) = PICK-ONUM
                       AND KTR-DEPT (KT-IX) = STATION-DEPT
                   MOVE KT-IX TO PICK-IX
               END-IF
           END-PERFORM.

       FIND-STATION-NAME.
           IF STATION-DEPT = SPACES
               MOVE "GENERAL" TO STATION-NAME
           ELSE
               MOVE STATION-DEPT TO STATION-NAME
               MOVE 'N' TO DEPT-EOF
               OPEN INPUT DEPT-FILE
               IF DEPT-STATUS = "00"
                   READ DEPT-FILE
                       AT END MOVE 'Y' TO DEPT-EOF
                   END-READ
                   PERFORM UNTIL DEPT-END
                       IF DT-DEPT = STATION-DEPT
                           MOVE DT-NAME TO STATION-NAME
                       END-IF
                       READ DEPT-FILE
                           AT END MOVE 'Y' TO DEPT-EOF
                       END-READ
                   END-PERFORM
                   CLOSE DEPT-FILE
               ELSE
                   IF DEPT-STATUS = "05"
                       CLOSE DEPT-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-KTICKET-TABLE.
      *    KTICKET-FILE IS OPTIONAL -- NO TICKETS FIRED YET JUST
      *    MEANS AN EMPTY SCREEN.
           MOVE 0 TO KT-ROW-CTR.
           MOVE 'N' TO KT-FULL-SW.
           MOVE 'N' TO KTICKET-EOF.
           OPEN INPUT KTICKET-FILE.
           IF KTICKET-STATUS = "00"
               READ KTICKET-FILE
                   AT END MOVE 'Y' TO KTICKET-EOF
               END-READ
               PERFORM UNTIL KTICKET-END
                   IF KT-ROW-CTR = 3000
                       MOVE 'Y' TO KT-FULL-SW
                   ELSE
                       ADD 1 TO KT-ROW-CTR
                       MOVE KT-ONUM TO KTR-ONUM (KT-ROW-CTR)
                       MOVE KT-BUSDATE TO KTR-BUSDATE (KT-ROW-CTR)
                       MOVE KT-DEPT TO KTR-DEPT (KT-ROW-CTR)
                       MOVE KT-TXN-TYPE TO KTR-TXN-TYPE (KT-ROW-CTR)
                       MOVE KT-ORIG-ONUM TO KTR-ORIG-ONUM (KT-ROW-CTR)
                       MOVE KT-ROUTE TO KTR-ROUTE (KT-ROW-CTR)
                       MOVE KT-ITEM-CTR TO KTR-ITEM-CTR (KT-ROW-CTR)
                       MOVE KT-FIRE-DATE TO KTR-FIRE-DATE (KT-ROW-CTR)
                       MOVE KT-FIRE-TIME TO KTR-FIRE-TIME (KT-ROW-CTR)
                       MOVE KT-STATUS TO KTR-STATUS (KT-ROW-CTR)
                       MOVE KT-BUMP-DATE TO KTR-BUMP-DATE (KT-ROW-CTR)
                       MOVE KT-BUMP-TIME TO KTR-BUMP-TIME (KT-ROW-CTR)
                       MOVE KT-BUMPED-BY TO KTR-BUMPED-BY (KT-ROW-CTR)
                   END-IF
                   READ KTICKET-FILE
                       AT END MOVE 'Y' TO KTICKET-EOF
                   END-READ
               END-PERFORM
               CLOSE KTICKET-FILE
           ELSE
               IF KTICKET-STATUS = "05"
                   CLOSE KTICKET-FILE
               END-IF
           END-IF.

       REWRITE-KTICKET-FILE.
           IF KT-FULL
               DISPLAY "*** TICKET TABLE FULL - FILE TOO BIG TO "
                   "REWRITE SAFELY. NOTHING SAVED. ***"
           ELSE
               OPEN OUTPUT KTICKET-FILE
               PERFORM VARYING KT-IX FROM 1 BY 1
                       UNTIL KT-IX > KT-ROW-CTR
                   MOVE KTR-ONUM (KT-IX) TO KT-ONUM
                   MOVE KTR-BUSDATE (KT-IX) TO KT-BUSDATE
                   MOVE KTR-DEPT (KT-IX) TO KT-DEPT
                   MOVE KTR-TXN-TYPE (KT-IX) TO KT-TXN-TYPE
                   MOVE KTR-ORIG-ONUM (KT-IX) TO KT-ORIG-ONUM
                   MOVE KTR-ROUTE (KT-IX) TO KT-ROUTE
                   MOVE KTR-ITEM-CTR (KT-IX) TO KT-ITEM-CTR
                   MOVE KTR-FIRE-DATE (KT-IX) TO KT-FIRE-DATE
                   MOVE KTR-FIRE-TIME (KT-IX) TO KT-FIRE-TIME
                   MOVE KTR-STATUS (KT-IX) TO KT-STATUS
                   MOVE KTR-BUMP-DATE (KT-IX) TO KT-BUMP-DATE
                   MOVE KTR-BUMP-TIME (KT-IX) TO KT-BUMP-TIME
                   MOVE KTR-BUMPED-BY (KT-IX) TO KT-BUMPED-BY
                   WRITE KTICKET-REC
               END-PERFORM
               CLOSE KTICKET-FILE
           END-IF.

       ADOPT-SESSION-OPERATOR.
      *    THE LAUNCHER'S SESSION FILE CARRIES THE SIGNED-ON
      *    IDENTITY -- A HAND-STARTED RUN STILL PROMPTS THE WAY IT
      *    ALWAYS DID.
           MOVE SPACES TO SESSION-REC.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
               END-READ
               CLOSE SESSION-FILE
           ELSE
               IF SESSION-STATUS = "05"
                   CLOSE SESSION-FILE
               END-IF
           END-IF.
           IF SN-OPERATOR NOT = SPACES
               MOVE SN-OPERATOR TO OPERATOR-ID
               DISPLAY "OPERATOR (SIGNED ON): " OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR/CLERK ID: "
               ACCEPT OPERATOR-ID
           END-IF.

       END PROGRAM KITCHBUMP.

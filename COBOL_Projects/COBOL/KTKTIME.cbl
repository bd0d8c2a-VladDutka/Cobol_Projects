      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: End-of-day kitchen ticket-time report -- for a
      *          business date, every department's tickets off
      *          KTICKETS.DAT: how many ORDERTENDER fired, how many
      *          the station bumped, the average and longest time a
      *          ticket sat between firing and bump, and how many
      *          are still open. VOID tickets are counted on their
      *          own line and kept out of the timing, since nothing
      *          was made for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KTKTIME.
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

       WORKING-STORAGE SECTION.
       01  KTICKET-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  KTICKET-EOF PIC X VALUE 'N'.
           88 KTICKET-END VALUE 'Y'.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  REPORT-DATE PIC 9(8).
      *    DEPARTMENT NAMES OFF DEPTS.DAT.
       01  DT-ROW-CTR PIC 99 VALUE 0.
       01  DT-IX PIC 99.
       01  DT-TABLE.
           05  DT-ROW OCCURS 20 TIMES.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
       01  DEPT-NAME PIC X(20).
      *    ONE ROW PER DEPARTMENT THAT HAD A TICKET ON THE DATE.
       01  TK-ROW-CTR PIC 99 VALUE 0.
       01  TK-IX PIC 99.
       01  TK-FOUND-SW PIC X.
           88 TK-FOUND-ROW VALUE 'Y'.
       01  TK-TABLE.
           05  TK-ROW OCCURS 21 TIMES.
               10  TKR-DEPT PIC X(2).
               10  TKR-FIRED PIC 9(5).
               10  TKR-BUMPED PIC 9(5).
               10  TKR-OPEN PIC 9(5).
               10  TKR-VOIDS PIC 9(5).
               10  TKR-SECS PIC 9(9).
               10  TKR-LONGEST PIC 9(6).
      *    CLOCK ARITHMETIC -- ACCEPT FROM TIME GIVES HHMMSSCC.
       01  CLOCK-TIME PIC 9(8).
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
           05  CLOCK-HH PIC 99.
           05  CLOCK-MM PIC 99.
           05  CLOCK-SS PIC 99.
           05  CLOCK-CC PIC 99.
       01  FIRE-SECS PIC 9(6).
       01  BUMP-SECS PIC 9(6).
       01  SAT-SECS PIC 9(6).
       01  AVG-SECS PIC 9(6).
       01  SHOW-SECS PIC 9(6).
       01  SHOW-MIN PIC 9(4).
       01  SHOW-SEC PIC 99.
       01  AVG-DP PIC X(8).
       01  LONG-DP PIC X(8).
       01  MIN-DP PIC ZZZ9.
       01  MMSS-DP PIC X(8).
       01  TOT-FIRED PIC 9(6) VALUE 0.
       01  TOT-BUMPED PIC 9(6) VALUE 0.
       01  TOT-OPEN PIC 9(6) VALUE 0.
       01  TOT-VOIDS PIC 9(6) VALUE 0.
       01  TOT-SECS PIC 9(10) VALUE 0.
       01  TOT-LONGEST PIC 9(6) VALUE 0.
       01  CTDP PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "KITCHEN TICKET-TIME REPORT".
           DISPLAY "BUSINESS DATE (YYYYMMDD): ".
           ACCEPT REPORT-DATE.
           PERFORM 1000-LOAD-DEPT-NAMES.
           PERFORM 2000-TOTAL-THE-TICKETS.
           PERFORM 3000-PRINT-REPORT.
           PERFORM 9999-EXIT.

       1000-LOAD-DEPT-NAMES.
           MOVE 'N' TO DEPT-EOF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               READ DEPT-FILE
                   AT END MOVE 'Y' TO DEPT-EOF
               END-READ
               PERFORM UNTIL DEPT-END
                   IF DT-ROW-CTR < 20
                       ADD 1 TO DT-ROW-CTR
                       MOVE DT-DEPT TO DTR-DEPT (DT-ROW-CTR)
                       MOVE DT-NAME TO DTR-NAME (DT-ROW-CTR)
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
           END-IF.

       2000-TOTAL-THE-TICKETS.
      *    KTICKET-FILE IS OPTIONAL -- NO TICKETS FIRED YET JUST
      *    MEANS AN EMPTY REPORT.
           MOVE 'N' TO KTICKET-EOF.
           OPEN INPUT KTICKET-FILE.
           IF KTICKET-STATUS = "00"
               READ KTICKET-FILE
                   AT END MOVE 'Y' TO KTICKET-EOF
               END-READ
               PERFORM UNTIL KTICKET-END
                   IF KT-BUSDATE = REPORT-DATE
                       PERFORM 2100-POST-ONE-TICKET
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

       2100-POST-ONE-TICKET.
           PERFORM 2200-FIND-TICKET-ROW.
           IF TK-FOUND-ROW
               IF KT-TXN-TYPE = 'V'
                   ADD 1 TO TKR-VOIDS (TK-IX)
               ELSE
                   ADD 1 TO TKR-FIRED (TK-IX)
                   IF KT-STATUS = 'B'
                       PERFORM 2300-TIME-ONE-TICKET
                       ADD 1 TO TKR-BUMPED (TK-IX)
                       ADD SAT-SECS TO TKR-SECS (TK-IX)
                       IF SAT-SECS > TKR-LONGEST (TK-IX)
                           MOVE SAT-SECS TO TKR-LONGEST (TK-IX)
                       END-IF
                   ELSE
                       ADD 1 TO TKR-OPEN (TK-IX)
                   END-IF
               END-IF
           END-IF.

       2200-FIND-TICKET-ROW.
           MOVE 'N' TO TK-FOUND-SW.
           PERFORM VARYING TK-IX FROM 1 BY 1
                   UNTIL TK-IX > TK-ROW-CTR OR TK-FOUND-ROW
               IF TKR-DEPT (TK-IX) = KT-DEPT
                   MOVE 'Y' TO TK-FOUND-SW
               END-IF
           END-PERFORM.
           IF TK-FOUND-ROW
      *    THE VARYING LOOP STOPS ONE PAST THE ROW IT FOUND.
               SUBTRACT 1 FROM TK-IX
           ELSE
               IF TK-ROW-CTR < 21
                   ADD 1 TO TK-ROW-CTR
                   MOVE TK-ROW-CTR TO TK-IX
                   MOVE KT-DEPT TO TKR-DEPT (TK-IX)
                   MOVE 0 TO TKR-FIRED (TK-IX)
                   MOVE 0 TO TKR-BUMPED (TK-IX)
                   MOVE 0 TO TKR-OPEN (TK-IX)
                   MOVE 0 TO TKR-VOIDS (TK-IX)
                   MOVE 0 TO TKR-SECS (TK-IX)
                   MOVE 0 TO TKR-LONGEST (TK-IX)
                   MOVE 'Y' TO TK-FOUND-SW
               END-IF
           END-IF.

       2300-TIME-ONE-TICKET.
      *    SECONDS FROM FIRING TO BUMP -- A TICKET BUMPED AFTER
      *    MIDNIGHT GETS THE DAY ADDED BACK.
           MOVE KT-FIRE-TIME TO CLOCK-TIME.
           COMPUTE FIRE-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
               + CLOCK-SS.
           MOVE KT-BUMP-TIME TO CLOCK-TIME.
           COMPUTE BUMP-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
               + CLOCK-SS.
           IF KT-BUMP-DATE > KT-FIRE-DATE
               ADD 86400 TO BUMP-SECS
           END-IF.
           IF BUMP-SECS < FIRE-SECS
               MOVE 0 TO SAT-SECS
           ELSE
               COMPUTE SAT-SECS = BUMP-SECS - FIRE-SECS
           END-IF.

       3000-PRINT-REPORT.
           DISPLAY "TICKET TIMES FOR " REPORT-DATE.
           DISPLAY "DEPARTMENT            FIRED BUMPED  OPEN VOIDS"
               "  AVG MM:SS  LONGEST".
           PERFORM VARYING TK-IX FROM 1 BY 1
                   UNTIL TK-IX > TK-ROW-CTR
               PERFORM 3100-FIND-DEPT-NAME
               IF TKR-BUMPED (TK-IX) > 0
                   COMPUTE AVG-SECS ROUNDED =
                       TKR-SECS (TK-IX) / TKR-BUMPED (TK-IX)
               ELSE
                   MOVE 0 TO AVG-SECS
               END-IF
               MOVE AVG-SECS TO SHOW-SECS
               PERFORM 3200-EDIT-MMSS
               MOVE MMSS-DP TO AVG-DP
               MOVE TKR-LONGEST (TK-IX) TO SHOW-SECS
               PERFORM 3200-EDIT-MMSS
               MOVE MMSS-DP TO LONG-DP
               DISPLAY DEPT-NAME "  " TKR-FIRED (TK-IX) " "
                   TKR-BUMPED (TK-IX) " " TKR-OPEN (TK-IX) " "
                   TKR-VOIDS (TK-IX) "  " AVG-DP "  " LONG-DP
               ADD TKR-FIRED (TK-IX) TO TOT-FIRED
               ADD TKR-BUMPED (TK-IX) TO TOT-BUMPED
               ADD TKR-OPEN (TK-IX) TO TOT-OPEN
               ADD TKR-VOIDS (TK-IX) TO TOT-VOIDS
               ADD TKR-SECS (TK-IX) TO TOT-SECS
               IF TKR-LONGEST (TK-IX) > TOT-LONGEST
                   MOVE TKR-LONGEST (TK-IX) TO TOT-LONGEST
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------".
           IF TOT-BUMPED > 0
               COMPUTE AVG-SECS ROUNDED = TOT-SECS / TOT-BUMPED
           ELSE
               MOVE 0 TO AVG-SECS
           END-IF.
           MOVE AVG-SECS TO SHOW-SECS.
           PERFORM 3200-EDIT-MMSS.
           MOVE MMSS-DP TO AVG-DP.
           MOVE TOT-LONGEST TO SHOW-SECS.
           PERFORM 3200-EDIT-MMSS.
           MOVE MMSS-DP TO LONG-DP.
           MOVE TOT-FIRED TO CTDP.
           DISPLAY "TICKETS FIRED:        " CTDP.
           MOVE TOT-BUMPED TO CTDP.
           DISPLAY "BUMPED AS DONE:       " CTDP.
           MOVE TOT-OPEN TO CTDP.
           DISPLAY "STILL OPEN:           " CTDP.
           MOVE TOT-VOIDS TO CTDP.
           DISPLAY "VOID TICKETS:         " CTDP.
           DISPLAY "AVERAGE TIME (MM:SS): " AVG-DP.
           DISPLAY "LONGEST TIME (MM:SS): " LONG-DP.

       3100-FIND-DEPT-NAME.
           IF TKR-DEPT (TK-IX) = SPACES
               MOVE "GENERAL" TO DEPT-NAME
           ELSE
               MOVE TKR-DEPT (TK-IX) TO DEPT-NAME
               PERFORM VARYING DT-IX FROM 1 BY 1
                       UNTIL DT-IX > DT-ROW-CTR
                   IF DTR-DEPT (DT-IX) = TKR-DEPT (TK-IX)
                       MOVE DTR-NAME (DT-IX) TO DEPT-NAME
                   END-IF
               END-PERFORM
           END-IF.

       3200-EDIT-MMSS.
           DIVIDE SHOW-SECS BY 60 GIVING SHOW-MIN
               REMAINDER SHOW-SEC.
           MOVE SHOW-MIN TO MIN-DP.
           MOVE SPACES TO MMSS-DP.
           STRING MIN-DP DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SHOW-SEC DELIMITED BY SIZE
               INTO MMSS-DP.

       9999-EXIT.
           STOP RUN.
       END PROGRAM KTKTIME.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Maintenance for AVAIL.DAT, the crew availability
      *          master -- per EMPID and effective date, which
      *          weekdays the person can work, the earliest start and
      *          latest end, and the most hours they will take in a
      *          week. A crew member or supervisor keys it (the
      *          signed-on operator is kept on the row); a row dated
      *          ahead takes over on its effective date, so next
      *          semester's class schedule can go in before it
      *          starts. CREWSCHED and SHIFTSWAP hold assignments to
      *          the row in effect.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL AVAIL-FILE
          ASSIGN TO "C:\Users\ADMIN\AVAIL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AVAIL-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT OPTIONAL SESSION-FILE
          ASSIGN TO "C:\Users\ADMIN\SESSION.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AVAIL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVAIL-REC.
           COPY "AVAIL.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".

       WORKING-STORAGE SECTION.
       01  AVAIL-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  AVAIL-EOF PIC X VALUE 'N'.
           88 AVAIL-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  OPERATOR-ID PIC X(10).
      *    IN-MEMORY COPY OF AVAIL.DAT -- SAME LOAD/REWRITE IDIOM
      *    AS CERTMAINT.
       01  AV-ROW-CTR PIC 9(4) VALUE 0.
       01  AV-FOUND-SW PIC X VALUE 'N'.
           88 AV-FOUND-ROW VALUE 'Y'.
       01  AV-IX PIC 9(4).
       01  AV-DAY-IX PIC 9.
       01  AV-TABLE.
           05  AV-ROW OCCURS 500 TIMES.
               10  AVR-EMPID PIC X(5).
               10  AVR-EFF-DATE PIC 9(8).
               10  AVR-DAY-SW PIC X(1) OCCURS 7 TIMES.
               10  AVR-EARLIEST PIC 9(4).
               10  AVR-LATEST PIC 9(4).
               10  AVR-MAX-HOURS PIC 99.
               10  AVR-KEYED-BY PIC X(10).
       01  WRK-EMPID PIC X(5).
       01  WRK-EFF-DATE PIC 9(8).
       01  WRK-MONTH PIC 99.
       01  WRK-DAY-SW PIC X(1) OCCURS 7 TIMES.
       01  WRK-EARLIEST PIC 9(4).
       01  WRK-LATEST PIC 9(4).
       01  WRK-MAX-HOURS PIC 99.
       01  WRK-HH PIC 99.
       01  WRK-MM PIC 99.
       01  TIME-OK-SW PIC X.
           88 TIME-OK VALUE 'Y'.
       01  DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  DAY-LINE PIC X(7).
       01  LIST-CTR PIC 9(4).
       01  DELETE-ANSWER PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ADOPT-SESSION-OPERATOR.
           DISPLAY "CREW AVAILABILITY MAINTENANCE".
           PERFORM LOAD-AVAIL-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE AVAILABILITY"
               DISPLAY "[L] LIST AVAILABILITY"
               DISPLAY "[D] DELETE A ROW KEYED IN ERROR"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-OR-CHANGE-AVAIL
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-AVAIL
                   WHEN 'D' WHEN 'd'
                       PERFORM DELETE-AVAIL
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ADD-OR-CHANGE-AVAIL.
      *    ONLY AN EMPLOYEE ON THE MASTER AND NOT TERMINATED GETS
      *    AN AVAILABILITY ROW.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           PERFORM READ-EMP-MASTER
           IF EM-EMPID = SPACES
               DISPLAY "NO SUCH EMPLOYEE ON THE MASTER."
           ELSE
           IF EM-STATUS-CODE = 'T'
               DISPLAY "EMPLOYEE IS TERMINATED - NOTHING RECORDED."
           ELSE
               DISPLAY EM-EMPID " " EM-EMPLN " " EM-EMPFN
               DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
               ACCEPT WRK-EFF-DATE
               MOVE WRK-EFF-DATE (5:2) TO WRK-MONTH
               PERFORM UNTIL WRK-MONTH > 0 AND WRK-MONTH < 13
                       AND WRK-EFF-DATE > 19000000
                   DISPLAY "INVALID - ENTER THE DATE AS YYYYMMDD: "
                   ACCEPT WRK-EFF-DATE
                   MOVE WRK-EFF-DATE (5:2) TO WRK-MONTH
               END-PERFORM
               PERFORM TAKE-ONE-WEEKDAY
                   VARYING AV-DAY-IX FROM 1 BY 1
                   UNTIL AV-DAY-IX > 7
               DISPLAY "EARLIEST START (HHMM, 0 = ANY): "
               ACCEPT WRK-EARLIEST
               PERFORM CHECK-EARLIEST
               PERFORM UNTIL TIME-OK
                   DISPLAY "INVALID - ENTER HHMM FROM 0000 TO 2359: "
                   ACCEPT WRK-EARLIEST
                   PERFORM CHECK-EARLIEST
               END-PERFORM
               DISPLAY "LATEST END (HHMM, 0 = ANY): "
               ACCEPT WRK-LATEST
               PERFORM CHECK-LATEST
               PERFORM UNTIL TIME-OK
                   DISPLAY "INVALID - ENTER HHMM UP TO 2400, AFTER "
                       "THE EARLIEST START: "
                   ACCEPT WRK-LATEST
                   PERFORM CHECK-LATEST
               END-PERFORM
               DISPLAY "MAXIMUM HOURS PER WEEK (0 = NO CAP): "
               ACCEPT WRK-MAX-HOURS
               PERFORM FIND-AVAIL-ROW
               IF NOT AV-FOUND-ROW
                   IF AV-ROW-CTR = 500
                       DISPLAY "AVAILABILITY TABLE FULL."
                   ELSE
                       ADD 1 TO AV-ROW-CTR
                       MOVE AV-ROW-CTR TO AV-IX
                       MOVE WRK-EMPID TO AVR-EMPID (AV-IX)
                       MOVE WRK-EFF-DATE TO AVR-EFF-DATE (AV-IX)
                       MOVE 'Y' TO AV-FOUND-SW
                   END-IF
               END-IF
               IF AV-FOUND-ROW
                   PERFORM VARYING AV-DAY-IX FROM 1 BY 1
                           UNTIL AV-DAY-IX > 7
                       MOVE WRK-DAY-SW (AV-DAY-IX)
                           TO AVR-DAY-SW (AV-IX, AV-DAY-IX)
                   END-PERFORM
                   MOVE WRK-EARLIEST TO AVR-EARLIEST (AV-IX)
                   MOVE WRK-LATEST TO AVR-LATEST (AV-IX)
                   MOVE WRK-MAX-HOURS TO AVR-MAX-HOURS (AV-IX)
                   MOVE OPERATOR-ID TO AVR-KEYED-BY (AV-IX)
                   PERFORM REWRITE-AVAIL-FILE
                   DISPLAY "AVAILABILITY SAVED."
               END-IF
           END-IF
           END-IF.

       TAKE-ONE-WEEKDAY.
           DISPLAY "AVAILABLE ON "
               DAY-NAMES ((AV-DAY-IX - 1) * 3 + 1:3) " (Y/N): "
           ACCEPT WRK-DAY-SW (AV-DAY-IX)
           INSPECT WRK-DAY-SW (AV-DAY-IX) CONVERTING "yn" TO "YN"
           PERFORM UNTIL WRK-DAY-SW (AV-DAY-IX) = 'Y'
                   OR WRK-DAY-SW (AV-DAY-IX) = 'N'
               DISPLAY "INVALID - ENTER Y OR N: "
               ACCEPT WRK-DAY-SW (AV-DAY-IX)
               INSPECT WRK-DAY-SW (AV-DAY-IX) CONVERTING "yn" TO "YN"
           END-PERFORM.

       CHECK-EARLIEST.
           DIVIDE WRK-EARLIEST BY 100 GIVING WRK-HH
               REMAINDER WRK-MM.
           MOVE 'Y' TO TIME-OK-SW.
           IF WRK-HH > 23 OR WRK-MM > 59
               MOVE 'N' TO TIME-OK-SW
           END-IF.

       CHECK-LATEST.
      *    2400 IS ALLOWED AS "UNTIL CLOSING AT MIDNIGHT"; AN END
      *    AT OR BEFORE THE START MAKES NO WINDOW AT ALL.
           DIVIDE WRK-LATEST BY 100 GIVING WRK-HH
               REMAINDER WRK-MM.
           MOVE 'Y' TO TIME-OK-SW.
           IF WRK-HH > 24 OR WRK-MM > 59
                   OR (WRK-HH = 24 AND WRK-MM > 0)
               MOVE 'N' TO TIME-OK-SW
           END-IF.
           IF WRK-LATEST > 0 AND WRK-LATEST NOT > WRK-EARLIEST
               MOVE 'N' TO TIME-OK-SW
           END-IF.

       LIST-AVAIL.
           DISPLAY "EMPLOYEE ID (SPACES = EVERYONE): "
           ACCEPT WRK-EMPID
           MOVE 0 TO LIST-CTR
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > AV-ROW-CTR
               IF WRK-EMPID = SPACES
                       OR AVR-EMPID (AV-IX) = WRK-EMPID
                   ADD 1 TO LIST-CTR
                   MOVE SPACES TO DAY-LINE
                   PERFORM VARYING AV-DAY-IX FROM 1 BY 1
                           UNTIL AV-DAY-IX > 7
                       IF AVR-DAY-SW (AV-IX, AV-DAY-IX) = 'Y'
                           MOVE DAY-NAMES ((AV-DAY-IX - 1) * 3 + 1:1)
                               TO DAY-LINE (AV-DAY-IX:1)
                       ELSE
                           MOVE '-' TO DAY-LINE (AV-DAY-IX:1)
                       END-IF
                   END-PERFORM
                   DISPLAY AVR-EMPID (AV-IX) " FROM "
                       AVR-EFF-DATE (AV-IX) " " DAY-LINE " "
                       AVR-EARLIEST (AV-IX) "-" AVR-LATEST (AV-IX)
                       " MAX " AVR-MAX-HOURS (AV-IX) " HRS BY "
                       AVR-KEYED-BY (AV-IX)
               END-IF
           END-PERFORM
           DISPLAY "AVAILABILITY ROWS LISTED: " LIST-CTR.

       DELETE-AVAIL.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           DISPLAY "EFFECTIVE DATE OF THE ROW (YYYYMMDD): "
           ACCEPT WRK-EFF-DATE
           PERFORM FIND-AVAIL-ROW
           IF NOT AV-FOUND-ROW
               DISPLAY "NO SUCH ROW."
           ELSE
               DISPLAY "DELETE THE " AVR-EFF-DATE (AV-IX) " ROW FOR "
                   AVR-EMPID (AV-IX) " (Y/N): "
               ACCEPT DELETE-ANSWER
               IF DELETE-ANSWER = 'Y' OR DELETE-ANSWER = 'y'
                   PERFORM VARYING AV-IX FROM AV-IX BY 1
                           UNTIL AV-IX NOT < AV-ROW-CTR
                       MOVE AV-ROW (AV-IX + 1) TO AV-ROW (AV-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM AV-ROW-CTR
                   PERFORM REWRITE-AVAIL-FILE
                   DISPLAY "ROW DELETED."
               END-IF
           END-IF.

       FIND-AVAIL-ROW.
           MOVE 'N' TO AV-FOUND-SW.
           MOVE 1 TO AV-IX.
           PERFORM UNTIL AV-IX > AV-ROW-CTR OR AV-FOUND-ROW
               IF AVR-EMPID (AV-IX) = WRK-EMPID
                       AND AVR-EFF-DATE (AV-IX) = WRK-EFF-DATE
                   MOVE 'Y' TO AV-FOUND-SW
               ELSE
                   ADD 1 TO AV-IX
               END-IF
           END-PERFORM.

       READ-EMP-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE WRK-EMPID TO EM-EMPID.
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-EMPID
               END-READ
           ELSE
               MOVE SPACES TO EM-EMPID
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.

       LOAD-AVAIL-TABLE.
      *    AVAIL-FILE IS OPTIONAL -- THE VERY FIRST RUN STARTS FROM
      *    AN EMPTY TABLE INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO AV-ROW-CTR.
           MOVE 'N' TO AVAIL-EOF.
           OPEN INPUT AVAIL-FILE.
           IF AVAIL-STATUS = "00"
               READ AVAIL-FILE
                   AT END MOVE 'Y' TO AVAIL-EOF
               END-READ
               PERFORM UNTIL AVAIL-END
                   IF AV-ROW-CTR < 500
                       ADD 1 TO AV-ROW-CTR
                       MOVE AVAIL-REC TO AV-ROW (AV-ROW-CTR)
                   END-IF
                   READ AVAIL-FILE
                       AT END MOVE 'Y' TO AVAIL-EOF
                   END-READ
               END-PERFORM
               CLOSE AVAIL-FILE
           ELSE
               IF AVAIL-STATUS = "05"
                   CLOSE AVAIL-FILE
               END-IF
           END-IF.

       REWRITE-AVAIL-FILE.
           OPEN OUTPUT AVAIL-FILE.
           PERFORM VARYING AV-IX FROM 1 BY 1
                   UNTIL AV-IX > AV-ROW-CTR
               MOVE AV-ROW (AV-IX) TO AVAIL-REC
               WRITE AVAIL-REC
           END-PERFORM.
           CLOSE AVAIL-FILE.

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

       END PROGRAM AVAILMAINT.

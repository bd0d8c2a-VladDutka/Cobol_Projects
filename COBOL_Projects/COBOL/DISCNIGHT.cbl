      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Nightly progressive-discipline run. First seeds
      *          INCIDENT.DAT with every drawer shortage on
      *          DRAWERLED.DAT over the SHOPCONF shortage limit that
      *          is not there yet, then counts each employee's
      *          incidents against the DISCRULE.DAT ladder -- only
      *          incidents inside a level's window of days count
      *          toward it -- and writes a 'D' (due) row to
      *          DISCNOTC.DAT for the highest level reached, unless a
      *          notice at that level or above already went out
      *          inside the same window. Each newly due notice gets a
      *          bordered page on the spool for the supervisor to
      *          serve and record on DISCSERVE. No prompts, so the
      *          nightly job table can CALL it. Day arithmetic uses
      *          the same Y*372+M*31+D serial approximation as
      *          PROBRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCNIGHT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL INCIDENT-FILE
          ASSIGN TO "C:\Users\ADMIN\INCIDENT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INCIDENT-STATUS.
          SELECT OPTIONAL DISCRULE-FILE
          ASSIGN TO "C:\Users\ADMIN\DISCRULE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISCRULE-STATUS.
          SELECT OPTIONAL DISCNOTC-FILE
          ASSIGN TO "C:\Users\ADMIN\DISCNOTC.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISCNOTC-STATUS.
          SELECT OPTIONAL DRAWERLED-FILE
          ASSIGN TO "C:\Users\ADMIN\DRAWERLED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DRAWERLED-STATUS.
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL EMPLOYEE-MASTER-FILE
          ASSIGN TO "C:\Users\ADMIN\EMPMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EM-EMPID
          FILE STATUS IS EM-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INCIDENT-REC.
           COPY "INCIDENT.CPY".
       FD  DISCRULE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISCRULE-REC.
           COPY "DISCRULE.CPY".
       FD  DISCNOTC-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISCNOTC-REC.
           COPY "DISCNOTC.CPY".
      *    SAME DRAWER-LEDGER LINE ORDERTENDER WRITES AT SHIFT CLOSE.
       FD  DRAWERLED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWERLED-REC.
       01  DRAWERLED-REC.
           05  DL-BUSDATE PIC 9(8).
           05  DL-CASHIER-EMPID PIC X(5).
           05  DL-EXPECTED PIC 9(6)V99.
           05  DL-DECLARED PIC 9(6)V99.
           05  DL-OVERSHORT PIC S9(6)V99 SIGN IS LEADING SEPARATE.
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
      *    ONE BORDERED PAGE PER NOTICE FALLEN DUE TONIGHT.
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  INCIDENT-STATUS PIC XX.
       01  DISCRULE-STATUS PIC XX.
       01  DISCNOTC-STATUS PIC XX.
       01  DRAWERLED-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  INCIDENT-EOF PIC X VALUE 'N'.
           88 INCIDENT-END VALUE 'Y'.
       01  DISCRULE-EOF PIC X VALUE 'N'.
           88 DISCRULE-END VALUE 'Y'.
       01  DISCNOTC-EOF PIC X VALUE 'N'.
           88 DISCNOTC-END VALUE 'Y'.
       01  DRAWERLED-EOF PIC X VALUE 'N'.
           88 DRAWERLED-END VALUE 'Y'.
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
       01  TODAY-DATE PIC 9(8).
       01  TODAY-SERIAL PIC 9(7).
      *    A SHORTAGE BIGGER THAN THIS BECOMES AN INCIDENT -- 100.00
      *    UNLESS SHOPCONF SAYS OTHERWISE.
       01  SHORT-LIMIT PIC 9(5)V99 VALUE 100.00.
       01  SHORT-AMT PIC 9(6)V99.
       01  SHORT-AMTDP PIC ZZZ,ZZ9.99.
      *    THE FOUR-STEP LADDER -- SAME BUILT-IN DEFAULTS AS
      *    DISCSERVE, OVERRIDDEN BY WHATEVER IS ON DISCRULE.DAT.
       01  DR-IX PIC 9.
       01  DR-TABLE.
           05  DR-DEFAULTS PIC X(20) VALUE "03030050600709009180".
           05  DR-DEFAULT-ROW REDEFINES DR-DEFAULTS
                   OCCURS 4 TIMES.
               10  DRD-COUNT PIC 9(2).
               10  DRD-WINDOW-DAYS PIC 9(3).
       01  DR-LADDER.
           05  DR-ROW OCCURS 4 TIMES.
               10  DRR-COUNT PIC 9(2).
               10  DRR-WINDOW-DAYS PIC 9(3).
       01  MAX-WINDOW PIC 9(3).
       01  LEVEL-NAME PIC X(16).
       01  LEVEL-MET-SW PIC X.
           88 LEVEL-MET VALUE 'Y'.
      *    IN-MEMORY COPY OF INCIDENT.DAT, EACH ROW WITH ITS DAY
      *    SERIAL. ROWS PAST IC-OLD-CTR ARE TONIGHT'S NEW SEEDING.
       01  IC-ROW-CTR PIC 9(4) VALUE 0.
       01  IC-OLD-CTR PIC 9(4) VALUE 0.
       01  IC-IX PIC 9(4).
       01  IC-FOUND-SW PIC X VALUE 'N'.
           88 IC-FOUND-ROW VALUE 'Y'.
       01  IC-TABLE.
           05  IC-ROW OCCURS 4000 TIMES.
               10  ICR-EMPID PIC X(5).
               10  ICR-DATE PIC 9(8).
               10  ICR-SERIAL PIC 9(7).
               10  ICR-SOURCE PIC X(1).
               10  ICR-TYPE PIC X(1).
               10  ICR-NOTE PIC X(30).
      *    IN-MEMORY COPY OF DISCNOTC.DAT. ROWS PAST NT-OLD-CTR FELL
      *    DUE TONIGHT.
       01  NT-ROW-CTR PIC 9(4) VALUE 0.
       01  NT-OLD-CTR PIC 9(4) VALUE 0.
       01  NT-IX PIC 9(4).
       01  NT-FOUND-SW PIC X VALUE 'N'.
           88 NT-FOUND-ROW VALUE 'Y'.
       01  NT-TABLE.
           05  NT-ROW OCCURS 1000 TIMES.
               10  NTR-EMPID PIC X(5).
               10  NTR-LEVEL PIC 9(1).
               10  NTR-DUE-DATE PIC 9(8).
               10  NTR-INCIDENTS PIC 9(2).
               10  NTR-STATUS PIC X(1).
      *    EMPLOYEES ALREADY WEIGHED TONIGHT.
       01  EP-ROW-CTR PIC 9(4) VALUE 0.
       01  EP-IX PIC 9(4).
       01  EP-FOUND-SW PIC X VALUE 'N'.
           88 EP-FOUND-ROW VALUE 'Y'.
       01  EP-TABLE.
           05  EPR-EMPID PIC X(5) OCCURS 1000 TIMES.
       01  WRK-EMPID PIC X(5).
       01  WINDOW-START PIC S9(7).
       01  INCIDENT-CTR PIC 9(4).
       01  SEEDED-CTR PIC 9(4) VALUE 0.
       01  DUE-CTR PIC 9(4) VALUE 0.
       01  UNSERVED-CTR PIC 9(4) VALUE 0.
      *    DAY-SERIAL WORK FIELDS.
       01  SER-DATE PIC 9(8).
       01  SER-VALUE PIC 9(7).
       01  SER-Y PIC 9(4).
       01  SER-M PIC 99.
       01  SER-D PIC 99.
       01  SER-REST PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "NIGHTLY DISCIPLINE RUN".
           MOVE 0 TO IC-ROW-CTR NT-ROW-CTR EP-ROW-CTR.
           MOVE 0 TO SEEDED-CTR DUE-CTR UNSERVED-CTR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO SER-DATE.
           PERFORM 8000-DATE-SERIAL.
           MOVE SER-VALUE TO TODAY-SERIAL.
           PERFORM 1000-LOAD-LADDER.
           PERFORM 1100-LOAD-SHORT-LIMIT.
           PERFORM 2000-LOAD-INCIDENTS.
           PERFORM 3000-SEED-SHORTAGES.
           PERFORM 4000-LOAD-NOTICES.
           PERFORM 5000-WEIGH-EMPLOYEES.
           PERFORM 6000-WRITE-NEW-NOTICES.
           DISPLAY "SHORTAGE INCIDENTS SEEDED: " SEEDED-CTR.
           DISPLAY "NOTICES FALLEN DUE TONIGHT: " DUE-CTR
               " -- STILL WAITING TO BE SERVED: " UNSERVED-CTR.
           PERFORM 9999-EXIT.

       1000-LOAD-LADDER.
           PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > 4
               MOVE DRD-COUNT (DR-IX) TO DRR-COUNT (DR-IX)
               MOVE DRD-WINDOW-DAYS (DR-IX) TO DRR-WINDOW-DAYS (DR-IX)
           END-PERFORM.
           MOVE 'N' TO DISCRULE-EOF.
           OPEN INPUT DISCRULE-FILE.
           IF DISCRULE-STATUS = "00"
               READ DISCRULE-FILE
                   AT END MOVE 'Y' TO DISCRULE-EOF
               END-READ
               PERFORM UNTIL DISCRULE-END
                   IF DR-LEVEL > 0 AND DR-LEVEL < 5
                       MOVE DR-COUNT TO DRR-COUNT (DR-LEVEL)
                       MOVE DR-WINDOW-DAYS
                           TO DRR-WINDOW-DAYS (DR-LEVEL)
                   END-IF
                   READ DISCRULE-FILE
                       AT END MOVE 'Y' TO DISCRULE-EOF
                   END-READ
               END-PERFORM
               CLOSE DISCRULE-FILE
           ELSE
               IF DISCRULE-STATUS = "05"
                   CLOSE DISCRULE-FILE
               END-IF
           END-IF.
           MOVE 0 TO MAX-WINDOW.
           PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > 4
               IF DRR-WINDOW-DAYS (DR-IX) > MAX-WINDOW
                   MOVE DRR-WINDOW-DAYS (DR-IX) TO MAX-WINDOW
               END-IF
           END-PERFORM.

       1100-LOAD-SHORT-LIMIT.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
                   AT END MOVE 0 TO SC-SHORT-LIMIT
               END-READ
               IF SC-SHORT-LIMIT IS NUMERIC AND SC-SHORT-LIMIT > 0
                   MOVE SC-SHORT-LIMIT TO SHORT-LIMIT
               END-IF
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.

       2000-LOAD-INCIDENTS.
           MOVE 'N' TO INCIDENT-EOF.
           OPEN INPUT INCIDENT-FILE.
           IF INCIDENT-STATUS = "00"
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO INCIDENT-EOF
               END-READ
               PERFORM UNTIL INCIDENT-END
                   IF IC-ROW-CTR < 4000 AND IC-DATE IS NUMERIC
                       ADD 1 TO IC-ROW-CTR
                       MOVE IC-EMPID TO ICR-EMPID (IC-ROW-CTR)
                       MOVE IC-DATE TO ICR-DATE (IC-ROW-CTR)
                       MOVE IC-SOURCE TO ICR-SOURCE (IC-ROW-CTR)
                       MOVE IC-TYPE TO ICR-TYPE (IC-ROW-CTR)
                       MOVE IC-NOTE TO ICR-NOTE (IC-ROW-CTR)
                       MOVE IC-DATE TO SER-DATE
                       PERFORM 8000-DATE-SERIAL
                       MOVE SER-VALUE TO ICR-SERIAL (IC-ROW-CTR)
                   END-IF
                   READ INCIDENT-FILE
                       AT END MOVE 'Y' TO INCIDENT-EOF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           ELSE
               IF INCIDENT-STATUS = "05"
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF.
           MOVE IC-ROW-CTR TO IC-OLD-CTR.

       3000-SEED-SHORTAGES.
      *    ONLY SHORTAGES RECENT ENOUGH TO COUNT TOWARD SOME LEVEL
      *    ARE SEEDED, AND ONE PER CASHIER PER BUSINESS DATE -- THE
      *    SAME NIGHT RERUN, OR THE NEXT NIGHT, FINDS IT ALREADY ON
      *    FILE.
           COMPUTE WINDOW-START = TODAY-SERIAL - MAX-WINDOW.
           MOVE 'N' TO DRAWERLED-EOF.
           OPEN INPUT DRAWERLED-FILE.
           IF DRAWERLED-STATUS = "00"
               READ DRAWERLED-FILE
                   AT END MOVE 'Y' TO DRAWERLED-EOF
               END-READ
               PERFORM UNTIL DRAWERLED-END
                   IF DL-OVERSHORT < 0
                       COMPUTE SHORT-AMT = 0 - DL-OVERSHORT
                       IF SHORT-AMT > SHORT-LIMIT
                               AND DL-BUSDATE NOT > TODAY-DATE
                           MOVE DL-BUSDATE TO SER-DATE
                           PERFORM 8000-DATE-SERIAL
                           IF SER-VALUE > WINDOW-START
                               PERFORM 3100-SEED-ONE-SHORTAGE
                           END-IF
                       END-IF
                   END-IF
                   READ DRAWERLED-FILE
                       AT END MOVE 'Y' TO DRAWERLED-EOF
                   END-READ
               END-PERFORM
               CLOSE DRAWERLED-FILE
           ELSE
               IF DRAWERLED-STATUS = "05"
                   CLOSE DRAWERLED-FILE
               END-IF
           END-IF.
           IF IC-ROW-CTR > IC-OLD-CTR
               OPEN EXTEND INCIDENT-FILE
               COMPUTE IC-IX = IC-OLD-CTR + 1
               PERFORM UNTIL IC-IX > IC-ROW-CTR
                   MOVE ICR-EMPID (IC-IX) TO IC-EMPID
                   MOVE ICR-DATE (IC-IX) TO IC-DATE
                   MOVE ICR-TYPE (IC-IX) TO IC-TYPE
                   MOVE ICR-NOTE (IC-IX) TO IC-NOTE
                   MOVE "DISCNIGHT" TO IC-ENTERED-BY
                   MOVE ICR-SOURCE (IC-IX) TO IC-SOURCE
                   WRITE INCIDENT-REC
                   ADD 1 TO IC-IX
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       3100-SEED-ONE-SHORTAGE.
           MOVE 'N' TO IC-FOUND-SW.
           MOVE 1 TO IC-IX.
           PERFORM UNTIL IC-IX > IC-ROW-CTR OR IC-FOUND-ROW
               IF ICR-EMPID (IC-IX) = DL-CASHIER-EMPID
                       AND ICR-DATE (IC-IX) = DL-BUSDATE
                       AND ICR-SOURCE (IC-IX) = 'D'
                   MOVE 'Y' TO IC-FOUND-SW
               ELSE
                   ADD 1 TO IC-IX
               END-IF
           END-PERFORM.
           IF NOT IC-FOUND-ROW AND IC-ROW-CTR < 4000
               ADD 1 TO IC-ROW-CTR
               ADD 1 TO SEEDED-CTR
               MOVE DL-CASHIER-EMPID TO ICR-EMPID (IC-ROW-CTR)
               MOVE DL-BUSDATE TO ICR-DATE (IC-ROW-CTR)
               MOVE SER-VALUE TO ICR-SERIAL (IC-ROW-CTR)
               MOVE 'D' TO ICR-SOURCE (IC-ROW-CTR)
               MOVE 'C' TO ICR-TYPE (IC-ROW-CTR)
               MOVE SHORT-AMT TO SHORT-AMTDP
               MOVE SPACES TO ICR-NOTE (IC-ROW-CTR)
               STRING "DRAWER SHORT " DELIMITED BY SIZE
                   SHORT-AMTDP DELIMITED BY SIZE
                   INTO ICR-NOTE (IC-ROW-CTR)
           END-IF.

       4000-LOAD-NOTICES.
           MOVE 'N' TO DISCNOTC-EOF.
           OPEN INPUT DISCNOTC-FILE.
           IF DISCNOTC-STATUS = "00"
               READ DISCNOTC-FILE
                   AT END MOVE 'Y' TO DISCNOTC-EOF
               END-READ
               PERFORM UNTIL DISCNOTC-END
                   IF NT-ROW-CTR < 1000
                       ADD 1 TO NT-ROW-CTR
                       MOVE NT-EMPID TO NTR-EMPID (NT-ROW-CTR)
                       MOVE NT-LEVEL TO NTR-LEVEL (NT-ROW-CTR)
                       MOVE NT-DUE-DATE TO NTR-DUE-DATE (NT-ROW-CTR)
                       MOVE NT-INCIDENTS TO NTR-INCIDENTS (NT-ROW-CTR)
                       MOVE NT-STATUS TO NTR-STATUS (NT-ROW-CTR)
                       IF NT-STATUS = 'D'
                           ADD 1 TO UNSERVED-CTR
                       END-IF
                   END-IF
                   READ DISCNOTC-FILE
                       AT END MOVE 'Y' TO DISCNOTC-EOF
                   END-READ
               END-PERFORM
               CLOSE DISCNOTC-FILE
           ELSE
               IF DISCNOTC-STATUS = "05"
                   CLOSE DISCNOTC-FILE
               END-IF
           END-IF.
           MOVE NT-ROW-CTR TO NT-OLD-CTR.

       5000-WEIGH-EMPLOYEES.
      *    EVERY EMPLOYEE WITH AN INCIDENT INSIDE THE WIDEST WINDOW
      *    IS WEIGHED ONCE.
           COMPUTE WINDOW-START = TODAY-SERIAL - MAX-WINDOW.
           PERFORM VARYING IC-IX FROM 1 BY 1 UNTIL IC-IX > IC-ROW-CTR
               IF ICR-SERIAL (IC-IX) > WINDOW-START
                       AND ICR-SERIAL (IC-IX) NOT > TODAY-SERIAL
                   MOVE ICR-EMPID (IC-IX) TO WRK-EMPID
                   PERFORM 5100-FIND-EP-ROW
                   IF NOT EP-FOUND-ROW AND EP-ROW-CTR < 1000
                       ADD 1 TO EP-ROW-CTR
                       MOVE WRK-EMPID TO EPR-EMPID (EP-ROW-CTR)
                       PERFORM 5200-WEIGH-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.

       5100-FIND-EP-ROW.
           MOVE 'N' TO EP-FOUND-SW.
           MOVE 1 TO EP-IX.
           PERFORM UNTIL EP-IX > EP-ROW-CTR OR EP-FOUND-ROW
               IF EPR-EMPID (EP-IX) = WRK-EMPID
                   MOVE 'Y' TO EP-FOUND-SW
               ELSE
                   ADD 1 TO EP-IX
               END-IF
           END-PERFORM.

       5200-WEIGH-ONE-EMPLOYEE.
      *    A SEPARATED EMPLOYEE, OR ONE NO LONGER ON THE MASTER, IS
      *    NOBODY TO SERVE A NOTICE ON -- THE LADDER IS SKIPPED.
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
      *    HIGHEST RUNG FIRST -- THE FIRST LEVEL WHOSE COUNT IS MET
      *    IS THE ONE THAT MATTERS.
           MOVE 'N' TO LEVEL-MET-SW.
           IF EM-EMPID = SPACES OR EM-STATUS-CODE = 'T'
               MOVE 'Y' TO LEVEL-MET-SW
           END-IF.
           PERFORM VARYING DR-IX FROM 4 BY -1
                   UNTIL DR-IX < 1 OR LEVEL-MET
               COMPUTE WINDOW-START = TODAY-SERIAL
                   - DRR-WINDOW-DAYS (DR-IX)
               MOVE 0 TO INCIDENT-CTR
               PERFORM VARYING IC-IX FROM 1 BY 1
                       UNTIL IC-IX > IC-ROW-CTR
                   IF ICR-EMPID (IC-IX) = WRK-EMPID
                           AND ICR-SERIAL (IC-IX) > WINDOW-START
                           AND ICR-SERIAL (IC-IX) NOT > TODAY-SERIAL
                       ADD 1 TO INCIDENT-CTR
                   END-IF
               END-PERFORM
               IF INCIDENT-CTR NOT < DRR-COUNT (DR-IX)
                   MOVE 'Y' TO LEVEL-MET-SW
                   PERFORM 5300-ISSUE-IF-NOT-ISSUED
               END-IF
           END-PERFORM.

       5300-ISSUE-IF-NOT-ISSUED.
      *    A NOTICE AT THIS LEVEL OR ABOVE INSIDE THE SAME WINDOW
      *    ALREADY COVERS THESE INCIDENTS.
           MOVE 'N' TO NT-FOUND-SW.
           MOVE 1 TO NT-IX.
           PERFORM UNTIL NT-IX > NT-ROW-CTR OR NT-FOUND-ROW
               IF NTR-EMPID (NT-IX) = WRK-EMPID
                       AND NTR-LEVEL (NT-IX) NOT < DR-IX
                   MOVE NTR-DUE-DATE (NT-IX) TO SER-DATE
                   PERFORM 8000-DATE-SERIAL
                   IF SER-VALUE > WINDOW-START
                       MOVE 'Y' TO NT-FOUND-SW
                   END-IF
               END-IF
               IF NOT NT-FOUND-ROW
                   ADD 1 TO NT-IX
               END-IF
           END-PERFORM.
           IF NOT NT-FOUND-ROW AND NT-ROW-CTR < 1000
               ADD 1 TO NT-ROW-CTR
               ADD 1 TO DUE-CTR
               ADD 1 TO UNSERVED-CTR
               MOVE WRK-EMPID TO NTR-EMPID (NT-ROW-CTR)
               MOVE DR-IX TO NTR-LEVEL (NT-ROW-CTR)
               MOVE TODAY-DATE TO NTR-DUE-DATE (NT-ROW-CTR)
               IF INCIDENT-CTR > 99
                   MOVE 99 TO NTR-INCIDENTS (NT-ROW-CTR)
               ELSE
                   MOVE INCIDENT-CTR TO NTR-INCIDENTS (NT-ROW-CTR)
               END-IF
               MOVE 'D' TO NTR-STATUS (NT-ROW-CTR)
               PERFORM 5400-SET-LEVEL-NAME
               DISPLAY "DUE: " WRK-EMPID " " EM-EMPLN " " EM-EMPFN
                   " " LEVEL-NAME
           END-IF.

       5400-SET-LEVEL-NAME.
           EVALUATE DR-IX
               WHEN 1 MOVE "VERBAL WARNING" TO LEVEL-NAME
               WHEN 2 MOVE "WRITTEN WARNING" TO LEVEL-NAME
               WHEN 3 MOVE "SUSPENSION" TO LEVEL-NAME
               WHEN OTHER MOVE "FINAL WARNING" TO LEVEL-NAME
           END-EVALUATE.

       6000-WRITE-NEW-NOTICES.
           IF NT-ROW-CTR > NT-OLD-CTR
               MOVE SPACES TO SPOOL-NAME
               STRING "C:\Users\ADMIN\DISC_" DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                   ".SPL" DELIMITED BY SIZE
                   INTO SPOOL-NAME
               OPEN OUTPUT SPOOL-FILE
               OPEN EXTEND DISCNOTC-FILE
               COMPUTE NT-IX = NT-OLD-CTR + 1
               PERFORM UNTIL NT-IX > NT-ROW-CTR
                   MOVE NTR-EMPID (NT-IX) TO NT-EMPID
                   MOVE NTR-LEVEL (NT-IX) TO NT-LEVEL
                   MOVE NTR-DUE-DATE (NT-IX) TO NT-DUE-DATE
                   MOVE NTR-INCIDENTS (NT-IX) TO NT-INCIDENTS
                   MOVE 'D' TO NT-STATUS
                   MOVE 0 TO NT-SERVED-DATE
                   MOVE SPACES TO NT-SERVED-BY
                   WRITE DISCNOTC-REC
                   PERFORM 6100-PRINT-NOTICE
                   ADD 1 TO NT-IX
               END-PERFORM
               CLOSE DISCNOTC-FILE
               CLOSE SPOOL-FILE
               DISPLAY "NOTICES SPOOLED TO " SPOOL-NAME
           END-IF.

       6100-PRINT-NOTICE.
      *    A BORDERED, PRINT-READY PAGE PER NOTICE -- SAME MOVE ALL
      *    BORDERING AS TARDYRPT'S WARNING LETTER -- LISTING THE
      *    INCIDENTS INSIDE THE LEVEL'S WINDOW.
           MOVE NTR-LEVEL (NT-IX) TO DR-IX.
           PERFORM 5400-SET-LEVEL-NAME.
           COMPUTE WINDOW-START = TODAY-SERIAL
               - DRR-WINDOW-DAYS (DR-IX).
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "* DISCIPLINARY NOTICE - " DELIMITED BY SIZE
               LEVEL-NAME DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "| EMPLOYEE " DELIMITED BY SIZE
               NTR-EMPID (NT-IX) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               NTR-INCIDENTS (NT-IX) DELIMITED BY SIZE
               " INCIDENT(S) IN THE LAST " DELIMITED BY SIZE
               DRR-WINDOW-DAYS (DR-IX) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           PERFORM VARYING IC-IX FROM 1 BY 1 UNTIL IC-IX > IC-ROW-CTR
               IF ICR-EMPID (IC-IX) = NTR-EMPID (NT-IX)
                       AND ICR-SERIAL (IC-IX) > WINDOW-START
                       AND ICR-SERIAL (IC-IX) NOT > TODAY-SERIAL
                   MOVE SPACES TO PRT-LINE
                   STRING "|   " DELIMITED BY SIZE
                       ICR-DATE (IC-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ICR-TYPE (IC-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ICR-NOTE (IC-IX) DELIMITED BY SIZE
                       INTO PRT-LINE
                   WRITE SPOOL-LINE FROM PRT-LINE
               END-IF
           END-PERFORM.
           MOVE "| TO BE SERVED BY THE SUPERVISOR AND RECORDED." TO
               PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE "| SERVED BY: ____________  DATE: ________  "
               TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           MOVE ALL '*' TO PRT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.

       8000-DATE-SERIAL.
           DIVIDE SER-DATE BY 10000 GIVING SER-Y REMAINDER SER-REST.
           DIVIDE SER-REST BY 100 GIVING SER-M REMAINDER SER-D.
           IF SER-M = 0
               MOVE 1 TO SER-M
           END-IF.
           COMPUTE SER-VALUE = SER-Y * 372 + (SER-M - 1) * 31
               + SER-D.

       9999-EXIT.
           GOBACK.
       END PROGRAM DISCNIGHT.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose:QUIZ 1
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL CKPT-FILE
          ASSIGN TO "C:\Users\ADMIN\QUIZ1CKPT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CKPT-STATUS.
          SELECT GRADES-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDENTGRADES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SUBJECT-FILE
          ASSIGN TO "C:\Users\ADMIN\SUBJECT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUBJECT-STATUS.
          SELECT OPTIONAL GWABRKT-FILE
          ASSIGN TO "C:\Users\ADMIN\GWABRKT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GWA-STATUS.
          SELECT OPTIONAL TERMCTL-FILE
          ASSIGN TO "C:\Users\ADMIN\TERMCTL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TERMCTL-STATUS.
          SELECT OPTIONAL STUDREG-FILE
          ASSIGN TO "C:\Users\ADMIN\STUDREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STUDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    QUIZ1CKPT.DAT REMEMBERS THE LAST MENU CHOICE ACTED ON, SO
      *    THE MENU CAN TELL THE OPERATOR WHERE A DROPPED SESSION LEFT
      *    OFF INSTEAD OF FORCING A RESTART FROM THE TOP OF THE MENU.
       FD  CKPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CKPT-REC.
       01  CKPT-REC PIC X(1).
      *    SHARED WITH READY -- EVERY COMPLETED EQUIVALENT LOOKUP GETS
      *    APPENDED HERE INSTEAD OF VANISHING WITH THE SCREEN.
       FD  GRADES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-REC.
           COPY "GRADEREC.CPY".
      *    SHARED WITH READY AND FINALGWA -- THE REGISTRAR'S CUTOFFS
      *    LIVE IN ONE FILE INSTEAD OF THREE HAND-COPIED IF CHAINS.
       FD  GWABRKT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GWA-BRACKET-REC.
           COPY "GWABRKT.CPY".
      *    THE SUBJECT MASTER SUBJMAINT KEEPS -- A GRADE IS ONLY
      *    SAVED UNDER A SUBJECT CODE THAT IS ON IT.
       FD  SUBJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUBJECT-REC.
           COPY "SUBJECT.CPY".
      *    THE TERM CONTROL FILE TERMCLOSE KEEPS -- NO GRADE IS SAVED
      *    INTO A TERM THAT HAS BEEN CLOSED.
       FD  TERMCTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERMCTL-REC.
           COPY "TERMCTL.CPY".
      *    THE STUDENT REGISTRY STUDMAINT KEEPS -- THE NAME COMES
      *    FROM HERE, AND NO GRADE IS SAVED FOR A NUMBER NOT ON IT.
       FD  STUDREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDREG-REC.
           COPY "STUDREG.CPY".
       WORKING-STORAGE SECTION.
       01  CHOICE PIC X9.
       01  GETCHE PIC Z.
       01  CKPT-STATUS PIC XX.
       01  GWA-REMARK PIC X(10).
       01  GWA-STATUS PIC XX.
       01  GWA-EOF PIC X VALUE 'N'.
           88 GWA-END VALUE 'Y'.
       01  GWA-CTR PIC 99 VALUE 0.
       01  GWA-IX PIC 99.
       01  GWA-FOUND-SW PIC X VALUE 'N'.
           88 GWA-FOUND VALUE 'Y'.
       01  GWA-TABLE.
           05  GWA-ROW OCCURS 20 TIMES.
               10  GW-LOW PIC 999V99.
               10  GW-HIGH PIC 999V99.
               10  GW-REMARK PIC X(10).
      *=================================================================
       01  SNUM PIC X(18).
       01  SNAME PIC A(20).
       01  TERM-CODE PIC X(5).
       01  SUBJ-CODE PIC X(8).
       01  SUBJECT-STATUS PIC XX.
       01  SUBJECT-EOF PIC X VALUE 'N'.
           88 SUBJECT-END VALUE 'Y'.
       01  TERMCTL-STATUS PIC XX.
       01  TERMCTL-EOF PIC X VALUE 'N'.
           88 TERMCTL-END VALUE 'Y'.
       01  TERM-OPEN-SW PIC X VALUE 'Y'.
           88 TERM-OPEN VALUE 'Y'.
       01  STUDREG-STATUS PIC XX.
       01  STUDREG-EOF PIC X VALUE 'N'.
           88 STUDREG-END VALUE 'Y'.
       01  SR-FOUND-SW PIC X VALUE 'N'.
           88 SR-FOUND-ROW VALUE 'Y'.
       01  STUDENT-STATUS PIC X.
       01  SJ-ROW-CTR PIC 9(3) VALUE 0.
       01  SJ-IX PIC 9(3).
       01  SJ-FOUND-SW PIC X VALUE 'N'.
           88 SJ-FOUND-ROW VALUE 'Y'.
       01  SJ-TABLE.
           05  SJR-CODE PIC X(8) OCCURS 300 TIMES.
       01  MID PIC 99.
       01  MIDDP PIC Z9.
       01  PREL PIC 99.
       01  PRELDP PIC Z9.
       01  FIN PIC 99.
       01  FINDP PIC Z9.
       01  AVE PIC 99V99.
       01  AVEDP PIC Z9.99.

       SCREEN SECTION.
       01  CLEARSCREEN.
         02 BLANK SCREEN.
       PROCEDURE DIVISION.
       MAINMENU.
           PERFORM SHOW-CKPT.
           PERFORM UNTIL CHOICE = 3
           DISPLAY CLEARSCREEN
           DISPLAY "M A I N  M E N U" AT 0454
           DISPLAY "[A] COMPUTE AVERAGE" AT 1048
           DISPLAY "[B] GRADES EQUIVALENT" AT 1248
           DISPLAY "[C] EXIT" AT 1448

           DISPLAY "ENTER YOUR CHOICE: " AT 2051
           ACCEPT CHOICE AT 2071

           EVALUATE CHOICE

           WHEN 'A' WHEN 'a'
           PERFORM CALCULATEGWA
           DISPLAY "AVERAGE: " AT 1648 AVEDP AT 1670
           MOVE AVEDP TO AVE
           PERFORM SAVE-CKPT
           PERFORM GETCH

           WHEN 'B' WHEN 'b'
           PERFORM EQUIVS
           PERFORM SAVE-CKPT
           PERFORM GETCH

           WHEN 'C' WHEN 'c'
           PERFORM EXT

      *    INVALID INPUT JUST FALLS BACK INTO THE PERFORM UNTIL ABOVE
      *    TO RE-PROMPT -- IT USED TO PERFORM MAINMENU HERE, WHICH
      *    NESTED A WHOLE NEW COPY OF THIS LOOP INSIDE THE ONE ALREADY
      *    RUNNING.
           WHEN OTHER
           DISPLAY "INVALID" AT 2458
           END-EVALUATE
           END-PERFORM.

       SHOW-CKPT.
      *    IF A CHECKPOINT WAS LEFT BY AN EARLIER SESSION, TELL THE
      *    OPERATOR WHAT THE LAST ACTION RUN WAS BEFORE THE MENU
      *    REDRAWS -- A DROPPED TERMINAL NO LONGER MEANS STARTING
      *    BLIND.
           OPEN INPUT CKPT-FILE
           IF CKPT-STATUS = "00"
               READ CKPT-FILE
               IF CKPT-STATUS = "00"
                   DISPLAY "RESUMING - LAST ACTION WAS OPTION: "
                       CKPT-REC
               END-IF
               CLOSE CKPT-FILE
           END-IF.

       SAVE-CKPT.
      *    RECORD THE OPTION JUST COMPLETED SO THE NEXT SESSION CAN
      *    PICK UP FROM HERE EVEN IF THIS ONE ENDS WITHOUT REACHING
      *    OPTION [C] EXIT.
           OPEN OUTPUT CKPT-FILE
           MOVE CHOICE TO CKPT-REC
           WRITE CKPT-REC
           CLOSE CKPT-FILE.


       CALCULATEGWA.
           DISPLAY CLEARSCREEN.
           DISPLAY "CALCULATE  AVERAGE" AT 0452

           DISPLAY "STUDENT NUMBER:" AT 0648
           ACCEPT SNUM AT 0670.
      *    THE NAME IS THE REGISTRY'S -- RE-ENTER A NUMBER NOT ON IT,
      *    OR LEAVE IT BLANK AND THE GRADE WILL NOT BE SAVED.
           PERFORM FIND-STUDENT.
           PERFORM UNTIL SR-FOUND-ROW OR SNUM = SPACES
               DISPLAY "NOT ON THE STUDENT REGISTRY - RE-ENTER, "
                   "BLANK TO SKIP:" AT 0710
               MOVE SPACES TO SNUM
               ACCEPT SNUM AT 0670
               PERFORM FIND-STUDENT
           END-PERFORM.
           DISPLAY "STUDENT NAME:" AT 0848
           DISPLAY SNAME AT 0870.
           IF SR-FOUND-ROW AND STUDENT-STATUS NOT = 'E'
               DISPLAY "NOTE - STUDENT IS NOT ENROLLED, STATUS: "
                   AT 0910 STUDENT-STATUS AT 0950
           END-IF.

           DISPLAY "INPUT PRELIM GRADE: " AT 1048
           ACCEPT PRELDP AT 1070
           MOVE PRELDP TO PREL.

           DISPLAY "INPUT MIDTERM GRADE: " AT 1248
           ACCEPT MIDDP AT 1270
           MOVE MIDDP TO MID.

           DISPLAY "INPUT FINALS GRADE: " AT 1448
           ACCEPT FINDP AT 1470
           MOVE FINDP TO FIN.

      *    THE TERM AND SUBJECT RIDE WITH THE COMPUTATION SO THE
      *    TRANSCRIPT CAN GROUP A STUDENT'S ROWS BY TERM.
           DISPLAY "TERM:" AT 1548
           ACCEPT TERM-CODE AT 1555
           DISPLAY "SUBJ:" AT 1562
           ACCEPT SUBJ-CODE AT 1570.
      *    THE SUBJECT MUST BE ON THE SUBJECT MASTER -- RE-ENTER IT,
      *    OR LEAVE IT BLANK AND THE GRADE WILL NOT BE SAVED.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM FIND-SUBJECT.
           PERFORM UNTIL SJ-FOUND-ROW OR SUBJ-CODE = SPACES
               DISPLAY "SUBJECT NOT ON FILE - RE-ENTER, BLANK TO SKIP:"
                   AT 1810
               MOVE SPACES TO SUBJ-CODE
               ACCEPT SUBJ-CODE AT 1570
               PERFORM FIND-SUBJECT
           END-PERFORM.
           PERFORM CHECK-TERM-OPEN.
           IF NOT TERM-OPEN
               DISPLAY "TERM IS CLOSED - THE GRADE WILL NOT BE SAVED."
                   AT 1910
           END-IF.

           COMPUTE AVEDP = PREL * 0.3 + MID * 0.3 + FIN * 0.4.

       EQUIVS.
           DISPLAY CLEARSCREEN
           DISPLAY "GENERAL WEIGHTED AVERAGE:" AT 1048
           DISPLAY AVEDP AT 1075
           MOVE AVEDP TO AVE

           PERFORM LOAD-GWA-TABLE
           PERFORM LOOKUP-GWA
           IF GWA-REMARK = "FAILED"
               DISPLAY "EQUIVALENT OF GWA IS 5.00" AT 1248
               DISPLAY "REMARKS: YOU FAILED!" AT 1448
           ELSE
               DISPLAY "EQUIVALENT OF GWA IS " GWA-REMARK AT 1248
               DISPLAY "REMARKS: YOU PASSED!" AT 1448
           END-IF.
           PERFORM SAVE-GRADE.

       LOAD-GWA-TABLE.
      *    SAME LOAD-INTO-OCCURS-TABLE IDIOM AS QUIZ_FILEHANDLING'S
      *    CONTRIB-TABLE -- READ GWABRKT.DAT ONCE AT STARTUP. THE FILE
      *    IS OPTIONAL LIKE CKPT-FILE'S CHECKPOINT -- IF IT IS MISSING
      *    THE TABLE JUST STAYS EMPTY AND LOOKUP-GWA FALLS THROUGH TO
      *    "FAILED" INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO GWA-CTR.
           MOVE 'N' TO GWA-EOF.
           OPEN INPUT GWABRKT-FILE.
           IF GWA-STATUS = "00"
               READ GWABRKT-FILE
                   AT END MOVE 'Y' TO GWA-EOF
               END-READ
               PERFORM UNTIL GWA-END
                   ADD 1 TO GWA-CTR
                   MOVE GB-LOW TO GW-LOW (GWA-CTR)
                   MOVE GB-HIGH TO GW-HIGH (GWA-CTR)
                   MOVE GB-REMARK TO GW-REMARK (GWA-CTR)
                   READ GWABRKT-FILE
                       AT END MOVE 'Y' TO GWA-EOF
                   END-READ
               END-PERFORM
               CLOSE GWABRKT-FILE
           END-IF.

       LOOKUP-GWA.
      *    FIND THE ROW WHOSE BAND AVE FALLS INTO; NO MATCH MEANS
      *    BELOW EVERY PASSING BAND.
           MOVE 1 TO GWA-IX.
           MOVE 'N' TO GWA-FOUND-SW.
           PERFORM UNTIL GWA-IX > GWA-CTR OR GWA-FOUND
               IF AVE <= GW-HIGH (GWA-IX) AND AVE >= GW-LOW (GWA-IX)
                   MOVE GW-REMARK (GWA-IX) TO GWA-REMARK
                   MOVE 'Y' TO GWA-FOUND-SW
               ELSE
                   ADD 1 TO GWA-IX
               END-IF
           END-PERFORM.
           IF NOT GWA-FOUND
               MOVE "FAILED" TO GWA-REMARK
           END-IF.

       SAVE-GRADE.
      *    APPEND THIS COMPUTATION TO THE SHARED STUDENT-GRADES FILE
      *    SO A SEMESTER'S WORTH ACCUMULATES INSTEAD OF VANISHING WITH
      *    THE SCREEN.
      *    A SUBJECT NOT ON THE SUBJECT MASTER IS NOT SAVED, AND
      *    NEITHER IS A GRADE FOR A CLOSED TERM OR FOR A STUDENT
      *    NOT ON THE REGISTRY.
           PERFORM CHECK-TERM-OPEN.
           IF NOT TERM-OPEN
               DISPLAY "TERM IS CLOSED - GRADE NOT SAVED." AT 2310
           ELSE
           IF NOT SR-FOUND-ROW
               DISPLAY "STUDENT NOT ON REGISTRY - GRADE NOT SAVED."
                   AT 2310
           ELSE
               IF SJ-FOUND-ROW
                   OPEN EXTEND GRADES-FILE
                   MOVE SNUM TO GR-SNUM
                   MOVE SNAME TO GR-SNAME
                   MOVE PREL TO GR-PREL
                   MOVE MID TO GR-MID
                   MOVE FIN TO GR-FIN
                   MOVE AVE TO GR-AVE
                   MOVE GWA-REMARK TO GR-REMARK
                   MOVE TERM-CODE TO GR-TERM
                   MOVE SUBJ-CODE TO GR-SUBJ
                   MOVE 0 TO GR-INC-DEADLINE
                   MOVE 0 TO GR-RESOLVED
                   MOVE SPACES TO GR-RESOLUTION
                   WRITE GRADE-REC
                   CLOSE GRADES-FILE
               ELSE
                   DISPLAY "NO SUBJECT ON FILE - GRADE NOT SAVED."
                       AT 2310
               END-IF
           END-IF
           END-IF.

       LOAD-SUBJECT-TABLE.
      *    SAME LOAD-INTO-OCCURS-TABLE IDIOM AS LOAD-GWA-TABLE -- A
      *    MISSING SUBJECT.DAT LEAVES THE TABLE EMPTY, AND NO GRADE
      *    CAN BE SAVED UNTIL THE SUBJECTS ARE SET UP IN SUBJMAINT.
           MOVE 0 TO SJ-ROW-CTR.
           MOVE 'N' TO SUBJECT-EOF.
           OPEN INPUT SUBJECT-FILE.
           IF SUBJECT-STATUS = "00"
               READ SUBJECT-FILE
                   AT END MOVE 'Y' TO SUBJECT-EOF
               END-READ
               PERFORM UNTIL SUBJECT-END
                   IF SJ-ROW-CTR < 300
                       ADD 1 TO SJ-ROW-CTR
                       MOVE SJ-CODE TO SJR-CODE (SJ-ROW-CTR)
                   END-IF
                   READ SUBJECT-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           END-IF.

       CHECK-TERM-OPEN.
      *    A TERM NOT ON TERMCTL.DAT IS STILL OPEN; THE LAST ROW FOR
      *    THE TERM SAYS WHETHER IT WAS CLOSED.
           MOVE 'Y' TO TERM-OPEN-SW.
           MOVE 'N' TO TERMCTL-EOF.
           OPEN INPUT TERMCTL-FILE.
           IF TERMCTL-STATUS = "00"
               READ TERMCTL-FILE
                   AT END MOVE 'Y' TO TERMCTL-EOF
               END-READ
               PERFORM UNTIL TERMCTL-END
                   IF TC-TERM = TERM-CODE
                       IF TC-STATUS = 'C'
                           MOVE 'N' TO TERM-OPEN-SW
                       ELSE
                           MOVE 'Y' TO TERM-OPEN-SW
                       END-IF
                   END-IF
                   READ TERMCTL-FILE
                       AT END MOVE 'Y' TO TERMCTL-EOF
                   END-READ
               END-PERFORM
               CLOSE TERMCTL-FILE
           ELSE
               IF TERMCTL-STATUS = "05"
                   CLOSE TERMCTL-FILE
               END-IF
           END-IF.

       FIND-STUDENT.
      *    READ STUDREG.DAT THROUGH FOR THE NUMBER KEYED -- A MISSING
      *    REGISTRY FINDS NOBODY, SO NOTHING CAN BE SAVED UNTIL THE
      *    STUDENTS ARE ENROLLED IN STUDMAINT.
           MOVE 'N' TO SR-FOUND-SW.
           MOVE SPACES TO SNAME.
           MOVE SPACE TO STUDENT-STATUS.
           MOVE 'N' TO STUDREG-EOF.
           OPEN INPUT STUDREG-FILE.
           IF STUDREG-STATUS = "00"
               READ STUDREG-FILE
                   AT END MOVE 'Y' TO STUDREG-EOF
               END-READ
               PERFORM UNTIL STUDREG-END OR SR-FOUND-ROW
                   IF SR-SNUM = SNUM AND SNUM NOT = SPACES
                       MOVE 'Y' TO SR-FOUND-SW
                       MOVE SR-SNAME TO SNAME
                       MOVE SR-STATUS TO STUDENT-STATUS
                   ELSE
                       READ STUDREG-FILE
                           AT END MOVE 'Y' TO STUDREG-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE STUDREG-FILE
           ELSE
               IF STUDREG-STATUS = "05"
                   CLOSE STUDREG-FILE
               END-IF
           END-IF.

       FIND-SUBJECT.
           MOVE 1 TO SJ-IX.
           MOVE 'N' TO SJ-FOUND-SW.
           PERFORM UNTIL SJ-IX > SJ-ROW-CTR OR SJ-FOUND-ROW
               IF SJR-CODE (SJ-IX) = SUBJ-CODE
                   MOVE 'Y' TO SJ-FOUND-SW
               ELSE
                   ADD 1 TO SJ-IX
               END-IF
           END-PERFORM.

       GETCH.
           DISPLAY "ENTER TO CONTINUE..." AT 2651
           ACCEPT GETCHE.
       EXT.
           STOP RUN.


       END PROGRAM QUIZ1.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Loyalty member maintenance -- enroll a member on
      *          LOYMEM.DAT (the next free member number is issued),
      *          change a member's name, contact or status, and list
      *          the members with their points. The points themselves
      *          only move through ORDERTENDER, so nobody can key a
      *          balance in here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL LOYMEM-FILE
          ASSIGN TO "C:\Users\ADMIN\LOYMEM.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LM-MEMBER-NO
          FILE STATUS IS LOYMEM-STATUS.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYMEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOYMEM-REC.
           COPY "LOYMEM.CPY".
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  LOYMEM-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  LOYMEM-EOF PIC X VALUE 'N'.
           88 LOYMEM-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  BUSINESS-DATE PIC 9(8).
      *    LOYMEM.DAT IS KEYED BY MEMBER NUMBER -- EACH ENROLLMENT OR
      *    CHANGE READS AND WRITES JUST THAT ROW, SO A TILL POSTING
      *    POINTS AT THE SAME TIME IS NEVER OVERWRITTEN.
       01  LM-FOUND-SW PIC X VALUE 'N'.
           88 LM-FOUND-ROW VALUE 'Y'.
       01  LM-OPEN-SW PIC X VALUE 'N'.
           88 LM-FILE-OPEN VALUE 'Y'.
       01  LM-ROW-CTR PIC 9(5) VALUE 0.
       01  LM-MAX-NO PIC 9(6) VALUE 0.
       01  WRK-MEMBER-NO PIC 9(6).
       01  ACTIVE-CTR PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOYALTY MEMBER MAINTENANCE".
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[E] ENROLL A NEW MEMBER"
               DISPLAY "[C] CHANGE A MEMBER"
               DISPLAY "[L] LIST MEMBERS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'E' WHEN 'e'
                       PERFORM ENROLL-MEMBER
                   WHEN 'C' WHEN 'c'
                       PERFORM CHANGE-MEMBER
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-MEMBERS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ENROLL-MEMBER.
      *    A NEW MEMBER STARTS AT ZERO POINTS ON THE BUSINESS DATE
      *    -- THE CARD NUMBER IS ISSUED, NEVER TYPED.
           PERFORM OPEN-LOYMEM-FOR-ADD.
           IF NOT LM-FILE-OPEN
               DISPLAY "MEMBER FILE NOT AVAILABLE - STATUS "
                   LOYMEM-STATUS "."
           ELSE
               MOVE SPACES TO LOYMEM-REC
               ADD 1 TO LM-MAX-NO
               MOVE LM-MAX-NO TO LM-MEMBER-NO
               DISPLAY "MEMBER NAME: "
               ACCEPT LM-NAME
               PERFORM UNTIL LM-NAME NOT = SPACES
                   DISPLAY "INVALID - THE NAME IS REQUIRED: "
                   ACCEPT LM-NAME
               END-PERFORM
               DISPLAY "CONTACT NUMBER: "
               ACCEPT LM-CONTACT
               MOVE 0 TO LM-POINTS
               MOVE 0 TO LM-LIFETIME
               MOVE BUSINESS-DATE TO LM-ENROLL-DATE
               MOVE 'A' TO LM-ACTIVE
               WRITE LOYMEM-REC
                   INVALID KEY
                       DISPLAY "MEMBER FILE STATUS " LOYMEM-STATUS
                           " - NOT ENROLLED."
                   NOT INVALID KEY
                       DISPLAY "ENROLLED - MEMBER NUMBER " LM-MAX-NO
               END-WRITE
           END-IF.
           PERFORM CLOSE-LOYMEM-FILE.

       CHANGE-MEMBER.
           DISPLAY "MEMBER NUMBER: "
           ACCEPT WRK-MEMBER-NO
           PERFORM READ-LOYMEM-RECORD
           IF NOT LM-FOUND-ROW
               DISPLAY "NO SUCH MEMBER."
           ELSE
               DISPLAY LM-MEMBER-NO " " LM-NAME
                   " " LM-CONTACT " POINTS "
                   LM-POINTS
               DISPLAY "MEMBER NAME: "
               ACCEPT LM-NAME
               PERFORM UNTIL LM-NAME NOT = SPACES
                   DISPLAY "INVALID - THE NAME IS REQUIRED: "
                   ACCEPT LM-NAME
               END-PERFORM
               DISPLAY "CONTACT NUMBER: "
               ACCEPT LM-CONTACT
               DISPLAY "STATUS - [A]CTIVE [C]LOSED: "
               ACCEPT LM-ACTIVE
               INSPECT LM-ACTIVE CONVERTING "ac" TO "AC"
               PERFORM UNTIL LM-ACTIVE = 'A'
                       OR LM-ACTIVE = 'C'
                   DISPLAY "INVALID - ENTER A OR C: "
                   ACCEPT LM-ACTIVE
                   INSPECT LM-ACTIVE CONVERTING "ac" TO "AC"
               END-PERFORM
               REWRITE LOYMEM-REC
                   INVALID KEY
                       DISPLAY "MEMBER FILE STATUS " LOYMEM-STATUS
                           " - NOT SAVED."
                   NOT INVALID KEY
                       DISPLAY "MEMBER SAVED."
               END-REWRITE
           END-IF
           PERFORM CLOSE-LOYMEM-FILE.

       LIST-MEMBERS.
      *    THE FILE READS BACK IN MEMBER-NUMBER ORDER.
           MOVE 0 TO LM-ROW-CTR.
           MOVE 0 TO ACTIVE-CTR.
           MOVE 'N' TO LOYMEM-EOF.
           DISPLAY "MEMBER NAME                      ENROLLED "
               "  POINTS LIFETIME".
           OPEN INPUT LOYMEM-FILE.
           IF LOYMEM-STATUS = "00"
               READ LOYMEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOYMEM-EOF
               END-READ
               PERFORM UNTIL LOYMEM-END
                   ADD 1 TO LM-ROW-CTR
                   IF LM-ACTIVE = 'A'
                       ADD 1 TO ACTIVE-CTR
                   END-IF
                   DISPLAY LM-MEMBER-NO " "
                       LM-NAME " ["
                       LM-ACTIVE "] "
                       LM-ENROLL-DATE " "
                       LM-POINTS " "
                       LM-LIFETIME
                   READ LOYMEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LOYMEM-EOF
                   END-READ
               END-PERFORM
               CLOSE LOYMEM-FILE
           ELSE
               IF LOYMEM-STATUS = "05"
                   CLOSE LOYMEM-FILE
               END-IF
           END-IF.
           DISPLAY "MEMBERS ON FILE: " LM-ROW-CTR
               "  ACTIVE: " ACTIVE-CTR.

       READ-LOYMEM-RECORD.
      *    LOYMEM-FILE IS OPTIONAL -- THE VERY FIRST RUN CREATES IT ON
      *    THE OPEN INSTEAD OF ABENDING. THE CALLER REWRITES THE ROW
      *    AND CLOSES THE FILE.
           MOVE 'N' TO LM-FOUND-SW.
           MOVE 'N' TO LM-OPEN-SW.
           OPEN I-O LOYMEM-FILE.
           IF LOYMEM-STATUS = "00" OR LOYMEM-STATUS = "05"
               MOVE 'Y' TO LM-OPEN-SW
               MOVE WRK-MEMBER-NO TO LM-MEMBER-NO
               READ LOYMEM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO LM-FOUND-SW
               END-READ
           END-IF.

       OPEN-LOYMEM-FOR-ADD.
      *    THE FILE COMES BACK IN MEMBER-NUMBER ORDER, SO THE LAST
      *    ROW READ CARRIES THE HIGHEST NUMBER ISSUED SO FAR. THE
      *    FILE IS LEFT OPEN FOR THE CALLER'S WRITE.
           MOVE 0 TO LM-MAX-NO.
           MOVE 'N' TO LM-OPEN-SW.
           MOVE 'N' TO LOYMEM-EOF.
           OPEN I-O LOYMEM-FILE.
           IF LOYMEM-STATUS = "00" OR LOYMEM-STATUS = "05"
               MOVE 'Y' TO LM-OPEN-SW
               READ LOYMEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOYMEM-EOF
               END-READ
               PERFORM UNTIL LOYMEM-END
                   MOVE LM-MEMBER-NO TO LM-MAX-NO
                   READ LOYMEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO LOYMEM-EOF
                   END-READ
               END-PERFORM
           END-IF.

       CLOSE-LOYMEM-FILE.
           IF LM-FILE-OPEN
               CLOSE LOYMEM-FILE
               MOVE 'N' TO LM-OPEN-SW
           END-IF.

       LOAD-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
               END-READ
               IF BD-BUSINESS-DATE > 0
                   MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.
       END PROGRAM LOYMAINT.

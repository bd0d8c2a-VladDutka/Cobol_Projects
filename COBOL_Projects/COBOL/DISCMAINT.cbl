      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Incident entry for the progressive-discipline
      *          tracker -- key a tardy, absence, no-call/no-show,
      *          cash shortage or other incident against an employee
      *          into INCIDENT.DAT with a note and the signed-on
      *          operator, and list an employee's incidents whatever
      *          their source (keyed here, seeded by TARDYRPT, or
      *          seeded off the drawer ledger by DISCNIGHT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMAINT.
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
       FD  INCIDENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INCIDENT-REC.
           COPY "INCIDENT.CPY".
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EMPLOYEE-MASTER-REC.
           COPY "EMPMAST.CPY".
       FD  SESSION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
           COPY "SESSREC.CPY".

       WORKING-STORAGE SECTION.
       01  INCIDENT-STATUS PIC XX.
       01  EM-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  INCIDENT-EOF PIC X VALUE 'N'.
           88 INCIDENT-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  OPERATOR-ID PIC X(10).
       01  TODAY-DATE PIC 9(8).
       01  WRK-EMPID PIC X(5).
       01  WRK-DATE PIC 9(8).
       01  WRK-MONTH PIC 99.
       01  WRK-TYPE PIC X(1).
       01  LIST-CTR PIC 9(4).
       01  TYPE-NAME PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ADOPT-SESSION-OPERATOR.
           DISPLAY "DISCIPLINE INCIDENT ENTRY".
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[I] KEY AN INCIDENT"
               DISPLAY "[L] LIST AN EMPLOYEE'S INCIDENTS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'I' WHEN 'i'
                       PERFORM KEY-INCIDENT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-INCIDENTS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       KEY-INCIDENT.
      *    ONLY AN EMPLOYEE ON THE MASTER AND NOT TERMINATED CAN
      *    PICK UP AN INCIDENT.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE WRK-EMPID TO EM-EMPID
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-EMPID
               END-READ
           ELSE
               MOVE SPACES TO EM-EMPID
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           IF EM-EMPID = SPACES
               DISPLAY "NO SUCH EMPLOYEE ON THE MASTER."
           ELSE
           IF EM-STATUS-CODE = 'T'
               DISPLAY "EMPLOYEE IS TERMINATED - NOTHING RECORDED."
           ELSE
               DISPLAY EM-EMPID " " EM-EMPLN " " EM-EMPFN
               DISPLAY "INCIDENT DATE (YYYYMMDD, 0 = TODAY): "
               ACCEPT WRK-DATE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               IF WRK-DATE = 0
                   MOVE TODAY-DATE TO WRK-DATE
               END-IF
               MOVE WRK-DATE (5:2) TO WRK-MONTH
               PERFORM UNTIL WRK-MONTH > 0 AND WRK-MONTH < 13
                       AND WRK-DATE > 19000000
                       AND WRK-DATE NOT > TODAY-DATE
                   DISPLAY "INVALID - ENTER A PAST DATE AS YYYYMMDD: "
                   ACCEPT WRK-DATE
                   MOVE WRK-DATE (5:2) TO WRK-MONTH
               END-PERFORM
               DISPLAY "TYPE - [T]ARDY [A]BSENT [N]O-CALL/NO-SHOW "
                   "[C]ASH SHORTAGE [O]THER: "
               ACCEPT WRK-TYPE
               INSPECT WRK-TYPE CONVERTING "tanco" TO "TANCO"
               PERFORM UNTIL WRK-TYPE = 'T' OR WRK-TYPE = 'A'
                       OR WRK-TYPE = 'N' OR WRK-TYPE = 'C'
                       OR WRK-TYPE = 'O'
                   DISPLAY "INVALID - ENTER T, A, N, C OR O: "
                   ACCEPT WRK-TYPE
                   INSPECT WRK-TYPE CONVERTING "tanco" TO "TANCO"
               END-PERFORM
               MOVE SPACES TO INCIDENT-REC
               DISPLAY "NOTE: "
               ACCEPT IC-NOTE
               MOVE WRK-EMPID TO IC-EMPID
               MOVE WRK-DATE TO IC-DATE
               MOVE WRK-TYPE TO IC-TYPE
               MOVE OPERATOR-ID TO IC-ENTERED-BY
               MOVE 'M' TO IC-SOURCE
               OPEN EXTEND INCIDENT-FILE
               WRITE INCIDENT-REC
               CLOSE INCIDENT-FILE
               DISPLAY "INCIDENT RECORDED."
           END-IF
           END-IF.

       LIST-INCIDENTS.
           DISPLAY "EMPLOYEE ID: "
           ACCEPT WRK-EMPID
           MOVE 0 TO LIST-CTR
           MOVE 'N' TO INCIDENT-EOF
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-STATUS = "00"
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO INCIDENT-EOF
               END-READ
               PERFORM UNTIL INCIDENT-END
                   IF IC-EMPID = WRK-EMPID
                       ADD 1 TO LIST-CTR
                       EVALUATE IC-TYPE
                           WHEN 'T' MOVE "TARDY" TO TYPE-NAME
                           WHEN 'A' MOVE "ABSENT" TO TYPE-NAME
                           WHEN 'N' MOVE "NO-CALL" TO TYPE-NAME
                           WHEN 'C' MOVE "CASH SHORTAGE" TO TYPE-NAME
                           WHEN OTHER MOVE "OTHER" TO TYPE-NAME
                       END-EVALUATE
                       DISPLAY IC-DATE " " TYPE-NAME " " IC-NOTE
                           " BY " IC-ENTERED-BY
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
           END-IF
           DISPLAY "INCIDENTS ON FILE FOR " WRK-EMPID ": " LIST-CTR.

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

       END PROGRAM DISCMAINT.

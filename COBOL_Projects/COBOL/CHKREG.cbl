      *          deposit acknowledgments); [S] is the stale-check
      *          report, anything still 'I' older than the keyed
      *          number of days. No more handwritten notes about
      *          which numbers got used. Each void/reissue writes a
      *          CHKVOID line to AUDIT.DAT under the supervisor who
      *          authorized it and the payee's EMPID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          SELECT OPTIONAL CHECK-PRINT-FILE
          ASSIGN TO "C:\Users\ADMIN\CHECKS.PRT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-FILE
          ASSIGN TO "C:\Users\ADMIN\AUDIT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHECK-PRINT-LINE.
       01  CHECK-PRINT-LINE PIC X(132).
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC.
           05  AU-STAMP PIC X(14).
           05  AU-OPERATOR PIC X(10).
           05  AU-EMPID PIC X(5).
           05  AU-ACTION PIC X(10).
           05  AU-MACH-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01  CHECKREG-STATUS PIC XX.
       01  TYPED-PIN PIC X(4).
       01  SUPER-OK-SW PIC X.
           88 SUPER-OK VALUE 'Y'.
       01  AU-DATE PIC 9(8).
       01  AU-TIME PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE 'V' TO CRR-STATUS (CR-IX)
                   PERFORM 3100-PRINT-THE-REISSUE
                   PERFORM 200-REWRITE-REGISTER
                   PERFORM 3200-AUDIT-THE-VOID
               END-IF
           END-IF.

               DISPLAY "REGISTER FULL - REISSUE NOT RECORDED."
           END-IF.

       3200-AUDIT-THE-VOID.
      *    WHO AUTHORIZED THE VOID AND WHOSE CHECK IT WAS -- SODRPT
      *    READS IT FOR A SUPERVISOR REISSUING THEIR OWN PAY.
           OPEN EXTEND AUDIT-FILE.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           STRING AU-DATE DELIMITED BY SIZE
               AU-TIME DELIMITED BY SIZE
               INTO AU-STAMP.
           MOVE AU-STAMP TO AU-MACH-STAMP.
           MOVE TYPED-ID TO AU-OPERATOR.
           MOVE CRR-EMPID (CR-IX) TO AU-EMPID.
           MOVE "CHKVOID" TO AU-ACTION.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       3500-CHECK-SUPERVISOR.
           PERFORM 3600-LOAD-OPERATOR-TABLE.
           MOVE 'N' TO SUPER-OK-SW.

      *     adding a table row (they are CALLed by name), not by
      *     editing this driver. With no job table on file the
      *     original built-in three-step sequence still runs.
      *   - An external step that ends with a non-zero RETURN-CODE
      *     now fails the step and stops the run the same as one
      *     that will not load -- INTEGCHK, the cross-file integrity
      *     check, uses this to hold the night's run on a blocking
      *     orphan until the files are put right.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  JBR-DONE PIC X(1).
       01  CUR-STEP-NO PIC 9(2).
       01  CUR-PROGRAM PIC X(15).
       01  STEP-RC PIC -(4)9.
       01  STEP-FAILED-SW PIC X VALUE 'N'.
           88 STEP-FAILED VALUE 'Y'.

                   WHEN OTHER
      *    EXTERNAL NIGHTLY PROGRAMS END WITH GOBACK SO THE DRIVER
      *    GETS CONTROL BACK; A PROGRAM THAT WON'T LOAD FAILS THE
      *    STEP INSTEAD OF KILLING THE WHOLE RUN SILENTLY. A STEP
      *    THAT HANDS BACK A NON-ZERO RETURN CODE FAILS IT TOO.
                       MOVE 0 TO RETURN-CODE
                       CALL CUR-PROGRAM
                           ON EXCEPTION
                               MOVE 'Y' TO BATCH-ERROR-SW
                               DISPLAY "COULD NOT CALL " CUR-PROGRAM
                       END-CALL
                       IF RETURN-CODE NOT = 0
                           MOVE 'Y' TO BATCH-ERROR-SW
                           MOVE RETURN-CODE TO STEP-RC
                           DISPLAY CUR-PROGRAM " ENDED WITH RETURN "
                               "CODE " STEP-RC
                       END-IF
               END-EVALUATE
               IF BATCH-ERROR
                   MOVE "FAILED" TO RS-STATUS

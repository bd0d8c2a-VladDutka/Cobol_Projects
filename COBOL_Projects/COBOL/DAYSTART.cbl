      *          QUIZ_FILEHANDLING's audit stamps and PERIODCLOSE's
      *          archive names post under, so a drawer closed out at
      *          half past midnight still posts to the day it belongs
      *          to instead of the machine clock's new day. Once the
      *          date is set the day's tickler (TICKLER) is printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           WRITE BUSDATE-REC.
           CLOSE BUSDATE-FILE.
           DISPLAY "BUSINESS DATE NOW " BD-BUSINESS-DATE ".".
           CALL "TICKLER".
           STOP RUN.
       END PROGRAM DAYSTART.

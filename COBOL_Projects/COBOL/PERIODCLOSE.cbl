      *     milestone for this business date, and no sign exception
      *     may still be open. A supervisor can override, and the
      *     override writes its own audit line.
      *   - The archive line is widened to 600 bytes now that the
      *     register row carries its per-position earnings.
      *   - The ORDERS archive line is widened to 600 bytes too --
      *     the grown ORDERS row (SC/PWD, tender count, void-by and
      *     the VAT classes) was being cut at 140 and lost for good
      *     once the live file was emptied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  ARCHIVE-INFO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCHIVE-INFO-LINE.
       01  ARCHIVE-INFO-LINE PIC X(600).
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
       FD  ARCHIVE-ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCHIVE-ORDERS-LINE.
       01  ARCHIVE-ORDERS-LINE PIC X(600).
      *    PAY-PERIOD CONTROL FILE -- READ AT STARTUP BY
      *    QUIZ_FILEHANDLING, ROLLED FORWARD HERE AT CLOSE.
       FD  PERIOD-FILE
       01  VFY-ATOT PIC 9(9)V99.
       01  ARCH-ROW.
           COPY "INFOROW.CPY".
      *    THE SAME 600 AS ARCHIVE-INFO-LINE -- ROOM FOR THE ORDERS
      *    LAYOUT TO KEEP GROWING AT THE END WITHOUT CUTTING IT.
       01  ARCH-ORD-ROW.
           05  ARCH-ORD-FIELDS.
           COPY "ORDROW.CPY".
           05  FILLER PIC X(390).
      *    PRE-CLOSE CHECKLIST STATE -- ONE SWITCH PER CONDITION,
      *    PLUS THE OVERRIDE'S SUPERVISOR AND AUDIT LINE.
       01  RUNSTAT-STATUS PIC XX.

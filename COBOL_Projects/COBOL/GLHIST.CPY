      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of the GLHIST.DAT journal history -- every
      *          balanced journal GLEXPORT writes to GLJOURNAL.DAT is
      *          also appended here under the pay period it was
      *          exported for (the period open on PERIODS.DAT, with
      *          its end date) and the moment of the export. A period
      *          exported again is superseded by its latest export:
      *          readers keep only the lines carrying the newest
      *          stamp for each period. PLSTMT builds the monthly
      *          profit-and-loss statement from it.
      ******************************************************************
       01  GLHIST-REC.
           05  GH-PERIOD-NO PIC 9(3).
           05  GH-END-DATE PIC 9(8).
           05  GH-STAMP PIC X(14).
           05  GH-ACCOUNT PIC X(8).
           05  GH-KEY PIC X(12).
           05  GH-DEBIT PIC 9(7)V99.
           05  GH-CREDIT PIC 9(7)V99.

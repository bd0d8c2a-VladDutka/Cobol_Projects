      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One employee's performance rating for an annual
      *          merit review -- the review year, the EMPID, the
      *          supervisor's 1-to-5 rating and who keyed it when.
      *          Keyed through MERITREV; MERITPROP prices the rating
      *          against the MERITMTX.DAT matrix into a proposed
      *          raise.
      ******************************************************************
       01  MERITRTG-REC.
           05  MV-YEAR PIC 9(4).
           05  MV-EMPID PIC X(5).
      *    1 = UNSATISFACTORY THROUGH 5 = OUTSTANDING.
           05  MV-RATING PIC 9(1).
           05  MV-REVIEWER PIC X(10).
           05  MV-STAMP PIC X(14).

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One cell of the merit matrix -- for a performance
      *          rating and a band of current RPH (everything up to
      *          MX-RPH-HIGH above the band below it), the percent
      *          increase the rating earns. Lower-paid employees
      *          can be given a bigger percentage for the same
      *          rating. Rows are kept per rating in ascending
      *          band order by MERITREV; above the top band the top
      *          band's percent stands, the way the contribution
      *          brackets treat their last row.
      ******************************************************************
       01  MERITMTX-REC.
           05  MX-RATING PIC 9(1).
           05  MX-RPH-HIGH PIC 999V99.
           05  MX-PCT PIC 99V99.

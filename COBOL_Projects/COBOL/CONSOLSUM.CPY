      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One branch's proven totals for one closed period, as
      *          CONSOL appends them to CONSOLSUM.DAT once both
      *          branches' archives have passed their prove -- the
      *          period's end date and close date, the branch code,
      *          its sales with reversals netted and its labor cost
      *          (gross pay and the employer's government shares).
      *          A period consolidated again is superseded by the
      *          later row. PLSTMT reads the other branch's figures
      *          from here.
      ******************************************************************
       01  CONSOLSUM-REC.
           05  CS-END-DATE PIC 9(8).
           05  CS-CLOSE-DATE PIC 9(8).
           05  CS-BRANCH PIC 9(2).
           05  CS-SALES PIC 9(9)V99.
           05  CS-GPAY PIC 9(9)V99.
           05  CS-ER-SHARES PIC 9(9)V99.

      *          up when ORDERTENDER posts an on-account sale and
      *          down when CUSTMAINT receives a payment, with every
      *          movement logged to CUSTTXN.DAT for the CUSTSTMT
      *          statements and aging. ORDERTENDER refuses a charge
      *          past the credit limit, or any charge on hold, unless
      *          a supervisor approves it; CUSTSTMT's collection run
      *          puts an account over 60 days on hold.
      ******************************************************************
       01  CUST-REC.
           05  CU-CUST-NO PIC X(5).
      *    'A' ACTIVE, 'C' CLOSED -- A CLOSED ACCOUNT KEEPS ITS
      *    HISTORY BUT TAKES NO NEW CHARGES.
           05  CU-ACTIVE PIC X(1).
      *    THE MOST THE BALANCE MAY REACH -- ZERO MEANS NO LIMIT HAS
      *    BEEN SET.
           05  CU-CREDIT-LIMIT PIC 9(7)V99.
      *    'H' ON CREDIT HOLD (SET BY HAND IN CUSTMAINT OR BY THE
      *    COLLECTION RUN), SPACE OR 'N' NOT.
           05  CU-HOLD PIC X(1).

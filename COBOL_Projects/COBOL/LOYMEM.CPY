      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One loyalty member -- keyed by member number, with
      *          the contact number, the points still available to
      *          redeem and the lifetime points ever earned. Enrolled
      *          through LOYMAINT, attached to an order at tender by
      *          ORDERTENDER (which earns and redeems the points), and
      *          valued by LOYSTMT for the accountant's points
      *          liability at month end.
      ******************************************************************
       01  LOYMEM-REC.
           05  LM-MEMBER-NO PIC 9(6).
           05  LM-NAME PIC X(25).
           05  LM-CONTACT PIC X(11).
           05  LM-POINTS PIC 9(7).
           05  LM-LIFETIME PIC 9(7).
           05  LM-ENROLL-DATE PIC 9(8).
      *    'A' ACTIVE, 'C' CLOSED -- A CLOSED CARD NEITHER EARNS NOR
      *    REDEEMS.
           05  LM-ACTIVE PIC X(1).

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One kitchen ticket -- the part of an order one
      *          preparing department (grill, fry, drinks...) has to
      *          make, fired by ORDERTENDER to that station's spool
      *          when the order is recorded (or a VOID ticket when it
      *          is reversed), and bumped as done at the station's
      *          KITCHBUMP screen. KTKTIME reports how long each
      *          department's tickets sat between the two.
      ******************************************************************
       01  KTICKET-REC.
      *    KT-ONUM IS THE ORDERS.DAT ROW THE TICKET WAS FIRED FOR --
      *    ON A VOID TICKET THAT IS THE VOID ROW, AND KT-ORIG-ONUM
      *    NAMES THE ORDER BEING PULLED (ZERO ON A SALE'S TICKET).
           05  KT-ONUM PIC 9(7).
           05  KT-BUSDATE PIC 9(8).
      *    THE PREPARING DEPARTMENT OFF IT-DEPT -- SPACES FOR ITEMS
      *    WITH NO DEPARTMENT, WHICH GO TO THE GENERAL STATION.
           05  KT-DEPT PIC X(2).
      *    'S' SALE, 'V' VOID -- SAME AS OR-TXN-TYPE.
           05  KT-TXN-TYPE PIC X(1).
           05  KT-ORIG-ONUM PIC 9(7).
      *    'C' COUNTER, 'D' DELIVERY -- SAME AS OR-ROUTE.
           05  KT-ROUTE PIC X(1).
           05  KT-ITEM-CTR PIC 9(3).
      *    MACHINE CLOCK WHEN THE TICKET PRINTED AND WHEN THE
      *    STATION BUMPED IT (HHMMSSCC, AS ACCEPT FROM TIME GIVES).
           05  KT-FIRE-DATE PIC 9(8).
           05  KT-FIRE-TIME PIC 9(8).
      *    'O' OPEN ON THE STATION, 'B' BUMPED AS DONE.
           05  KT-STATUS PIC X(1).
           05  KT-BUMP-DATE PIC 9(8).
           05  KT-BUMP-TIME PIC 9(8).
           05  KT-BUMPED-BY PIC X(10).

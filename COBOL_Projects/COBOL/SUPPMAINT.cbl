      *          supplier on SUPPLIER.DAT (number, name, contact,
      *          active flag), same load/rewrite shape as BANKMAINT.
      *          POENTRY raises purchase orders against these
      *          suppliers. Also keeps ITEMSUPP.DAT, the link from
      *          each item to the supplier it is bought from with
      *          that supplier's lead time, the order-cycle days and
      *          the safety-stock days REPLEN sizes orders by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\SUPPLIER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SUPPLIER-STATUS.
          SELECT OPTIONAL ITEMSUPP-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMSUPP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ITEMSUPP-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUPPLIER-REC.
           COPY "SUPPLIER.CPY".
       FD  ITEMSUPP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEMSUPP-REC.
           COPY "ITEMSUPP.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  SUPPLIER-STATUS PIC XX.
               10  SUR-CONTACT PIC X(11).
               10  SUR-ACTIVE PIC X(1).
       01  WRK-SUPP-NO PIC X(5).
       01  ITEMSUPP-STATUS PIC XX.
       01  ITEMSUPP-EOF PIC X VALUE 'N'.
           88 ITEMSUPP-END VALUE 'Y'.
       01  ITEM-STATUS PIC XX.
      *    IN-MEMORY COPY OF ITEMSUPP.DAT, ONE ROW PER ITEM.
       01  IL-ROW-CTR PIC 9(3) VALUE 0.
       01  IL-FOUND-SW PIC X VALUE 'N'.
           88 IL-FOUND-ROW VALUE 'Y'.
       01  IL-IX PIC 9(3).
       01  IL-TABLE.
           05  IL-ROW OCCURS 500 TIMES.
               10  ILR-ITEM-CODE PIC X(5).
               10  ILR-SUPP-NO PIC X(5).
               10  ILR-LEAD-DAYS PIC 9(3).
               10  ILR-CYCLE-DAYS PIC 9(3).
               10  ILR-SAFETY-DAYS PIC 9(3).
               10  ILR-UNIT-COST PIC 9(5)V99.
       01  WRK-ITEM PIC X(5).
       01  ITEM-OK-SW PIC X.
           88 ITEM-ON-CATALOG VALUE 'Y'.
       01  LINK-ANS PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUPPLIER MASTER MAINTENANCE".
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM LOAD-ITEMSUPP-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[A] ADD OR CHANGE A SUPPLIER"
               DISPLAY "[L] LIST SUPPLIERS"
               DISPLAY "[I] ADD, CHANGE OR DROP AN ITEM'S SUPPLIER "
                   "LINK"
               DISPLAY "[K] LIST ITEM-SUPPLIER LINKS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM ADD-OR-CHANGE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-SUPPLIERS
                   WHEN 'I' WHEN 'i'
                       PERFORM MAINTAIN-ITEM-LINK
                   WHEN 'K' WHEN 'k'
                       PERFORM LIST-ITEM-LINKS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.
           DISPLAY "SUPPLIERS ON FILE: " SU-ROW-CTR.

       MAINTAIN-ITEM-LINK.
      *    THE ITEM MUST BE ON THE CATALOG AND THE SUPPLIER ON THE
      *    MASTER -- A LINK TO NOTHING WOULD ONLY SURFACE AS A
      *    DRAFT PO NOBODY CAN RELEASE.
           DISPLAY "ITEM CODE: "
           ACCEPT WRK-ITEM
           PERFORM FIND-ITEMSUPP-ROW
           IF IL-FOUND-ROW
               DISPLAY "NOW BOUGHT FROM " ILR-SUPP-NO (IL-IX)
                   " LEAD " ILR-LEAD-DAYS (IL-IX)
                   " CYCLE " ILR-CYCLE-DAYS (IL-IX)
                   " SAFETY " ILR-SAFETY-DAYS (IL-IX)
               DISPLAY "[C]HANGE OR [D]ROP THE LINK: "
               ACCEPT LINK-ANS
               IF LINK-ANS = 'D' OR LINK-ANS = 'd'
                   PERFORM UNTIL IL-IX >= IL-ROW-CTR
                       MOVE IL-ROW (IL-IX + 1) TO IL-ROW (IL-IX)
                       ADD 1 TO IL-IX
                   END-PERFORM
                   SUBTRACT 1 FROM IL-ROW-CTR
                   PERFORM REWRITE-ITEMSUPP-FILE
                   DISPLAY "LINK DROPPED."
                   MOVE 'N' TO IL-FOUND-SW
                   MOVE 'X' TO LINK-ANS
               END-IF
           ELSE
               PERFORM CHECK-ON-CATALOG
               IF NOT ITEM-ON-CATALOG
                   DISPLAY "NOT ON THE CATALOG."
                   MOVE 'X' TO LINK-ANS
               ELSE
                   IF IL-ROW-CTR = 500
                       DISPLAY "LINK TABLE FULL."
                       MOVE 'X' TO LINK-ANS
                   ELSE
                       ADD 1 TO IL-ROW-CTR
                       MOVE IL-ROW-CTR TO IL-IX
                       MOVE WRK-ITEM TO ILR-ITEM-CODE (IL-IX)
                       MOVE 'C' TO LINK-ANS
                   END-IF
               END-IF
           END-IF
           IF LINK-ANS = 'C' OR LINK-ANS = 'c'
               DISPLAY "SUPPLIER NUMBER: "
               ACCEPT WRK-SUPP-NO
               PERFORM FIND-SUPPLIER-ROW
               PERFORM UNTIL SU-FOUND-ROW
                   DISPLAY "NO SUCH SUPPLIER - RE-ENTER: "
                   ACCEPT WRK-SUPP-NO
                   PERFORM FIND-SUPPLIER-ROW
               END-PERFORM
               MOVE WRK-SUPP-NO TO ILR-SUPP-NO (IL-IX)
               DISPLAY "SUPPLIER LEAD TIME IN DAYS: "
               ACCEPT ILR-LEAD-DAYS (IL-IX)
               DISPLAY "ORDER-CYCLE DAYS (STOCK ONE ORDER COVERS): "
               ACCEPT ILR-CYCLE-DAYS (IL-IX)
               PERFORM UNTIL ILR-CYCLE-DAYS (IL-IX) > 0
                   DISPLAY "INVALID - CYCLE MUST BE AT LEAST 1 DAY: "
                   ACCEPT ILR-CYCLE-DAYS (IL-IX)
               END-PERFORM
               DISPLAY "SAFETY-STOCK DAYS: "
               ACCEPT ILR-SAFETY-DAYS (IL-IX)
               DISPLAY "AGREED UNIT COST: "
               ACCEPT ILR-UNIT-COST (IL-IX)
               PERFORM REWRITE-ITEMSUPP-FILE
               DISPLAY "LINK SAVED."
           END-IF.

       LIST-ITEM-LINKS.
           DISPLAY "ITEM  SUPP  LEAD CYCLE SAFETY UNIT COST".
           PERFORM VARYING IL-IX FROM 1 BY 1
                   UNTIL IL-IX > IL-ROW-CTR
               DISPLAY ILR-ITEM-CODE (IL-IX) " "
                   ILR-SUPP-NO (IL-IX) " "
                   ILR-LEAD-DAYS (IL-IX) "  "
                   ILR-CYCLE-DAYS (IL-IX) "   "
                   ILR-SAFETY-DAYS (IL-IX) "    "
                   ILR-UNIT-COST (IL-IX)
           END-PERFORM.
           DISPLAY "LINKS ON FILE: " IL-ROW-CTR.

       CHECK-ON-CATALOG.
           MOVE 'N' TO ITEM-OK-SW.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               MOVE WRK-ITEM TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ITEM-OK-SW
               END-READ
               CLOSE ITEM-FILE
           END-IF.

       FIND-ITEMSUPP-ROW.
           MOVE 'N' TO IL-FOUND-SW.
           MOVE 1 TO IL-IX.
           PERFORM UNTIL IL-IX > IL-ROW-CTR OR IL-FOUND-ROW
               IF ILR-ITEM-CODE (IL-IX) = WRK-ITEM
                   MOVE 'Y' TO IL-FOUND-SW
               ELSE
                   ADD 1 TO IL-IX
               END-IF
           END-PERFORM.

       LOAD-ITEMSUPP-TABLE.
           MOVE 0 TO IL-ROW-CTR.
           MOVE 'N' TO ITEMSUPP-EOF.
           OPEN INPUT ITEMSUPP-FILE.
           IF ITEMSUPP-STATUS = "00"
               READ ITEMSUPP-FILE
                   AT END MOVE 'Y' TO ITEMSUPP-EOF
               END-READ
               PERFORM UNTIL ITEMSUPP-END OR IL-ROW-CTR = 500
                   ADD 1 TO IL-ROW-CTR
                   MOVE IS-ITEM-CODE TO ILR-ITEM-CODE (IL-ROW-CTR)
                   MOVE IS-SUPP-NO TO ILR-SUPP-NO (IL-ROW-CTR)
                   MOVE IS-LEAD-DAYS TO ILR-LEAD-DAYS (IL-ROW-CTR)
                   MOVE IS-CYCLE-DAYS TO ILR-CYCLE-DAYS (IL-ROW-CTR)
                   MOVE IS-SAFETY-DAYS
                       TO ILR-SAFETY-DAYS (IL-ROW-CTR)
                   MOVE IS-UNIT-COST TO ILR-UNIT-COST (IL-ROW-CTR)
                   READ ITEMSUPP-FILE
                       AT END MOVE 'Y' TO ITEMSUPP-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEMSUPP-FILE
           ELSE
               IF ITEMSUPP-STATUS = "05"
                   CLOSE ITEMSUPP-FILE
               END-IF
           END-IF.

       REWRITE-ITEMSUPP-FILE.
           OPEN OUTPUT ITEMSUPP-FILE.
           PERFORM VARYING IL-IX FROM 1 BY 1
                   UNTIL IL-IX > IL-ROW-CTR
               MOVE ILR-ITEM-CODE (IL-IX) TO IS-ITEM-CODE
               MOVE ILR-SUPP-NO (IL-IX) TO IS-SUPP-NO
               MOVE ILR-LEAD-DAYS (IL-IX) TO IS-LEAD-DAYS
               MOVE ILR-CYCLE-DAYS (IL-IX) TO IS-CYCLE-DAYS
               MOVE ILR-SAFETY-DAYS (IL-IX) TO IS-SAFETY-DAYS
               MOVE ILR-UNIT-COST (IL-IX) TO IS-UNIT-COST
               WRITE ITEMSUPP-REC
           END-PERFORM.
           CLOSE ITEMSUPP-FILE.

       FIND-SUPPLIER-ROW.
           MOVE 'N' TO SU-FOUND-SW.
           MOVE 1 TO SU-IX.

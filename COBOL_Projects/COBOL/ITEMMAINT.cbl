      *     applies on the spot. Every change that takes effect is
      *     also appended to the PRICEHIST.DAT history, the way
      *     RATEHIST.DAT keeps wages.
      *   - An item can be flagged perishable, at add time or through
      *     its own menu option: GOODSRCV then takes a lot number and
      *     expiry date for every receipt of it and the stock is
      *     drawn down first-expiring-first off STOCKLOT.DAT.
      *   - Every item carries a VAT class -- VATable, VAT-exempt or
      *     zero-rated -- taken at add time and changed through its
      *     own menu option, so ORDERTENDER can split each order's
      *     VAT line by line. Items already on file read as VATable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
       01  WRK-DEPT PIC X(2).
       01  WRK-PERISH PIC X.
       01  WRK-VAT-CLASS PIC X.
           88 VALID-VAT-CLASS VALUE 'V' 'E' 'Z'.
       01  ITEM-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  ORDLINE-EOF PIC X VALUE 'N'.
               DISPLAY "[L] PRICE-SHEET LISTING"
               DISPLAY "[G] ASSIGN AN ITEM'S DEPARTMENT"
               DISPLAY "[T] MAINTAIN THE DEPARTMENT TABLE"
               DISPLAY "[K] MARK AN ITEM PERISHABLE OR NOT"
               DISPLAY "[V] SET AN ITEM'S VAT CLASS"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM ASSIGN-DEPARTMENT
                   WHEN 'T' WHEN 't'
                       PERFORM MAINTAIN-DEPARTMENTS
                   WHEN 'K' WHEN 'k'
                       PERFORM SET-PERISHABLE
                   WHEN 'V' WHEN 'v'
                       PERFORM SET-VAT-CLASS
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
           ACCEPT IT-BOXCODE
           PERFORM TAKE-VALID-DEPT
           MOVE WRK-DEPT TO IT-DEPT
           PERFORM TAKE-PERISH-FLAG
           MOVE WRK-PERISH TO IT-PERISH
           PERFORM TAKE-VAT-CLASS
           MOVE WRK-VAT-CLASS TO IT-VAT-CLASS
      *    THE INDEXED KEY ENFORCES UNIQUENESS -- A DUPLICATE CODE
      *    BOUNCES HERE INSTEAD OF SILENTLY SHADOWING AN ITEM.
           WRITE ITEM-REC
                   DISPLAY "DEPARTMENT ASSIGNED."
           END-READ.

       SET-PERISHABLE.
           DISPLAY "ITEM CODE: "
           ACCEPT WRK-CODE
           MOVE WRK-CODE TO IT-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ITEM."
               NOT INVALID KEY
                   DISPLAY "CURRENTLY PERISHABLE: " IT-PERISH
      *    TURNING THE FLAG ON FOR STOCK ALREADY ON THE SHELF LEAVES
      *    THAT STOCK OUTSIDE ANY LOT UNTIL THE NEXT STOCKCNT COUNT
      *    PUTS IT INTO ONE.
                   IF IT-STOCK > 0 AND IT-PERISH NOT = 'Y'
                       DISPLAY "NOTE: " IT-STOCK " ON HAND HAVE NO "
                           "LOT YET - COUNT THEM IN THROUGH STOCKCNT."
                   END-IF
                   PERFORM TAKE-PERISH-FLAG
                   MOVE WRK-PERISH TO IT-PERISH
                   REWRITE ITEM-REC
                   MOVE IT-PRICE TO OLD-PRICE
                   MOVE IT-PRICE TO WRK-PRICE
                   MOVE "PERISH" TO LOG-ACTION
                   PERFORM LOG-THE-CHANGE
                   DISPLAY "PERISHABLE FLAG SET."
           END-READ.

       SET-VAT-CLASS.
           DISPLAY "ITEM CODE: "
           ACCEPT WRK-CODE
           MOVE WRK-CODE TO IT-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ITEM."
               NOT INVALID KEY
                   IF IT-VAT-CLASS = 'E' OR IT-VAT-CLASS = 'Z'
                       DISPLAY "CURRENT VAT CLASS: " IT-VAT-CLASS
                   ELSE
                       DISPLAY "CURRENT VAT CLASS: V"
                   END-IF
                   PERFORM TAKE-VAT-CLASS
                   MOVE WRK-VAT-CLASS TO IT-VAT-CLASS
                   REWRITE ITEM-REC
                   MOVE IT-PRICE TO OLD-PRICE
                   MOVE IT-PRICE TO WRK-PRICE
                   MOVE "VATCLASS" TO LOG-ACTION
                   PERFORM LOG-THE-CHANGE
                   DISPLAY "VAT CLASS SET."
           END-READ.

       TAKE-VAT-CLASS.
      *    MOST OF THE CATALOG IS VATABLE -- A BLANK ANSWER SAYS SO.
           DISPLAY "VAT CLASS - [V]ATABLE [E]XEMPT [Z]ERO-RATED "
               "(BLANK = V): ".
           MOVE SPACE TO WRK-VAT-CLASS.
           ACCEPT WRK-VAT-CLASS.
           INSPECT WRK-VAT-CLASS CONVERTING "vez" TO "VEZ".
           IF WRK-VAT-CLASS = SPACE
               MOVE 'V' TO WRK-VAT-CLASS
           END-IF.
           PERFORM UNTIL VALID-VAT-CLASS
               DISPLAY "INVALID - ENTER V, E OR Z: "
               ACCEPT WRK-VAT-CLASS
               INSPECT WRK-VAT-CLASS CONVERTING "vez" TO "VEZ"
           END-PERFORM.

       TAKE-PERISH-FLAG.
      *    A PERISHABLE ITEM IS RECEIVED IN LOTS WITH AN EXPIRY DATE
      *    AND SOLD FIRST-EXPIRING-FIRST.
           DISPLAY "PERISHABLE - TRACK LOTS AND EXPIRY? (Y/N): ".
           ACCEPT WRK-PERISH.
           IF WRK-PERISH = 'Y' OR WRK-PERISH = 'y'
               MOVE 'Y' TO WRK-PERISH
           ELSE
               MOVE 'N' TO WRK-PERISH
           END-IF.

       TAKE-VALID-DEPT.
      *    THE CODE MUST BE ON THE REFERENCE TABLE (OR SPACES FOR
      *    NO DEPARTMENT) -- AN UNKNOWN CODE WOULD JUST VANISH FROM
               IF NOT ITEM-END AND IT-ACTIVE NOT = 'R'
                   ADD 1 TO LIST-CTR
                   MOVE IT-PRICE TO PRICEDP
                   IF IT-VAT-CLASS = 'E'
                       DISPLAY IT-CODE "  " PRICEDP "  VAT-EXEMPT"
                   ELSE
                   IF IT-VAT-CLASS = 'Z'
                       DISPLAY IT-CODE "  " PRICEDP "  ZERO-RATED"
                   ELSE
                       DISPLAY IT-CODE "  " PRICEDP
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "ACTIVE ITEMS LISTED: " LIST-CTR.

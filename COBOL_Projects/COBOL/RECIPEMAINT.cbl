      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Ingredient and recipe maintenance -- keeps the
      *          INGRED.DAT ingredient master (catalog stock code,
      *          name, unit of measure) and the RECIPE.DAT recipe
      *          lines (menu item, ingredient, quantity per serving),
      *          same load/rewrite shape as COMBOMAINT. Menu items
      *          and ingredient codes are checked against the
      *          catalog, and a recipe line must name an ingredient
      *          already on the master. FOODCOST reports off both.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIPEMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL INGRED-FILE
          ASSIGN TO "C:\Users\ADMIN\INGRED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS INGRED-STATUS.
          SELECT OPTIONAL RECIPE-FILE
          ASSIGN TO "C:\Users\ADMIN\RECIPE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RECIPE-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INGRED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INGRED-REC.
           COPY "INGRED.CPY".
       FD  RECIPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECIPE-REC.
           COPY "RECIPE.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".

       WORKING-STORAGE SECTION.
       01  INGRED-STATUS PIC XX.
       01  RECIPE-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  INGRED-EOF PIC X VALUE 'N'.
           88 INGRED-END VALUE 'Y'.
       01  RECIPE-EOF PIC X VALUE 'N'.
           88 RECIPE-END VALUE 'Y'.
       01  CHOICE PIC X9.
      *    IN-MEMORY COPIES OF INGRED.DAT AND RECIPE.DAT.
       01  IG-ROW-CTR PIC 9(3) VALUE 0.
       01  IG-FOUND-SW PIC X VALUE 'N'.
           88 IG-FOUND-ROW VALUE 'Y'.
       01  IG-IX PIC 9(3).
       01  IG-TABLE.
           05  IG-ROW OCCURS 200 TIMES.
               10  IGR-CODE PIC X(5).
               10  IGR-NAME PIC X(20).
               10  IGR-UOM PIC X(4).
       01  RC-ROW-CTR PIC 9(3) VALUE 0.
       01  RC-FOUND-SW PIC X VALUE 'N'.
           88 RC-FOUND-ROW VALUE 'Y'.
       01  RC-IX PIC 9(3).
       01  RC-TABLE.
           05  RC-ROW OCCURS 500 TIMES.
               10  RCR-MENU-CODE PIC X(5).
               10  RCR-INGR-CODE PIC X(5).
               10  RCR-QTY PIC 9(3)V999.
       01  WRK-MENU PIC X(5).
       01  WRK-INGR PIC X(5).
       01  WRK-QTY PIC 9(3)V999.
       01  ITEM-OK-SW PIC X.
           88 ITEM-ON-CATALOG VALUE 'Y'.
       01  CHECK-CODE PIC X(5).
       01  QTYDP PIC ZZ9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INGREDIENT AND RECIPE MAINTENANCE".
           PERFORM LOAD-INGRED-TABLE.
           PERFORM LOAD-RECIPE-TABLE.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[I] ADD OR CHANGE AN INGREDIENT"
               DISPLAY "[N] LIST INGREDIENTS"
               DISPLAY "[A] ADD OR CHANGE A RECIPE LINE"
               DISPLAY "[D] DROP A RECIPE LINE"
               DISPLAY "[L] LIST RECIPES"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 'I' WHEN 'i'
                       PERFORM ADD-OR-CHANGE-INGRED
                   WHEN 'N' WHEN 'n'
                       PERFORM LIST-INGREDIENTS
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-OR-CHANGE-LINE
                   WHEN 'D' WHEN 'd'
                       PERFORM DROP-RECIPE-LINE
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-RECIPES
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       ADD-OR-CHANGE-INGRED.
      *    THE INGREDIENT'S STOCK LIVES ON THE CATALOG UNDER THE
      *    SAME CODE -- ADD IT THERE FIRST SO IT CAN BE ORDERED,
      *    RECEIVED AND COUNTED.
           DISPLAY "INGREDIENT STOCK CODE: "
           ACCEPT WRK-INGR
           MOVE WRK-INGR TO CHECK-CODE
           PERFORM CHECK-ON-CATALOG
           IF NOT ITEM-ON-CATALOG
               DISPLAY "NOT ON THE CATALOG - ADD IT IN ITEMMAINT "
                   "FIRST."
           ELSE
               PERFORM FIND-INGRED-ROW
               IF NOT IG-FOUND-ROW
                   IF IG-ROW-CTR = 200
                       DISPLAY "INGREDIENT TABLE FULL."
                   ELSE
                       ADD 1 TO IG-ROW-CTR
                       MOVE IG-ROW-CTR TO IG-IX
                       MOVE WRK-INGR TO IGR-CODE (IG-IX)
                       MOVE 'Y' TO IG-FOUND-SW
                   END-IF
               END-IF
               IF IG-FOUND-ROW
                   DISPLAY "INGREDIENT NAME: "
                   ACCEPT IGR-NAME (IG-IX)
                   DISPLAY "UNIT OF MEASURE (PCS, G, ML...): "
                   ACCEPT IGR-UOM (IG-IX)
                   PERFORM UNTIL IGR-UOM (IG-IX) NOT = SPACES
                       DISPLAY "INVALID - A UNIT IS REQUIRED: "
                       ACCEPT IGR-UOM (IG-IX)
                   END-PERFORM
                   PERFORM REWRITE-INGRED-FILE
                   DISPLAY "INGREDIENT SAVED."
               END-IF
           END-IF.

       LIST-INGREDIENTS.
           PERFORM VARYING IG-IX FROM 1 BY 1
                   UNTIL IG-IX > IG-ROW-CTR
               DISPLAY IGR-CODE (IG-IX) " " IGR-NAME (IG-IX) " "
                   IGR-UOM (IG-IX)
           END-PERFORM.
           DISPLAY "INGREDIENTS ON FILE: " IG-ROW-CTR.

       ADD-OR-CHANGE-LINE.
           DISPLAY "MENU ITEM CODE: "
           ACCEPT WRK-MENU
           MOVE WRK-MENU TO CHECK-CODE
           PERFORM CHECK-ON-CATALOG
           IF NOT ITEM-ON-CATALOG
               DISPLAY "MENU ITEM IS NOT ON THE CATALOG."
           ELSE
               DISPLAY "INGREDIENT CODE: "
               ACCEPT WRK-INGR
               PERFORM FIND-INGRED-ROW
               IF NOT IG-FOUND-ROW
                   DISPLAY "NOT ON THE INGREDIENT MASTER - ADD IT "
                       "WITH [I] FIRST."
               ELSE
                   DISPLAY "QUANTITY PER SERVING IN "
                       IGR-UOM (IG-IX) ": "
                   ACCEPT WRK-QTY
                   PERFORM UNTIL WRK-QTY > 0
                       DISPLAY "INVALID - QUANTITY MUST BE OVER "
                           "0: "
                       ACCEPT WRK-QTY
                   END-PERFORM
                   PERFORM FIND-RECIPE-ROW
                   IF NOT RC-FOUND-ROW
                       IF RC-ROW-CTR = 500
                           DISPLAY "RECIPE TABLE FULL."
                       ELSE
                           ADD 1 TO RC-ROW-CTR
                           MOVE RC-ROW-CTR TO RC-IX
                           MOVE WRK-MENU TO RCR-MENU-CODE (RC-IX)
                           MOVE WRK-INGR TO RCR-INGR-CODE (RC-IX)
                           MOVE 'Y' TO RC-FOUND-SW
                       END-IF
                   END-IF
                   IF RC-FOUND-ROW
                       MOVE WRK-QTY TO RCR-QTY (RC-IX)
                       PERFORM REWRITE-RECIPE-FILE
                       DISPLAY "RECIPE LINE SAVED."
                   END-IF
               END-IF
           END-IF.

       DROP-RECIPE-LINE.
           DISPLAY "MENU ITEM CODE: "
           ACCEPT WRK-MENU
           DISPLAY "INGREDIENT CODE: "
           ACCEPT WRK-INGR
           PERFORM FIND-RECIPE-ROW
           IF NOT RC-FOUND-ROW
               DISPLAY "NO SUCH RECIPE LINE."
           ELSE
      *    THE LAST ROW SLIDES INTO THE HOLE -- ORDER OF RECIPE
      *    LINES CARRIES NO MEANING.
               MOVE RC-ROW (RC-ROW-CTR) TO RC-ROW (RC-IX)
               SUBTRACT 1 FROM RC-ROW-CTR
               PERFORM REWRITE-RECIPE-FILE
               DISPLAY "RECIPE LINE DROPPED."
           END-IF.

       LIST-RECIPES.
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ROW-CTR
               MOVE RCR-INGR-CODE (RC-IX) TO WRK-INGR
               PERFORM FIND-INGRED-ROW
               MOVE RCR-QTY (RC-IX) TO QTYDP
               IF IG-FOUND-ROW
                   DISPLAY RCR-MENU-CODE (RC-IX) " USES " QTYDP " "
                       IGR-UOM (IG-IX) " " RCR-INGR-CODE (RC-IX)
                       " " IGR-NAME (IG-IX)
               ELSE
                   DISPLAY RCR-MENU-CODE (RC-IX) " USES " QTYDP
                       " OF " RCR-INGR-CODE (RC-IX)
                       " - NOT ON THE INGREDIENT MASTER"
               END-IF
           END-PERFORM.
           DISPLAY "RECIPE LINES ON FILE: " RC-ROW-CTR.

       CHECK-ON-CATALOG.
           MOVE 'N' TO ITEM-OK-SW.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               MOVE CHECK-CODE TO IT-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ITEM-OK-SW
               END-READ
               CLOSE ITEM-FILE
           END-IF.

       FIND-INGRED-ROW.
           MOVE 'N' TO IG-FOUND-SW.
           MOVE 1 TO IG-IX.
           PERFORM UNTIL IG-IX > IG-ROW-CTR OR IG-FOUND-ROW
               IF IGR-CODE (IG-IX) = WRK-INGR
                   MOVE 'Y' TO IG-FOUND-SW
               ELSE
                   ADD 1 TO IG-IX
               END-IF
           END-PERFORM.

       FIND-RECIPE-ROW.
           MOVE 'N' TO RC-FOUND-SW.
           MOVE 1 TO RC-IX.
           PERFORM UNTIL RC-IX > RC-ROW-CTR OR RC-FOUND-ROW
               IF RCR-MENU-CODE (RC-IX) = WRK-MENU
                       AND RCR-INGR-CODE (RC-IX) = WRK-INGR
                   MOVE 'Y' TO RC-FOUND-SW
               ELSE
                   ADD 1 TO RC-IX
               END-IF
           END-PERFORM.

       LOAD-INGRED-TABLE.
      *    BOTH FILES ARE OPTIONAL -- THE VERY FIRST RUN STARTS FROM
      *    EMPTY TABLES INSTEAD OF ABENDING ON THE OPEN.
           MOVE 0 TO IG-ROW-CTR.
           MOVE 'N' TO INGRED-EOF.
           OPEN INPUT INGRED-FILE.
           IF INGRED-STATUS = "00"
               READ INGRED-FILE
                   AT END MOVE 'Y' TO INGRED-EOF
               END-READ
               PERFORM UNTIL INGRED-END OR IG-ROW-CTR = 200
                   ADD 1 TO IG-ROW-CTR
                   MOVE IG-CODE TO IGR-CODE (IG-ROW-CTR)
                   MOVE IG-NAME TO IGR-NAME (IG-ROW-CTR)
                   MOVE IG-UOM TO IGR-UOM (IG-ROW-CTR)
                   READ INGRED-FILE
                       AT END MOVE 'Y' TO INGRED-EOF
                   END-READ
               END-PERFORM
               CLOSE INGRED-FILE
           ELSE
               IF INGRED-STATUS = "05"
                   CLOSE INGRED-FILE
               END-IF
           END-IF.

       LOAD-RECIPE-TABLE.
           MOVE 0 TO RC-ROW-CTR.
           MOVE 'N' TO RECIPE-EOF.
           OPEN INPUT RECIPE-FILE.
           IF RECIPE-STATUS = "00"
               READ RECIPE-FILE
                   AT END MOVE 'Y' TO RECIPE-EOF
               END-READ
               PERFORM UNTIL RECIPE-END OR RC-ROW-CTR = 500
                   ADD 1 TO RC-ROW-CTR
                   MOVE RC-MENU-CODE TO RCR-MENU-CODE (RC-ROW-CTR)
                   MOVE RC-INGR-CODE TO RCR-INGR-CODE (RC-ROW-CTR)
                   MOVE RC-QTY TO RCR-QTY (RC-ROW-CTR)
                   READ RECIPE-FILE
                       AT END MOVE 'Y' TO RECIPE-EOF
                   END-READ
               END-PERFORM
               CLOSE RECIPE-FILE
           ELSE
               IF RECIPE-STATUS = "05"
                   CLOSE RECIPE-FILE
               END-IF
           END-IF.

       REWRITE-INGRED-FILE.
           OPEN OUTPUT INGRED-FILE.
           PERFORM VARYING IG-IX FROM 1 BY 1
                   UNTIL IG-IX > IG-ROW-CTR
               MOVE IGR-CODE (IG-IX) TO IG-CODE
               MOVE IGR-NAME (IG-IX) TO IG-NAME
               MOVE IGR-UOM (IG-IX) TO IG-UOM
               WRITE INGRED-REC
           END-PERFORM.
           CLOSE INGRED-FILE.

       REWRITE-RECIPE-FILE.
           OPEN OUTPUT RECIPE-FILE.
           PERFORM VARYING RC-IX FROM 1 BY 1
                   UNTIL RC-IX > RC-ROW-CTR
               MOVE RCR-MENU-CODE (RC-IX) TO RC-MENU-CODE
               MOVE RCR-INGR-CODE (RC-IX) TO RC-INGR-CODE
               MOVE RCR-QTY (RC-IX) TO RC-QTY
               WRITE RECIPE-REC
           END-PERFORM.
           CLOSE RECIPE-FILE.
       END PROGRAM RECIPEMAINT.

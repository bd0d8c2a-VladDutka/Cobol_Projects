               MOVE 'Y' TO LB-FOUND-SW
           END-IF.
           IF LB-FOUND
      *    MEAL-BREAK PUNCHES ('B'/'R') FALL INSIDE THE SHIFT AND
      *    MOVE NEITHER END OF IT.
               IF PC-TYPE = 'I' OR PC-TYPE = 'i'
                   IF PC-TIME < LBR-IN-TIME (LB-IX)
                       MOVE PC-TIME TO LBR-IN-TIME (LB-IX)
                   END-IF
               END-IF
               IF PC-TYPE = 'O' OR PC-TYPE = 'o'
                   IF PC-TIME > LBR-OUT-TIME (LB-IX)
                       MOVE PC-TIME TO LBR-OUT-TIME (LB-IX)
                   END-IF

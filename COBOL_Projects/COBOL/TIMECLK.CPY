           05  PC-EMPID PIC X(5).
           05  PC-DATE PIC 9(8).
           05  PC-TIME PIC 9(6).
      *    'I' = SHIFT-START (IN) PUNCH, 'O' = SHIFT-END (OUT) PUNCH,
      *    'B' = OUT TO THE UNPAID MEAL BREAK, 'R' = RETURN FROM IT.
           05  PC-TYPE PIC X(1).
      *    'V' = VOIDED BY A SUPERVISOR THROUGH PUNCHFIX (THE PUNCH
      *    STAYS ON FILE FOR THE TRAIL BUT PAYS NOTHING); ANYTHING

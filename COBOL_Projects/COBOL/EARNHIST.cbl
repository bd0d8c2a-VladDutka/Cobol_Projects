       01  EH-TABLE.
           05  EH-ROW OCCURS 100 TIMES.
               10  EHR-PERNO PIC 9(3).
               10  EHR-LINE PIC X(600).
       01  HOLD-LINE PIC X(600).
       01  PICK-PERNO PIC 9(3).
       01  PICK-FOUND-SW PIC X.
           88 PICK-FOUND VALUE 'Y'.
       01  DEDUCSDP1 PIC $Z,Z99.99.
       01  NPAYDP1 PIC $ZZ,999.99.
       01  AMTDP PIC $ZZ,999.99.
       01  TAXAMTDP PIC $ZZ,999.99.
       01  ALW-IX PIC 9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               MOVE R-COMMPAY TO AMTDP
               DISPLAY "| SALES COMMISSION: " AMTDP
           END-IF.
      *    ALLOWANCE LINES AS PAYSLIP-PRINT SHOWS THEM -- AN ARCHIVE
      *    FROM BEFORE ALLOWANCES WERE PAID HAS SPACES THERE.
           IF R-ALLOWPAY IS NUMERIC AND R-ALLOWPAY > 0
               PERFORM VARYING ALW-IX FROM 1 BY 1 UNTIL ALW-IX > 4
                   IF R-ALW-CODE (ALW-IX) NOT = SPACES
                           AND R-ALW-AMT (ALW-IX) IS NUMERIC
                       MOVE R-ALW-AMT (ALW-IX) TO AMTDP
                       IF R-ALW-TAXAMT (ALW-IX) > 0
                           MOVE R-ALW-TAXAMT (ALW-IX) TO TAXAMTDP
                           DISPLAY "| ALLOWANCE " R-ALW-CODE (ALW-IX)
                               ": " AMTDP " (TAXABLE " TAXAMTDP ")"
                       ELSE
                           DISPLAY "| ALLOWANCE " R-ALW-CODE (ALW-IX)
                               ": " AMTDP " (NON-TAXABLE)"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF R-PAGIBIG > 0
               MOVE R-PAGIBIG TO AMTDP
               DISPLAY "| PAG-IBIG: " AMTDP
               MOVE R-GARNDED TO AMTDP
               DISPLAY "| GARNISHMENTS: " AMTDP
           END-IF.
           IF R-GLOANDED IS NUMERIC AND R-GLOANDED > 0
               MOVE R-GLOANDED TO AMTDP
               DISPLAY "| GOVERNMENT LOANS: " AMTDP
           END-IF.
           MOVE R-DEDUCS TO AMTDP.
           DISPLAY "| TOTAL DEDUCTIONS: " AMTDP.
           MOVE R-NPAY TO AMTDP.

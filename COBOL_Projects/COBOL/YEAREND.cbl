      *     certificate per employee to a dated spool -- the
      *     certificates each employee asks for in January stop
      *     being typed up one at a time.
      *   - Allowances are swept out of the archives split into
      *     their taxable and non-taxable (de minimis) parts,
      *     refreshed into the YTDMAST.DAT allowance columns, and
      *     shown on the alphalist and the certificate. Only the
      *     taxable part is added to the pay the annual tax is
      *     priced on.
      *   - The annual gross on the alphalist and the certificate is
      *     total compensation -- YTDMAST's gross (pay for hours
      *     worked, which never carried the allowances) plus both
      *     allowance parts -- and the annual tax is priced on that
      *     gross plus the taxable allowances only, instead of on
      *     the gross less a non-taxable part it never contained.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  ALR-PHILH PIC 9(7)V99.
               10  ALR-HOLPAY PIC 9(7)V99.
               10  ALR-COMMPAY PIC 9(7)V99.
               10  ALR-ALLOW-TAX PIC 9(7)V99.
               10  ALR-ALLOW-NONTAX PIC 9(7)V99.
       01  ANNUAL-GROSS PIC 9(7)V99.
       01  ANNUAL-DUE PIC 9(7)V99.
       01  TAX-DIFF PIC S9(7)V99.
       01  ANNUAL-GROSSDP PIC $Z,ZZZ,999.99.
      *    THE YEAR'S ALLOWANCES -- PART OF THE ANNUAL GROSS SHOWN,
      *    BUT ONLY THE TAXABLE PART GOES INTO THE PRICED AMOUNT.
       01  ANNUAL-NONTAX PIC 9(7)V99.
       01  ANNUAL-ALLOW-TAX PIC 9(7)V99.
       01  ANNUAL-TAXABLE PIC 9(7)V99.
       01  NONTAXDP PIC $Z,ZZZ,999.99.
       01  ALLOWTAXDP PIC $Z,ZZZ,999.99.
       01  WITHHELDDP PIC $Z,ZZZ,999.99.
       01  ANNUAL-DUEDP PIC $Z,ZZZ,999.99.
       01  TAX-DIFFDP PIC -Z,ZZZ,999.99.
               MOVE 0 TO ALR-PHILH (AL-IX)
               MOVE 0 TO ALR-HOLPAY (AL-IX)
               MOVE 0 TO ALR-COMMPAY (AL-IX)
               MOVE 0 TO ALR-ALLOW-TAX (AL-IX)
               MOVE 0 TO ALR-ALLOW-NONTAX (AL-IX)
           END-IF.
           ADD R-BIR TO ALR-WITHHELD (AL-IX).
           ADD R-TAX TO ALR-TAX (AL-IX).
           ADD R-PHILH TO ALR-PHILH (AL-IX).
           ADD R-HOLPAY TO ALR-HOLPAY (AL-IX).
           ADD R-COMMPAY TO ALR-COMMPAY (AL-IX).
      *    ARCHIVES FROM BEFORE ALLOWANCES WERE PAID CARRY SPACES
      *    THERE, NOT ZEROS.
           IF R-ALLOWPAY IS NUMERIC AND R-ALLOWTAX IS NUMERIC
               ADD R-ALLOWTAX TO ALR-ALLOW-TAX (AL-IX)
               COMPUTE ALR-ALLOW-NONTAX (AL-IX) =
                   ALR-ALLOW-NONTAX (AL-IX) + R-ALLOWPAY - R-ALLOWTAX
           END-IF.

       2300-FIND-ALPHA-ROW.
           MOVE 'N' TO AL-FOUND-SW.
                   MOVE ALR-PHILH (AL-IX) TO YR-PHILH (YTX)
                   MOVE ALR-HOLPAY (AL-IX) TO YR-HOLPAY (YTX)
                   MOVE ALR-COMMPAY (AL-IX) TO YR-COMMPAY (YTX)
                   MOVE ALR-ALLOW-TAX (AL-IX) TO YR-ALLOW-TAX (YTX)
                   MOVE ALR-ALLOW-NONTAX (AL-IX)
                       TO YR-ALLOW-NONTAX (YTX)
               END-IF
           END-PERFORM.
           IF YTD-ROW-CTR > 0

       3000-PRINT-ALPHALIST.
           DISPLAY "EMPID TIN       SSS NO.    NAME               "
               "   ANNUAL GROSS   NON-TAX ALLOW  TAXABLE ALLOW  "
               "WITHHELD       ANNUAL DUE     REFUND(-)/COLLECT".
           OPEN INPUT YTD-FILE.
           READ YTD-FILE
               AT END MOVE 'Y' TO YTD-EOF-SW
           END-READ.
           PERFORM UNTIL YTD-END
      *    A YTDMAST.DAT ROW WRITTEN BEFORE ALLOWANCES WERE PAID
      *    CARRIES SPACES IN THE ALLOWANCE COLUMNS.
               IF YTD-ALLOW-NONTAX IS NUMERIC
                       AND YTD-ALLOW-TAX IS NUMERIC
                   MOVE YTD-ALLOW-NONTAX TO ANNUAL-NONTAX
                   MOVE YTD-ALLOW-TAX TO ANNUAL-ALLOW-TAX
               ELSE
                   MOVE 0 TO ANNUAL-NONTAX
                   MOVE 0 TO ANNUAL-ALLOW-TAX
               END-IF
      *    YTD-GROSS IS PAY FOR HOURS WORKED ONLY -- THE ALLOWANCES
      *    ARE ADDED ON SO THE GROSS SHOWN IS TOTAL COMPENSATION.
               COMPUTE ANNUAL-GROSS = YTD-GROSS + ANNUAL-ALLOW-TAX
                   + ANNUAL-NONTAX
               PERFORM 3100-LOOKUP-ANNUAL-BRACKET
               MOVE YTD-EMPNO TO R-EMPID
               PERFORM 2300-FIND-ALPHA-ROW
                   MOVE 0 TO WITHHELDDP
               END-IF
               MOVE ANNUAL-GROSS TO ANNUAL-GROSSDP
               MOVE ANNUAL-NONTAX TO NONTAXDP
               MOVE ANNUAL-ALLOW-TAX TO ALLOWTAXDP
               MOVE ANNUAL-DUE TO ANNUAL-DUEDP
               MOVE TAX-DIFF TO TAX-DIFFDP
               PERFORM 1600-FIND-GOVID-ROW
               IF AL-FOUND-ROW
                   DISPLAY YTD-EMPNO " " LINE-TIN " " LINE-SSS-NO
                       " " ALR-NAME (AL-IX) " "
                       ANNUAL-GROSSDP " " NONTAXDP " " ALLOWTAXDP " "
                       WITHHELDDP " " ANNUAL-DUEDP " " TAX-DIFFDP
               ELSE
                   DISPLAY YTD-EMPNO " " LINE-TIN " " LINE-SSS-NO
                       " (NOT IN ARCHIVES)      "
                       ANNUAL-GROSSDP " " NONTAXDP " " ALLOWTAXDP " "
                       WITHHELDDP " " ANNUAL-DUEDP " " TAX-DIFFDP
               END-IF
               ADD 1 TO ALPHA-CTR
               PERFORM 3500-PRINT-ONE-CERT
               LINE-SSS-NO DELIMITED BY SIZE
               INTO CRT-LINE.
           WRITE CERT-LINE FROM CRT-LINE.
           MOVE ANNUAL-GROSS TO CERT-AMTDP.
           PERFORM 3600-CERT-MONEY-LINE-GROSS.
           MOVE YTD-TAX TO CERT-AMTDP.
           MOVE "| TAX WITHHELD:      " TO CRT-LINE.
           MOVE YTD-COMMPAY TO CERT-AMTDP.
           MOVE "| COMMISSION:        " TO CRT-LINE.
           PERFORM 3700-CERT-MONEY-LINE.
           MOVE ANNUAL-ALLOW-TAX TO CERT-AMTDP.
           MOVE "| TAXABLE ALLOWANCES:" TO CRT-LINE.
           PERFORM 3700-CERT-MONEY-LINE.
           MOVE ANNUAL-NONTAX TO CERT-AMTDP.
           MOVE "| DE MINIMIS (NONTAX)" TO CRT-LINE.
           PERFORM 3700-CERT-MONEY-LINE.
           MOVE YTD-NET TO CERT-AMTDP.
           MOVE "| ANNUAL NET PAY:    " TO CRT-LINE.
           PERFORM 3700-CERT-MONEY-LINE.

       3100-LOOKUP-ANNUAL-BRACKET.
      *    SAME BAND SCAN AS LOOKUP-CONTRIB-BRACKET, AGAINST THE
      *    ANNUAL TABLE AND THE YEAR'S PAY PLUS THE TAXABLE PART OF
      *    THE ALLOWANCES -- THE DE MINIMIS PART IS NEVER PRICED.
           COMPUTE ANNUAL-TAXABLE = YTD-GROSS + ANNUAL-ALLOW-TAX.
           IF CONTRIB-CTR = 0
               MOVE 0 TO ANNUAL-DUE
           ELSE
               MOVE 1 TO CONTRIB-IX
               PERFORM UNTIL CONTRIB-IX >= CONTRIB-CTR
                       OR ANNUAL-TAXABLE <= CT-HIGH (CONTRIB-IX)
                   ADD 1 TO CONTRIB-IX
               END-PERFORM
               COMPUTE ANNUAL-DUE =
                   CT-BIR-RATE (CONTRIB-IX) * ANNUAL-TAXABLE
           END-IF.

       9999-EXIT.

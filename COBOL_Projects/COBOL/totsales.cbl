                MOVE 0 TO YR-PHILH (YTD-ROW-CTR)
                MOVE 0 TO YR-HOLPAY (YTD-ROW-CTR)
                MOVE 0 TO YR-COMMPAY (YTD-ROW-CTR)
                MOVE 0 TO YR-ALLOW-TAX (YTD-ROW-CTR)
                MOVE 0 TO YR-ALLOW-NONTAX (YTD-ROW-CTR)
                SET YTX TO YTD-ROW-CTR
            END-IF.
            PERFORM REWRITE-YTD-TABLE.

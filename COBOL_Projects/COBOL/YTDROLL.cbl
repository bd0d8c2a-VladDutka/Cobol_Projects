       FD  ARCHIVE-YTD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCHIVE-YTD-LINE.
       01  ARCHIVE-YTD-LINE PIC X(120).
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
                   MOVE 0 TO YR-PHILH (YIX)
                   MOVE 0 TO YR-HOLPAY (YIX)
                   MOVE 0 TO YR-COMMPAY (YIX)
                   MOVE 0 TO YR-ALLOW-TAX (YIX)
                   MOVE 0 TO YR-ALLOW-NONTAX (YIX)
               END-PERFORM
               CLOSE ARCHIVE-YTD-FILE
               PERFORM REWRITE-YTD-TABLE

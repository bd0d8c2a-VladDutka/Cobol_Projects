       FD  ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-LINE.
       01  ARCH-LINE PIC X(600).
       FD  SAVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SAVE-LINE.
       01  SAVE-LINE PIC X(600).
      *    SAME AUDIT LINE LAYOUT QUIZ_FILEHANDLING WRITES.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD

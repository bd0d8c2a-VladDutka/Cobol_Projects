       FILE-CONTROL.
          SELECT OPTIONAL PROMO-FILE
          ASSIGN TO "C:\Users\ADMIN\PALPROMO.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PR-ONUM
          FILE STATUS IS PROMO-STATUS.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One academic term on TERMCTL.DAT, the term control
      *          file -- the term code, whether it is still open for
      *          grades, and when and by whom it was closed. A term
      *          not on the file is open. TERMCLOSE closes a term
      *          once its grades are complete; READY, QUIZ1 and
      *          GRADEBATCH refuse to post a grade into a closed term,
      *          so a term reported months ago stays as reported --
      *          only an approved GRADECHG request still corrects one.
      ******************************************************************
       01  TERMCTL-REC.
           05  TC-TERM PIC X(5).
      *    'O' = OPEN, 'C' = CLOSED.
           05  TC-STATUS PIC X(1).
           05  TC-CLOSE-DATE PIC 9(8).
           05  TC-CLOSED-BY PIC X(10).

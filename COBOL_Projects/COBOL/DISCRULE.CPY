      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One step of the progressive-discipline ladder -- how
      *          many incidents inside a rolling window of days make
      *          the notice at that level due. Level 1 is a verbal
      *          warning, 2 a written warning, 3 a suspension, 4 a
      *          final warning. An incident older than the level's
      *          window no longer counts toward it. Maintained on the
      *          DISCSERVE supervisor screen; DISCNIGHT falls back to
      *          its built-in ladder when the file is absent.
      ******************************************************************
       01  DISCRULE-REC.
           05  DR-LEVEL PIC 9(1).
           05  DR-COUNT PIC 9(2).
           05  DR-WINDOW-DAYS PIC 9(3).

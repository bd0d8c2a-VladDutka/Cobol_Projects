      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One approved grade change on GRADECHGHIST.DAT -- the
      *          grade row as it stood before and after the change,
      *          the request it came from, who asked, who approved
      *          and when. Appended by GRADECHG as it rewrites the
      *          grade; TRANSCRIPT reads it to footnote every grade
      *          changed after posting.
      ******************************************************************
       01  GRADE-CHANGE-HIST.
           05  GX-REQ-NO PIC 9(5).
           05  GX-STAMP PIC X(14).
           05  GX-TEACHER PIC X(10).
           05  GX-APPROVER PIC X(10).
           05  GX-SNUM PIC X(18).
           05  GX-TERM PIC X(5).
           05  GX-SUBJ PIC X(8).
           05  GX-REASON PIC X(40).
           05  GX-BEFORE.
               10  GX-OLD-PREL PIC 9(2).
               10  GX-OLD-MID PIC 9(2).
               10  GX-OLD-FIN PIC 9(2).
               10  GX-OLD-AVE PIC 9(2)V9(2).
               10  GX-OLD-REMARK PIC X(10).
           05  GX-AFTER.
               10  GX-NEW-PREL PIC 9(2).
               10  GX-NEW-MID PIC 9(2).
               10  GX-NEW-FIN PIC 9(2).
               10  GX-NEW-AVE PIC 9(2)V9(2).
               10  GX-NEW-REMARK PIC X(10).

      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One line of the period's labor-cost distribution --
      *          a position code and what the period's payroll cost
      *          in that position: the gross pay earned there, the
      *          premium and pooled-money parts of it carried on the
      *          home position, the three employer shares, and the
      *          total labor cost (gross plus employer shares).
      *          Written by LABORDIST, posted by GLEXPORT as one
      *          expense line per position through GLMAP.DAT key
      *          LABOR-<code>.
      ******************************************************************
       01  LABORDIST-REC.
           05  LD-POSTC PIC X(1).
           05  LD-GPAY PIC 9(7)V99.
           05  LD-HOLPAY PIC 9(7)V99.
           05  LD-NIGHTPAY PIC 9(7)V99.
           05  LD-COMMPAY PIC 9(7)V99.
           05  LD-SVCPAY PIC 9(7)V99.
           05  LD-SSSER PIC 9(7)V99.
           05  LD-PAGIBIGER PIC 9(7)V99.
           05  LD-PHILHER PIC 9(7)V99.
           05  LD-COST PIC 9(7)V99.

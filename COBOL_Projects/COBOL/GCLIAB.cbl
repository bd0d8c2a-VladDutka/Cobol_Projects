      *          carries an unredeemed balance and totals the
      *          liability, the figure the accountant needs at every
      *          period close. Fully-redeemed certificates are
      *          counted but not listed. What each certificate has
      *          paid toward orders is totaled off the TENDERS.DAT
      *          tender detail (its gift-certificate lines, less the
      *          ones a void gave back) and shown beside it, with
      *          the total redeemed at the foot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
          SELECT OPTIONAL GIFTCERT-FILE
          ASSIGN TO "C:\Users\ADMIN\GIFTCERT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GC-CERT-NO
          FILE STATUS IS GIFTCERT-STATUS.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\TENDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GIFTCERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFTCERT-REC.
           COPY "GIFTCERT.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".

       WORKING-STORAGE SECTION.
       01  GIFTCERT-STATUS PIC XX.
       01  GIFTCERT-EOF PIC X VALUE 'N'.
           88 GIFTCERT-END VALUE 'Y'.
       01  TENDERS-STATUS PIC XX.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
      *    NET REDEMPTIONS PER CERTIFICATE OFF THE TENDER DETAIL.
       01  GR-ROW-CTR PIC 9(4) VALUE 0.
       01  GR-FOUND-SW PIC X VALUE 'N'.
           88 GR-FOUND-ROW VALUE 'Y'.
       01  GR-IX PIC 9(4).
       01  GR-TABLE.
           05  GR-ROW OCCURS 500 TIMES.
               10  GRR-CERT-NO PIC 9(6).
               10  GRR-REDEEMED PIC S9(6)V99.
       01  ASK-CERT-NO PIC 9(6).
       01  TOT-REDEEMED PIC S9(7)V99 VALUE 0.
       01  TOT-GIVEN-BACK PIC 9(7)V99 VALUE 0.
       01  CERT-REDEEMED PIC S9(6)V99.
       01  REDEEMDP PIC $Z,ZZ9.99-.
       01  OPEN-CTR PIC 9(4) VALUE 0.
       01  REDEEMED-CTR PIC 9(4) VALUE 0.
       01  LIABILITY PIC 9(7)V99 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "GIFT-CERTIFICATE LIABILITY".
           PERFORM 1000-LOAD-REDEMPTIONS.
           DISPLAY "CERT NO. ISSUED    FACE      REMAINING   REDEEMED".
           MOVE 'N' TO GIFTCERT-EOF.
           OPEN INPUT GIFTCERT-FILE.
           IF GIFTCERT-STATUS = "00"
                       ADD 1 TO OPEN-CTR
                       ADD GC-REMAIN TO LIABILITY
                       MOVE GC-REMAIN TO REMAINDP
                       MOVE GC-CERT-NO TO ASK-CERT-NO
                       PERFORM 1100-FIND-REDEEM-ROW
                       IF GR-FOUND-ROW
                           MOVE GRR-REDEEMED (GR-IX) TO CERT-REDEEMED
                       ELSE
                           MOVE 0 TO CERT-REDEEMED
                       END-IF
                       MOVE CERT-REDEEMED TO REDEEMDP
                       DISPLAY GC-CERT-NO "  " GC-ISSUE-DATE "  "
                           GC-FACE "  " REMAINDP "  " REDEEMDP
                   ELSE
                       ADD 1 TO REDEEMED-CTR
                   END-IF
           DISPLAY "OUTSTANDING CERTIFICATES: " OPEN-CTR
               "  FULLY REDEEMED: " REDEEMED-CTR.
           DISPLAY "OUTSTANDING LIABILITY: " LIABDP.
           MOVE TOT-REDEEMED TO LIABDP.
           DISPLAY "REDEEMED AT TENDER (NET OF VOIDS): " LIABDP.
           MOVE TOT-GIVEN-BACK TO LIABDP.
           DISPLAY "  OF WHICH GIVEN BACK BY VOIDS: " LIABDP.
           PERFORM 9999-EXIT.

       1000-LOAD-REDEMPTIONS.
      *    A SALE'S GIFT-CERTIFICATE LINE DRAWS THE CERTIFICATE
      *    DOWN; A VOID'S LINE PUTS IT BACK.
           MOVE 'N' TO TENDERS-EOF.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-TYPE = 'G'
                       MOVE TD-REF (1:6) TO ASK-CERT-NO
                       PERFORM 1100-FIND-REDEEM-ROW
                       IF NOT GR-FOUND-ROW AND GR-ROW-CTR < 500
                           ADD 1 TO GR-ROW-CTR
                           MOVE GR-ROW-CTR TO GR-IX
                           MOVE ASK-CERT-NO TO GRR-CERT-NO (GR-IX)
                           MOVE 0 TO GRR-REDEEMED (GR-IX)
                           MOVE 'Y' TO GR-FOUND-SW
                       END-IF
                       IF TD-TXN-TYPE = 'V'
                           SUBTRACT TD-AMOUNT FROM TOT-REDEEMED
                           ADD TD-AMOUNT TO TOT-GIVEN-BACK
                           IF GR-FOUND-ROW
                               SUBTRACT TD-AMOUNT
                                   FROM GRR-REDEEMED (GR-IX)
                           END-IF
                       ELSE
                           ADD TD-AMOUNT TO TOT-REDEEMED
                           IF GR-FOUND-ROW
                               ADD TD-AMOUNT TO GRR-REDEEMED (GR-IX)
                           END-IF
                       END-IF
                   END-IF
                   READ TENDERS-FILE
                       AT END MOVE 'Y' TO TENDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE TENDERS-FILE
           ELSE
               IF TENDERS-STATUS = "05"
                   CLOSE TENDERS-FILE
               END-IF
           END-IF.

       1100-FIND-REDEEM-ROW.
           MOVE 'N' TO GR-FOUND-SW.
           MOVE 1 TO GR-IX.
           PERFORM UNTIL GR-IX > GR-ROW-CTR OR GR-FOUND-ROW
               IF GRR-CERT-NO (GR-IX) = ASK-CERT-NO
                   MOVE 'Y' TO GR-FOUND-SW
               ELSE
                   ADD 1 TO GR-IX
               END-IF
           END-PERFORM.

       9999-EXIT.
           STOP RUN.
       END PROGRAM GCLIAB.

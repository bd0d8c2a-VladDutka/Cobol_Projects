      *          PALINDROMEPROMO, redeemed through ORDERTENDER, and
      *          reported by PROMORPT, so the same lucky number can
      *          never be redeemed twice and the promo finally has a
      *          known cost. PALPROMO.DAT is indexed on PR-ONUM.
      ******************************************************************
       01  PROMO-REC.
           05  PR-ONUM PIC 9(7).

*  Yedek akce katkisi alinmis DONEM-AIDAT tahsilat izi (yedakce.cbl
*  isletir): aidat basina son payi ayrilmis odenen tutar; gece
*  yalniz aradaki fark (yeni tahsilat ya da iade) fona islenir.
 FD  yakdna.
 01  ykd-REC.
     02  ykd-ANAH.
         03  ykd-MUSTERI-NO       pic 9(08).
         03  ykd-DONEM-NO         pic 9(04).
         03  ykd-DONEM-HAFTA      pic 9(02).
     02  ykd-SON-ODENEN           pic s9(09)v99 comp-3.
     02  ykd-SON-TAR              pic 9(08).

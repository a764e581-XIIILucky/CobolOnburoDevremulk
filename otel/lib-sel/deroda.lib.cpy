*  Oda basina derin temizlik durumu: son yapildigi gun, o gunden
*  beri CAST-log'dan sayilan dolu gece ve planlandigi gun
*  (derintem.cbl isletir, hkatama planlanan isi is kagidina alir).
 FD  deroda.
 01  dro-REC.
     02  dro-ANAH.
         03  dro-ODA              pic x(04).
         03  dro-KOD              pic x(04).
     02  dro-KAT                  pic x(02).
     02  dro-SON-TARIH            pic 9(08).
     02  dro-GECE                 pic 9(05).
*  dolu gece sayiminin islendigi son gece (ayni gece iki kez
*  sayilmaz)
     02  dro-SAYIM-TAR            pic 9(08).
     02  dro-PLAN-TAR             pic 9(08).
     02  dro-SON-KLLNC            pic x(10).
     02  dro-TAMAM-SAYISI         pic 9(04).

*  Misafir diyet / alerji kaydi: rezervasyondaki her misafir icin
*  kodlu diyet gereksinimleri. Rezervasyonda ya da check-in'de
*  girilir, tekrar gelen misafirde FIHRIST profilinden aktarilir
*  (diyet.cbl isletir).
 FD  diyet.
 01  dyt-REC.
     02  dyt-ANAH.
         03  dyt-REZ-NO           pic 9(08).
         03  dyt-SIRA             pic 9(02).
     02  dyt-TC-NO                pic x(11).
     02  dyt-ADI                  pic x(20).
     02  dyt-SOYADI               pic x(20).
     02  dyt-KOD                  pic x(04) occurs 8 times.
     02  dyt-NOTU                 pic x(60).
     02  dyt-KAYNAK               pic x(01).
         88  dyt-rezervasyonda        value "R".
         88  dyt-check-inde           value "C".
         88  dyt-fihristten           value "F".
     02  dyt-TARIH                pic 9(08).
     02  dyt-KLLNC                pic x(10).

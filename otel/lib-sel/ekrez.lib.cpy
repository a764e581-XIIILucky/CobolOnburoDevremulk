*  Ek esya rezervasyonu: rezervasyon basina esya tipi, adet ve
*  gece araligi (ekesya.cbl isletir). Alternatif anahtar esya
*  tipi + son gece; musaitlik denetimi o geceyi kapsayabilecek
*  kayitlari bu anahtardan okur.
 FD  ekrez.
 01  ekr-REC.
     02  ekr-ANAH.
         03  ekr-REZ-NO           pic 9(08).
         03  ekr-SIRA             pic 9(03).
     02  ekr-ALT.
         03  ekr-KOD              pic x(04).
*  son gece (esya ertesi sabah toplanir)
         03  ekr-BIT-TAR          pic 9(08).
     02  ekr-BAS-TAR              pic 9(08).
     02  ekr-ADET                 pic 9(03).
     02  ekr-ODANO                pic x(04).
     02  ekr-DURUM                pic x(01).
         88  ekr-aktif                value "A".
         88  ekr-iptal                value "I".
*  gece posting'inin en son fis kestigi gece (ayni gece iki kez
*  fis kesilmez)
     02  ekr-SON-POST             pic 9(08).
     02  ekr-KLLNC                pic x(10).
     02  ekr-ISL-TAR              pic 9(08).

*  Otopark rezervasyonu ve arac kaydi: rezervasyon basina arac
*  plakasi, yer tipi ve gece araligi (otopark.cbl isletir).
*  Alternatif anahtarlar: yer tipi + son gece (musaitlik denetimi
*  o geceyi kapsayabilecek kayitlari buradan okur) ve plaka
*  (guvenlik icin plaka sirali garaj listesi). Plaka bosluksuz ve
*  buyuk harfle saklanir.
 FD  otprez.
 01  otr-REC.
     02  otr-ANAH.
         03  otr-REZ-NO           pic 9(08).
         03  otr-SIRA             pic 9(03).
     02  otr-ALT.
         03  otr-KOD              pic x(04).
*  son gece (arac ertesi gun cikar)
         03  otr-BIT-TAR          pic 9(08).
     02  otr-PLAKA                pic x(10).
*  marka / model / renk
     02  otr-ARAC                 pic x(20).
     02  otr-BAS-TAR              pic 9(08).
     02  otr-ODANO                pic x(04).
     02  otr-DURUM                pic x(01).
         88  otr-aktif                value "A".
         88  otr-iptal                value "I".
*  arac su an garajda mi (kapi girisi / cikisi)
     02  otr-ICERIDE              pic x(01).
         88  otr-arac-iceride         value "E".
         88  otr-arac-disarida        value " " "H".
     02  otr-GIRIS-TAR            pic 9(08).
     02  otr-GIRIS-SAAT           pic 9(04).
     02  otr-CIKIS-TAR            pic 9(08).
     02  otr-CIKIS-SAAT           pic 9(04).
*  gece posting'inin en son fis kestigi gece (ayni gece iki kez
*  fis kesilmez)
     02  otr-SON-POST             pic 9(08).
     02  otr-KLLNC                pic x(10).
     02  otr-ISL-TAR              pic 9(08).

*  Oda raki optimizasyonu onerileri: gece calismasinin onerdigi
*  oda degisiklikleri; rezervasyon muduru onaylar, uygula gecisi
*  REZ'e yazar (odaopt.cbl isletir).
 FD  odaopt.
 01  opt-REC.
     02  opt-ANAH.
         03  opt-TARIH            pic 9(08).
         03  opt-SIRA             pic 9(04).
     02  opt-REZ-NO               pic 9(08).
     02  opt-ODA-TIPI             pic x(02).
     02  opt-ESKI-ODA             pic x(04).
     02  opt-YENI-ODA             pic x(04).
     02  opt-GIR-TAR              pic 9(08).
     02  opt-CIK-TAR              pic 9(08).
*  oda tipinin ufuktaki bosluk (1-2 gecelik delik) sayisi
     02  opt-ONCE-BOSLUK          pic 9(04).
     02  opt-SONRA-BOSLUK         pic 9(04).
     02  opt-DURUM                pic x(01).
         88  opt-oneri                value "O".
         88  opt-onaylandi            value "A".
         88  opt-uygulandi            value "U".
         88  opt-reddedildi           value "R".
         88  opt-gecersiz             value "G".
     02  opt-NEDEN                pic x(04).
     02  opt-KLLNC                pic x(10).
     02  opt-ISL-TAR              pic 9(08).

         88  fih-vip-degil            value " ".
         88  fih-vip-onayli           value "E".
     02  fih-VIP-TARIH            pic 9(08).
*  kalici diyet / alerji profili (diyet.cbl isletir): tekrar
*  gelen misafirin rezervasyonuna buradan aktarilir
     02  fih-DIYET.
         03  fih-DIYET-KOD        pic x(04) occurs 8 times.
         03  fih-DIYET-NOTU       pic x(60).
         03  fih-DIYET-TARIH      pic 9(08).
*  KVKK imha tespit tarihi (kvkksil.cbl yazar): dolu profil hicbir
*  pazarlama cikisina (rfmseg) alinmaz
     02  fih-KVKK-IMHA-TAR        pic 9(08).

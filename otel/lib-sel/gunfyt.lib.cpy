*  Gunubirlik giris fiyatlari: urun + yas bandi + gecerlilik
*  baslangici (gunpas.cbl isletir). Satis gununde baslangici o
*  gun ya da oncesi olan en son satir gecerlidir.
 FD  gunfyt.
 01  gnf-REC.
     02  gnf-ANAH.
         03  gnf-KOD              pic x(04).
         03  gnf-YAS              pic x(01).
             88  gnf-yetiskin         value "Y".
             88  gnf-cocuk            value "C".
             88  gnf-bebek            value "B".
         03  gnf-BAS-TAR          pic 9(08).
     02  gnf-FIYAT                pic 9(07)v99.
     02  gnf-KLLNC                pic x(10).
     02  gnf-ISL-TAR              pic 9(08).

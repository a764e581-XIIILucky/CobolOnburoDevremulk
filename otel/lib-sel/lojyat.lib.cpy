*  Personel lojmani yatak kaydi: blok / oda / yatak basina bir
*  satir; odanin cinsiyet ve departman kurali ile yataktaki
*  personel (lojman.cbl isletir).
 FD  lojyat.
 01  ljy-REC.
     02  ljy-ANAH.
         03  ljy-BLOK             pic x(04).
         03  ljy-ODA              pic x(04).
         03  ljy-YATAK            pic 9(02).
*  oda kurali: E erkek, K kadin; bos ise odaya ilk yerlesenin
*  cinsiyeti gecerlidir (oda karistirilmaz)
     02  ljy-CINSIYET             pic x(01).
*  bos ise her departman yatabilir
     02  ljy-DEPARTMAN            pic x(04).
     02  ljy-DURUM                pic x(01).
         88  ljy-kullanimda           value "A".
         88  ljy-kapali               value "K".
     02  ljy-SICIL                pic x(06).
     02  ljy-ADI                  pic x(30).
     02  ljy-PRS-CINSIYET         pic x(01).
     02  ljy-PRS-DEPARTMAN        pic x(04).
     02  ljy-GIRIS-TAR            pic 9(08).
     02  ljy-SOZ-BIT              pic 9(08).
     02  ljy-YEMEK                pic x(01).
         88  ljy-yemek-kesintili      value "E".

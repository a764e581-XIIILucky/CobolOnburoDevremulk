*  Gezi (excursion) katalogu (gezi.cbl isletir): tekne turu, jeep
*  safari, Pamukkale vb. Her tur bir yerel operatorundur; OPERATOR
*  operatorun CARI kodudur ve aylik mutabakatta operatora borc bu
*  cariye yazilir. Fiyatlar kisi basi satis fiyatidir, KOMISYON
*  satistan bizde kalan yuzdedir.
 FD  gezkat.
 01  gzk-REC.
     02  gzk-KOD                  pic x(04).
     02  gzk-ADI                  pic x(30).
     02  gzk-OPERATOR             pic x(10).
     02  gzk-YETISKIN-FIYAT       pic s9(07)v99 comp-3.
     02  gzk-COCUK-FIYAT          pic s9(07)v99 comp-3.
     02  gzk-KOMISYON-ORAN        pic 9(02)v99.
     02  gzk-ALIS-SAATI           pic 9(04).
     02  gzk-KAPASITE             pic 9(03).
     02  gzk-DURUM                pic x(01).
         88  gzk-aktif                value "A".
         88  gzk-pasif                value "P".

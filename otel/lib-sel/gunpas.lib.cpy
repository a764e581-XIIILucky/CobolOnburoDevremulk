*  Gunubirlik giris satisi (gunpas.cbl isletir): satis gunu +
*  gunun sirasi; bileklik kodu "G" + sira, yalniz o gun gecerlidir.
*  Ziyaretcinin kimlik bilgisi burada tutulur ve ziyaretci
*  kaydina aktarilir; alternatif anahtar kimlik numarasi
*  (ziyaretcinin gecmis girisleri).
 FD  gunpas.
 01  gps-REC.
     02  gps-ANAH.
         03  gps-TARIH            pic 9(08).
         03  gps-SIRA             pic 9(04).
     02  gps-BILEKLIK             pic x(04).
     02  gps-KOD                  pic x(04).
     02  gps-YAS                  pic x(01).
     02  gps-FIYAT                pic 9(07)v99.
     02  gps-ODEME                pic x(01).
         88  gps-nakit                value "N".
         88  gps-kart                 value "K".
     02  gps-KIMLIK-TIPI          pic x(01).
         88  gps-tc-kimlik            value "T".
         88  gps-pasaport             value "P".
         88  gps-ehliyet              value "E".
     02  gps-KIMLIK-NO            pic x(20).
     02  gps-ADI                  pic x(20).
     02  gps-SOYADI               pic x(20).
     02  gps-UYRUK                pic x(03).
     02  gps-TELEFON              pic x(15).
     02  gps-DURUM                pic x(01).
         88  gps-satildi              value "S".
         88  gps-iptal                value "I".
*  ziyaretci su an tesiste mi (kapi girisi / cikisi)
     02  gps-ICERIDE              pic x(01).
         88  gps-tesiste              value "E".
         88  gps-cikti                value "H".
     02  gps-GIRIS-SAAT           pic 9(04).
     02  gps-CIKIS-SAAT           pic 9(04).
*  gelir satirinin CAST-log fis numarasi
     02  gps-CAST-FIS             pic 9(10).
     02  gps-KLLNC                pic x(10).
     02  gps-SATIS-SAAT           pic 9(06).

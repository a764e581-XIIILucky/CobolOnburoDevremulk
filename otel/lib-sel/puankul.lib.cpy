*  Sadakat puani kullanimi (puankul.cbl isletir): MUSTERI'nin
*  biriktirdigi puanla yapilan her odeme. Folioya yazilan eksi
*  tahsilat satirinin fis numarasi tutulur; folio yeniden acilinca
*  kullanim iade edilir, puan MUSTERI-kullanilan-puan'dan duser.
 FD  puankul.
 01  pkl-REC.
     02  pkl-SIRA                 pic 9(08).
     02  pkl-REZ-NO               pic 9(08).
     02  pkl-TARIH                pic 9(08).
     02  pkl-MUSTERI-TIP          pic x(01).
     02  pkl-MUSTERI-SIRKET       pic x(08).
     02  pkl-MUSTERI-NO           pic 9(08).
     02  pkl-KADEME               pic x(03).
     02  pkl-PUAN                 pic 9(07).
     02  pkl-ORAN                 pic 9(03)v9999.
     02  pkl-TUTAR                pic s9(09)v99 comp-3.
*  CIKS cikis masasi; diger kodlar outlet
     02  pkl-KAYNAK               pic x(04).
     02  pkl-CAST-FIS             pic 9(10).
     02  pkl-DURUM                pic x(01).
         88  pkl-kullanildi           value "K".
         88  pkl-iade-edildi          value "I".
     02  pkl-IADE-TARIH           pic 9(08).
     02  pkl-IADE-FIS             pic 9(10).
     02  pkl-KLLNC                pic x(10).

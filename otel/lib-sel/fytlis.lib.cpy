*  Acenta fiyat listesi surum kaydi (fiyatlis.cbl isletir): acenta
*  + sezon + versiyon. Icerigi (donem, fiyat, indirim, kosul, iptal
*  bantlari) degismeyen liste yeni versiyon acmaz. Belge numarasi
*  PDF adidir (dok2pdf, numara pdfno'dan); alternatif anahtar bir
*  numaranin hala kullanildigini gormek icindir. Son gonderim
*  MAILDATA kuyruk anahtariyla tutulur - hangi versiyonun kime ne
*  zaman gittigi buradan okunur.
 FD  fytlis.
 01  fyl-REC.
     02  fyl-ANAH.
         03  fyl-ACENTA           pic x(04).
         03  fyl-SEZON            pic x(06).
         03  fyl-VERSIYON         pic 9(03).
     02  fyl-BELGE-NO             pic 9(04).
     02  fyl-URETIM-TARIH         pic 9(08).
     02  fyl-URETIM-SAAT          pic 9(06).
     02  fyl-KLLNC                pic x(10).
     02  fyl-DIL                  pic x(02).
     02  fyl-DOVIZ                pic 9(02).
     02  fyl-BAS-TAR              pic 9(08).
     02  fyl-BIT-TAR              pic 9(08).
     02  fyl-DONEM-SAYISI         pic 9(03).
*  icerik ozeti: ayni ozet ayni liste demektir
     02  fyl-OZET                 pic s9(13)v99 comp-3.
     02  fyl-PDF-ADI              pic x(60).
     02  fyl-DURUM                pic x(01).
         88  fyl-uretildi             value "U".
         88  fyl-gonderildi           value "G".
     02  fyl-GONDERIM-SAYISI      pic 9(03).
     02  fyl-SON-GONDERIM-TARIH   pic 9(08).
     02  fyl-SON-GONDERIM-SAAT    pic 9(06).
     02  fyl-ALICI                pic x(60).
     02  fyl-MAIL-TARIH           pic 9(08).
     02  fyl-MAIL-SIRA            pic 9(06).
     02  fyl-GONDEREN             pic x(10).

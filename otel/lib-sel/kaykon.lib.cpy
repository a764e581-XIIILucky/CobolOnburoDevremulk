*  Konuk kayit eksiksizligi: gun + kaydi giren resepsiyonist
*  basina denetlenen ve eksiksiz bulunan konuk sayisi (kayitkon.cbl
*  isletir); egitim ihtiyaci bu gecmisten izlenir.
 FD  kaykon.
 01  kyk-REC.
     02  kyk-ANAH.
         03  kyk-TARIH            pic 9(08).
         03  kyk-KLLNC            pic x(10).
     02  kyk-KONUK-SAYISI         pic 9(05).
     02  kyk-EKSIKSIZ-SAYISI      pic 9(05).
     02  kyk-HATA-SAYISI          pic 9(05).
     02  kyk-YUZDE                pic 9(03).

*  EFT-POS terminal gun sonu (batch) kayitlari. Sira 0 terminalin
*  batch toplamidir; sira > 0 batch dokumundeki tek tek slip
*  satirlaridir (iceri alinan dosyada varsa). eftmutab.cbl isletir.
 FD  eftbatch.
 01  ebt-REC.
     02  ebt-ANAH.
         03  ebt-TARIH            pic 9(08).
         03  ebt-BANKA            pic 9(02).
         03  ebt-TERMINAL         pic x(10).
         03  ebt-SIRA             pic 9(04).
     02  ebt-SLIP-SAYISI          pic 9(05).
     02  ebt-TUTAR                pic s9(10)v99 comp-3.
     02  ebt-ONAY-KODU            pic x(15).
     02  ebt-KAYNAK               pic x(01).
         88  ebt-elle                 value "E".
         88  ebt-dosyadan             value "D".
     02  ebt-KLLNC                pic x(10).
     02  ebt-ISLEM-TARIH          pic 9(08).
